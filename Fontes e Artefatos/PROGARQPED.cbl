           MOVE PED-VALOR          TO HIP-VALOR
           MOVE PED-STATUS         TO HIP-STATUS
           MOVE PED-FORA-CARTEIRA  TO HIP-FORA-CARTEIRA
           MOVE PED-COND-PAGTO     TO HIP-COND-PAGTO
           MOVE WS-DATA-SISTEMA    TO HIP-DATA-ARQUIVO
           MOVE PED-VALOR-BRUTO    TO HIP-VALOR-BRUTO
           MOVE PED-PCT-DESCONTO   TO HIP-PCT-DESCONTO
           MOVE PED-DESC-LIBERADOR TO HIP-DESC-LIBERADOR
           MOVE PED-VALOR-ICMS     TO HIP-VALOR-ICMS
           MOVE PED-VALOR-IPI      TO HIP-VALOR-IPI
           MOVE PED-TIPO           TO HIP-TIPO
           MOVE PED-BON-LIBERADOR  TO HIP-BON-LIBERADOR
           MOVE PED-EMPRESA        TO HIP-EMPRESA
           WRITE REGISTRO-PEDHIST
           IF WS-RESULTADO-PEDHIST = 22
              REWRITE REGISTRO-PEDHIST
                    MOVE ITE-QUANTIDADE     TO HIT-QUANTIDADE
                    MOVE ITE-PRECO-UNITARIO TO HIT-PRECO-UNITARIO
                    MOVE ITE-VALOR          TO HIT-VALOR
                    MOVE ITE-VALOR-BRUTO    TO HIT-VALOR-BRUTO
                    MOVE ITE-PCT-DESCONTO   TO HIT-PCT-DESCONTO
                    MOVE ITE-PCT-ICMS       TO HIT-PCT-ICMS
                    MOVE ITE-PCT-IPI        TO HIT-PCT-IPI
                    MOVE ITE-VALOR-ICMS     TO HIT-VALOR-ICMS
                    MOVE ITE-VALOR-IPI      TO HIT-VALOR-IPI
                    MOVE ITE-ICMS-ST        TO HIT-ICMS-ST
                    MOVE ITE-CAMPANHA       TO HIT-CAMPANHA
                    MOVE ITE-PONTOS-CAMPANHA
                      TO HIT-PONTOS-CAMPANHA
                    MOVE ITE-CUSTO-UNITARIO TO HIT-CUSTO-UNITARIO
                    MOVE ITE-ORIGEM-PRECO   TO HIT-ORIGEM-PRECO
                    WRITE REGISTRO-PEDITHIS
                    IF WS-RESULTADO-PEDITHIS = 22
                       REWRITE REGISTRO-PEDITHIS
