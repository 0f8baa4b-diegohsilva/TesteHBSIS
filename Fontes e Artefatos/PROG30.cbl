           MOVE HIP-VALOR          TO PED-VALOR
           MOVE HIP-STATUS         TO PED-STATUS
           MOVE HIP-FORA-CARTEIRA  TO PED-FORA-CARTEIRA
           MOVE HIP-COND-PAGTO     TO PED-COND-PAGTO
           MOVE HIP-VALOR-BRUTO    TO PED-VALOR-BRUTO
           MOVE HIP-PCT-DESCONTO   TO PED-PCT-DESCONTO
           MOVE HIP-DESC-LIBERADOR TO PED-DESC-LIBERADOR
           MOVE HIP-VALOR-ICMS     TO PED-VALOR-ICMS
           MOVE HIP-VALOR-IPI      TO PED-VALOR-IPI
           MOVE HIP-TIPO           TO PED-TIPO
           MOVE HIP-BON-LIBERADOR  TO PED-BON-LIBERADOR
           MOVE HIP-EMPRESA        TO PED-EMPRESA
           WRITE REGISTRO-PEDIDO
           IF WS-RESULTADO-PEDIDO = 22
              REWRITE REGISTRO-PEDIDO
                    MOVE HIT-QUANTIDADE     TO ITE-QUANTIDADE
                    MOVE HIT-PRECO-UNITARIO TO ITE-PRECO-UNITARIO
                    MOVE HIT-VALOR          TO ITE-VALOR
                    MOVE HIT-VALOR-BRUTO    TO ITE-VALOR-BRUTO
                    MOVE HIT-PCT-DESCONTO   TO ITE-PCT-DESCONTO
                    MOVE HIT-PCT-ICMS       TO ITE-PCT-ICMS
                    MOVE HIT-PCT-IPI        TO ITE-PCT-IPI
                    MOVE HIT-VALOR-ICMS     TO ITE-VALOR-ICMS
                    MOVE HIT-VALOR-IPI      TO ITE-VALOR-IPI
                    MOVE HIT-ICMS-ST        TO ITE-ICMS-ST
                    MOVE HIT-CAMPANHA       TO ITE-CAMPANHA
                    MOVE HIT-PONTOS-CAMPANHA
                      TO ITE-PONTOS-CAMPANHA
                    MOVE HIT-CUSTO-UNITARIO TO ITE-CUSTO-UNITARIO
                    MOVE HIT-ORIGEM-PRECO   TO ITE-ORIGEM-PRECO
                    WRITE REGISTRO-PEDITEM
                    IF WS-RESULTADO-PEDITEM = 22
                       REWRITE REGISTRO-PEDITEM
