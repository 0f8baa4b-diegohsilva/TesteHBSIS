      *    AUSENCIA.DAT) DEVEM SER RECARREGADOS PELO PROG10/PROG12;
      *    O HISTORICO DE GERACOES DE DISTRIBUICAO (GERCAB/GERDET)
      *    E O CACHE RECOMECAM VAZIOS APOS A CONVERSAO.
      *    O LEGADO CONVERTIDO PERTENCE A EMPRESA 01. OS DEMAIS
      *    ARQUIVOS CUJO LEIAUTE CRESCEU DEPOIS DESTA CONVERSAO SAO
      *    TRATADOS PELO PROGCONEMP.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                 MOVE VAN-CODIGO TO VEN-CODIGO
                 MOVE REGISTRO-VEN-ANT (4:255)
                    TO REGISTRO-VENDEDOR (6:255)
                 MOVE 01 TO VEN-EMPRESA
                 WRITE REGISTRO-VENDEDOR
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 MOVE SPACES TO CLI-FILIAL
                 MOVE SPACE  TO CLI-VINCULADO
                 MOVE SPACES TO CLI-VINC-MOTIVO
                 MOVE SPACE  TO CLI-BLOQ-COMERCIAL
                 MOVE ZEROS  TO CLI-BLOQ-DATA
                 MOVE ZEROS  TO CLI-CNAE
                 MOVE ZEROS  TO CLI-SEGMENTO
                 MOVE SPACE  TO CLI-RF-SITUACAO
                 MOVE ZEROS  TO CLI-RF-DATA-SITUACAO
                 MOVE SPACES TO CLI-RF-RAZAO-SOCIAL
                 MOVE ZEROS  TO CLI-RF-DATA-CONFERE
                 MOVE SPACES TO CLI-IE
                 WRITE REGISTRO-CLIENTE
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 MOVE DAN-CLI-CODIGO TO DIS-CLI-CODIGO
                 MOVE DAN-VEN-CODIGO TO DIS-VEN-CODIGO
                 MOVE DAN-DISTANCIA  TO DIS-DISTANCIA
                 MOVE 01             TO DIS-EMPRESA
                 WRITE REGISTRO-DISTRIBUICAO
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 MOVE PAN-VEN-CODIGO  TO PED-VEN-CODIGO
                 MOVE PAN-VALOR       TO PED-VALOR
                 MOVE PAN-STATUS      TO PED-STATUS
      *          CAMPOS NOVOS NO LEIAUTE, SEM EQUIVALENTE ANTIGO.
                 MOVE SPACE           TO PED-FORA-CARTEIRA
                 MOVE ZEROS           TO PED-COND-PAGTO
                 MOVE PAN-VALOR       TO PED-VALOR-BRUTO
                 MOVE ZEROS           TO PED-PCT-DESCONTO
                 MOVE SPACES          TO PED-DESC-LIBERADOR
                 MOVE ZEROS           TO PED-VALOR-ICMS
                 MOVE ZEROS           TO PED-VALOR-IPI
                 MOVE "V"             TO PED-TIPO
                 MOVE SPACES          TO PED-BON-LIBERADOR
                 MOVE 01              TO PED-EMPRESA
                 WRITE REGISTRO-PEDIDO
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
