              END-IF
              EXIT PARAGRAPH
           END-IF
      *    A IMAGEM DO JORNAL E O REGISTRO INTEIRO. SO A LINHA
      *    ANTIGA, DE QUANDO A IMAGEM TINHA 300 POSICOES (CONVERTIDA
      *    PELO PROGCONEMP COM O FINAL EM BRANCO), VEM SEM OS
      *    CAMPOS FINAIS (BLOQUEIO, CNAE, SEGMENTO, RECEITA E
      *    INSCRICAO ESTADUAL): NELA ELES SAO MANTIDOS DO REGISTRO
      *    JA GRAVADO; SEM REGISTRO, VOLTAM ZERADOS E O PROGBLOQ/
      *    PROGCNAE/PROGCNPJ OS REFAZEM.
           IF JRN-IMAGEM-DEPOIS (301:108) = SPACES
              MOVE JRN-IMAGEM-DEPOIS (1:7) TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-CLIENTE NOT = 00
                 MOVE SPACES TO REGISTRO-CLIENTE
              END-IF
              MOVE JRN-IMAGEM-DEPOIS (1:300)
                 TO REGISTRO-CLIENTE (1:300)
           ELSE
              MOVE JRN-IMAGEM-DEPOIS TO REGISTRO-CLIENTE
           END-IF
           IF CLI-BLOQ-DATA NOT NUMERIC
              MOVE ZEROS TO CLI-BLOQ-DATA
           END-IF
           IF CLI-CNAE NOT NUMERIC
              OR CLI-SEGMENTO NOT NUMERIC
              MOVE ZEROS TO CLI-CNAE
              MOVE ZEROS TO CLI-SEGMENTO
           END-IF
           IF CLI-RF-DATA-SITUACAO NOT NUMERIC
              OR CLI-RF-DATA-CONFERE NOT NUMERIC
              MOVE SPACE  TO CLI-RF-SITUACAO
              MOVE ZEROS  TO CLI-RF-DATA-SITUACAO
              MOVE SPACES TO CLI-RF-RAZAO-SOCIAL
              MOVE ZEROS  TO CLI-RF-DATA-CONFERE
           END-IF
           IF JRN-INCLUSAO
              WRITE REGISTRO-CLIENTE
              IF WS-RESULTADO-CLIENTE = 22
