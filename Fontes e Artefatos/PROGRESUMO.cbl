          02 WS-LOG-ANO            PIC 9(04).
       77 WS-LOG-DATA-COMP         PIC 9(08) VALUE ZEROS.
       01 CONTADORES-MOTIVO.
          02 WS-QTD-MOTIVO          PIC 9(07) OCCURS 8 TIMES
                                    VALUE ZEROS.
       01 TABELA-CARTEIRAS.
          02 CART-OCORRENCIA OCCURS 9999 TIMES.
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 IF REJ-CLI-MOTIVO > ZEROS AND REJ-CLI-MOTIVO < 9
                    ADD 1 TO WS-QTD-MOTIVO (REJ-CLI-MOTIVO)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-REJ-CLIENTE
           PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
              UNTIL WS-IDX-MOTIVO > 8
              IF WS-QTD-MOTIVO (WS-IDX-MOTIVO) > ZEROS
                 MOVE WS-IDX-MOTIVO TO LMO-MOTIVO
                 MOVE WS-QTD-MOTIVO (WS-IDX-MOTIVO) TO LMO-QTD
