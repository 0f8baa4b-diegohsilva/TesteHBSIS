       DATE-WRITTEN. 02/09/2026.
      *    ******** PROCESSADOR DO RETORNO BANCARIO ********
      *    LE O ARQUIVO DE RETORNO DO BANCO (RETBAN.TXT: NOSSO
      *    NUMERO, VALOR PAGO, DATA E PARCELA POR LINHA), CASA CADA
      *    LINHA COM A PARCELA EM ABERTO CORRESPONDENTE EM TITULO.DAT
      *    (SEM PARCELA INFORMADA, A PRIMEIRA PARCELA EM ABERTO DO
      *    TITULO) E BAIXA A PARCELA AUTOMATICAMENTE. LINHA SEM
      *    TITULO, COM TITULO JA
      *    QUITADO/CANCELADO OU COM VALOR DIVERGENTE DO SALDO VAI
      *    PARA REJRET.TXT COM CODIGO DE MOTIVO, PARA TRATAMENTO
      *    MANUAL NO PROG25 - MESMO DESENHO DA IMPORTACAO DE
      *    CLIENTES. TOTAIS DE CONTROLE IMPRESSOS NO FIM.
      *    PAGAMENTO APOS O VENCIMENTO: O VALOR ESPERADO E O SALDO
      *    MAIS MULTA E JUROS DE MORA NA DATA DO PAGAMENTO
      *    (CALCENCAR); OS ENCARGOS RECEBIDOS FICAM NO TITULO
      *    SEPARADOS DO PRINCIPAL. O BANCO QUE RECEBE SO O SALDO
      *    TAMBEM BAIXA, E O ENCARGO FICA COBRADO E NAO RECEBIDO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.
       77 WS-RET-ANO               PIC 9(04) VALUE ZEROS.
       77 WS-RET-MES               PIC 9(02) VALUE ZEROS.
       77 WS-RET-DIA               PIC 9(02) VALUE ZEROS.
       77 WS-RET-PARCELA           PIC 9(02) VALUE ZEROS.
       77 WS-FIM-PARCELAS          PIC 9(01) VALUE ZEROS.
       77 WS-VALOR-COM-ENCARGOS    PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-QTD-COM-ENCARGOS      PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-ENCARGOS        PIC 9(13)V9(02) VALUE ZEROS.
       COPY "AREA-ENCARGOS.cpy".

       PROCEDURE DIVISION.
       INICIO.
              WS-VALOR-BAIXADO
           DISPLAY "PROGRETBAN - VALOR REJEITADO...: "
              WS-VALOR-REJEITADO
           DISPLAY "PROGRETBAN - BAIXAS C/ ENCARGOS: "
              WS-QTD-COM-ENCARGOS
           DISPLAY "PROGRETBAN - ENCARGOS RECEBIDOS: "
              WS-VALOR-ENCARGOS
           CANCEL "CALCENCAR"
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGRETBAN - FIM DO RETORNO BANCARIO."
           GOBACK
              PERFORM GRAVA-REJEITO-RETORNO
              GO TO F-PROCESSA-RETORNO
           END-IF
           IF RET-PARCELA IS NUMERIC AND RET-PARCELA NOT = ZEROS
              MOVE RET-PARCELA TO WS-RET-PARCELA
           ELSE
              PERFORM LOCALIZA-PARCELA-ABERTA
           END-IF
           MOVE RET-TITULO     TO TIT-NUMERO
           MOVE WS-RET-PARCELA TO TIT-PARCELA
           READ ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              SET MOTIVO-TITULO-INEXISTENTE TO TRUE
              GO TO F-PROCESSA-RETORNO
           END-IF
      *    A BAIXA AUTOMATICA EXIGE O VALOR EXATO DO SALDO EM
      *    ABERTO, COM OU SEM OS ENCARGOS DE ATRASO DA DATA DO
      *    PAGAMENTO; PAGAMENTO PARCIAL OU A MAIOR E DIVERGENCIA E
      *    VAI PARA O TRATAMENTO MANUAL.
           COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
           MOVE TIT-DATA-VENCIMENTO TO WS-ENC-VENCIMENTO
           MOVE RET-DATA-PAGTO      TO WS-ENC-DATA-PAGTO
           MOVE WS-SALDO-TITULO     TO WS-ENC-SALDO
      *    PARCELA COM PAGAMENTO PARCIAL ANTERIOR: JUROS SO DESDE A
      *    DATA DAQUELE PAGAMENTO E SEM REPETIR A MULTA JA COBRADA.
           MOVE ZEROS TO WS-ENC-INICIO-JUROS
           MOVE "N"   TO WS-ENC-MULTA-COBRADA
           IF TIT-VALOR-PAGO GREATER ZEROS
              MOVE TIT-DATA-PAGAMENTO TO WS-ENC-INICIO-JUROS
           END-IF
           IF TIT-ENC-COBRADOS GREATER ZEROS
              MOVE "S" TO WS-ENC-MULTA-COBRADA
           END-IF
           CALL "CALCENCAR" USING WS-AREA-ENCARGOS
           COMPUTE WS-VALOR-COM-ENCARGOS =
              WS-SALDO-TITULO + WS-ENC-TOTAL
           IF RET-VALOR-PAGO NOT = WS-SALDO-TITULO
              AND RET-VALOR-PAGO NOT = WS-VALOR-COM-ENCARGOS
              SET MOTIVO-VALOR-DIVERGENTE TO TRUE
              PERFORM GRAVA-REJEITO-RETORNO
              GO TO F-PROCESSA-RETORNO
           END-IF
           ADD WS-ENC-TOTAL TO TIT-ENC-COBRADOS
           IF WS-ENC-TOTAL GREATER ZEROS
              AND RET-VALOR-PAGO = WS-VALOR-COM-ENCARGOS
              ADD WS-ENC-MULTA TO TIT-ENC-MULTA-PAGA
              ADD WS-ENC-JUROS TO TIT-ENC-JUROS-PAGOS
           END-IF
           ADD WS-SALDO-TITULO TO TIT-VALOR-PAGO
           MOVE RET-DATA-PAGTO TO TIT-DATA-PAGAMENTO
           MOVE "P"            TO TIT-STATUS
           REWRITE REGISTRO-TITULO
           ELSE
              ADD 1 TO WS-QTD-BAIXADOS
              ADD RET-VALOR-PAGO TO WS-VALOR-BAIXADO
              IF WS-ENC-TOTAL GREATER ZEROS
                 AND RET-VALOR-PAGO = WS-VALOR-COM-ENCARGOS
                 ADD 1 TO WS-QTD-COM-ENCARGOS
                 ADD WS-ENC-TOTAL TO WS-VALOR-ENCARGOS
              END-IF
           END-IF
           .
       F-PROCESSA-RETORNO. EXIT.
       LOCALIZA-PARCELA-ABERTA.
      *    RETORNO SEM PARCELA: BAIXA NA PRIMEIRA PARCELA EM ABERTO
      *    DO TITULO; SEM NENHUMA ABERTA, FICA A PRIMEIRA (QUE CAI
      *    NOS MOTIVOS DE QUITADO/CANCELADO).
           MOVE 1          TO WS-RET-PARCELA
           MOVE RET-TITULO TO TIT-NUMERO
           MOVE ZEROS      TO TIT-PARCELA
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-PARCELAS
           PERFORM UNTIL WS-FIM-PARCELAS = 1
              READ ARQ-TITULO NEXT AT END
                 MOVE 1 TO WS-FIM-PARCELAS
              END-READ
              IF WS-FIM-PARCELAS NOT = 1
                 IF TIT-NUMERO NOT = RET-TITULO
                    MOVE 1 TO WS-FIM-PARCELAS
                 ELSE
                    IF TIT-ABERTO
                       MOVE TIT-PARCELA TO WS-RET-PARCELA
                       MOVE 1 TO WS-FIM-PARCELAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       GRAVA-REJEITO-RETORNO.
           ADD 1 TO WS-QTD-REJEITADOS
           ADD RET-VALOR-PAGO TO WS-VALOR-REJEITADO
           MOVE RET-TITULO     TO RJR-TITULO
           MOVE RET-VALOR-PAGO TO RJR-VALOR-PAGO
           MOVE RET-DATA-PAGTO TO RJR-DATA-PAGTO
           MOVE RET-PARCELA    TO RJR-PARCELA
           MOVE WS-REJ-MOTIVO  TO RJR-MOTIVO
           WRITE REGISTRO-REJ-RETBAN
           .
