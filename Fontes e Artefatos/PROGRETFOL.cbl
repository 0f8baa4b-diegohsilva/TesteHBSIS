       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRETFOL.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** PROCESSADOR DO RETORNO DA FOLHA ********
      *    LADO DE ENTRADA DO PROGFOLHA: LE A CONFIRMACAO DO SISTEMA
      *    DE FOLHA DE PAGAMENTO (RETFOLHA.TXT, LAYOUT EM
      *    RET-FOLHA.FD) E CASA CADA LINHA, PELO EVENTO, COM A
      *    COMISSAO DO LEDGER (COMISLED.DAT) OU COM O REEMBOLSO DE
      *    DESPESAS (DESPESA.DAT) DO VENDEDOR E COMPETENCIA. LINHA
      *    ENVIADA NO MESMO LOTE E PAGA PELO VALOR ENVIADO PASSA A
      *    "P" (PAGA) COM A DATA DO PAGAMENTO DA FOLHA - E ESTA A
      *    UNICA MARCACAO DE PAGAMENTO DO LEDGER E DAS DESPESAS.
      *    LINHA RECUSADA PELA FOLHA VOLTA A "R" (RETIDA) COM
      *    OBSERVACAO, PARA NOVA DECISAO DO SUPERVISOR (PROG27 /
      *    PROG49). O QUE NAO CASA VAI PARA REJFOLHA.TXT COM CODIGO
      *    DE MOTIVO - MESMO DESENHO DO RETORNO BANCARIO. TOTAIS DE
      *    CONTROLE IMPRESSOS NO FIM.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-COMLED ASSIGN TO DISK WID-ARQ-COMLED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CML-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-COMLED.

           SELECT ARQ-DESPESA ASSIGN TO DISK WID-ARQ-DESPESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DSP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DESPESA.

           SELECT ARQ-RET-FOLHA ASSIGN TO WID-ARQ-RET-FOLHA
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-RET.

           SELECT ARQ-REJ-RETFOL ASSIGN TO WID-ARQ-REJ-RETFOL
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-REJ.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-COMLED.FD".
       COPY "ARQ-DESPESA.FD".
       COPY "RET-FOLHA.FD".
       COPY "REJ-RETFOL.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-DESPESA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-RET-FOLHA        PIC X(50) VALUE SPACES.
       77 WID-ARQ-REJ-RETFOL       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-COMLED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DESPESA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RET         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REJ         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-GRAVACAO    PIC 9(02) VALUE ZEROS.
       77 WS-REJ-MOTIVO            PIC 9(02) VALUE ZEROS.
           88 MOTIVO-EVENTO-DESCONHECIDO VALUE 01.
           88 MOTIVO-LINHA-INEXISTENTE   VALUE 02.
           88 MOTIVO-LINHA-NAO-ENVIADA   VALUE 03.
           88 MOTIVO-LINHA-PAGA          VALUE 04.
           88 MOTIVO-LOTE-DIVERGENTE     VALUE 05.
           88 MOTIVO-VALOR-DIVERGENTE    VALUE 06.
           88 MOTIVO-DATA-INVALIDA       VALUE 07.
           88 MOTIVO-SITUACAO-INVALIDA   VALUE 08.
           88 MOTIVO-ERRO-GRAVACAO       VALUE 09.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WS-EVENTO-COMISSAO       PIC 9(04) VALUE 1001.
       77 WS-EVENTO-DESPESA        PIC 9(04) VALUE 1002.
       77 WS-DESPESA-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FIM-RETORNO           PIC 9(01) VALUE ZEROS.
       77 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PAGOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RECUSADOS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-PAGO            PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-VALOR-RECUSADO        PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-VALOR-REJEITADO       PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-RET-AAAAMM            PIC 9(06) VALUE ZEROS.
       77 WS-RET-ANO               PIC 9(04) VALUE ZEROS.
       77 WS-RET-MES               PIC 9(02) VALUE ZEROS.
       77 WS-RET-DIA               PIC 9(02) VALUE ZEROS.
      *    VISAO COMUM DA LINHA CASADA, SEJA COMISSAO OU DESPESA.
       77 WS-TIPO-LINHA            PIC X(01) VALUE SPACES.
           88 LINHA-COMISSAO       VALUE "C".
           88 LINHA-DESPESA        VALUE "D".
       77 WS-LINHA-STATUS          PIC X(01) VALUE SPACES.
           88 LINHA-ENVIADA        VALUE "E".
           88 LINHA-PAGA           VALUE "P".
       77 WS-LINHA-LOTE            PIC 9(06) VALUE ZEROS.
       77 WS-LINHA-VALOR           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-OBS-RECUSA            PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGRETFOL - INICIO DO RETORNO DA FOLHA"
           MOVE "PROGRETFOL" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGRETFOL - JA EXISTE RETORNO EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM LE-PARAMETROS
           MOVE "RETFOLHA.TXT" TO WID-ARQ-RET-FOLHA
           OPEN INPUT ARQ-RET-FOLHA
           IF WS-RESULTADO-RET NOT = 00
              DISPLAY "PROGRETFOL - RETFOLHA.TXT NAO ENCONTRADO."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           OPEN I-O ARQ-COMLED
           IF WS-RESULTADO-COMLED NOT = 00
              DISPLAY "PROGRETFOL - COMISLED.DAT NAO ENCONTRADO."
              CLOSE ARQ-RET-FOLHA
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "DESPESA.DAT" TO WID-ARQ-DESPESA
           OPEN I-O ARQ-DESPESA
           IF WS-RESULTADO-DESPESA = 00
              MOVE "S" TO WS-DESPESA-DISPONIVEL
           END-IF
           MOVE "REJFOLHA.TXT" TO WID-ARQ-REJ-RETFOL
           OPEN EXTEND ARQ-REJ-RETFOL
           IF WS-RESULTADO-REJ NOT = 00
              OPEN OUTPUT ARQ-REJ-RETFOL
              CLOSE ARQ-REJ-RETFOL
              OPEN EXTEND ARQ-REJ-RETFOL
           END-IF

           PERFORM UNTIL WS-FIM-RETORNO = 1
              READ ARQ-RET-FOLHA AT END
                 MOVE 1 TO WS-FIM-RETORNO
              END-READ
              IF WS-FIM-RETORNO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 PERFORM PROCESSA-RETORNO
                    THRU F-PROCESSA-RETORNO
              END-IF
           END-PERFORM

           CLOSE ARQ-RET-FOLHA
           CLOSE ARQ-COMLED
           IF WS-DESPESA-DISPONIVEL = "S"
              CLOSE ARQ-DESPESA
           END-IF
           CLOSE ARQ-REJ-RETFOL
           DISPLAY "PROGRETFOL - LINHAS LIDAS......: " WS-QTD-LIDOS
           DISPLAY "PROGRETFOL - LINHAS PAGAS......: " WS-QTD-PAGOS
           DISPLAY "PROGRETFOL - RECUSADOS P/ FOLHA: "
              WS-QTD-RECUSADOS
           DISPLAY "PROGRETFOL - LINHAS REJEITADAS.: "
              WS-QTD-REJEITADOS
           DISPLAY "PROGRETFOL - VALOR PAGO........: " WS-VALOR-PAGO
           DISPLAY "PROGRETFOL - VALOR RECUSADO....: "
              WS-VALOR-RECUSADO
           DISPLAY "PROGRETFOL - VALOR REJEITADO...: "
              WS-VALOR-REJEITADO
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGRETFOL - FIM DO RETORNO DA FOLHA."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       LE-PARAMETROS.
      *    OS MESMOS EVENTOS USADOS PELO PROGFOLHA NO ENVIO.
           MOVE "EVTCOMISSAO" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS AND WS-PARAM-VALOR > ZEROS
              MOVE WS-PARAM-VALOR TO WS-EVENTO-COMISSAO
           END-IF
           MOVE "EVTDESPESA" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS AND WS-PARAM-VALOR > ZEROS
              MOVE WS-PARAM-VALOR TO WS-EVENTO-DESPESA
           END-IF
           CANCEL "PARAMLER"
           .
       PROCESSA-RETORNO.
           IF NOT RTF-PAGO AND NOT RTF-RECUSADO
              SET MOTIVO-SITUACAO-INVALIDA TO TRUE
              PERFORM GRAVA-REJEITO-RETORNO
              GO TO F-PROCESSA-RETORNO
           END-IF
           EVALUATE TRUE
              WHEN RTF-EVENTO = WS-EVENTO-COMISSAO
                 SET LINHA-COMISSAO TO TRUE
                 MOVE RTF-VEN-CODIGO  TO CML-VEN-CODIGO
                 MOVE RTF-COMPETENCIA TO CML-COMPETENCIA
                 READ ARQ-COMLED
                 IF WS-RESULTADO-COMLED NOT = 00
                    SET MOTIVO-LINHA-INEXISTENTE TO TRUE
                    PERFORM GRAVA-REJEITO-RETORNO
                    GO TO F-PROCESSA-RETORNO
                 END-IF
                 MOVE CML-STATUS     TO WS-LINHA-STATUS
                 MOVE CML-LOTE-FOLHA TO WS-LINHA-LOTE
                 MOVE CML-VALOR      TO WS-LINHA-VALOR
              WHEN RTF-EVENTO = WS-EVENTO-DESPESA
                 SET LINHA-DESPESA TO TRUE
                 IF WS-DESPESA-DISPONIVEL NOT = "S"
                    SET MOTIVO-LINHA-INEXISTENTE TO TRUE
                    PERFORM GRAVA-REJEITO-RETORNO
                    GO TO F-PROCESSA-RETORNO
                 END-IF
                 MOVE RTF-VEN-CODIGO  TO DSP-VEN-CODIGO
                 MOVE RTF-COMPETENCIA TO DSP-COMPETENCIA
                 READ ARQ-DESPESA
                 IF WS-RESULTADO-DESPESA NOT = 00
                    SET MOTIVO-LINHA-INEXISTENTE TO TRUE
                    PERFORM GRAVA-REJEITO-RETORNO
                    GO TO F-PROCESSA-RETORNO
                 END-IF
                 MOVE DSP-STATUS      TO WS-LINHA-STATUS
                 MOVE DSP-LOTE-FOLHA  TO WS-LINHA-LOTE
                 MOVE DSP-VALOR-TOTAL TO WS-LINHA-VALOR
              WHEN OTHER
                 SET MOTIVO-EVENTO-DESCONHECIDO TO TRUE
                 PERFORM GRAVA-REJEITO-RETORNO
                 GO TO F-PROCESSA-RETORNO
           END-EVALUATE
           IF LINHA-PAGA
              SET MOTIVO-LINHA-PAGA TO TRUE
              PERFORM GRAVA-REJEITO-RETORNO
              GO TO F-PROCESSA-RETORNO
           END-IF
           IF NOT LINHA-ENVIADA
              SET MOTIVO-LINHA-NAO-ENVIADA TO TRUE
              PERFORM GRAVA-REJEITO-RETORNO
              GO TO F-PROCESSA-RETORNO
           END-IF
           IF RTF-LOTE NOT = WS-LINHA-LOTE
              SET MOTIVO-LOTE-DIVERGENTE TO TRUE
              PERFORM GRAVA-REJEITO-RETORNO
              GO TO F-PROCESSA-RETORNO
           END-IF
           IF RTF-RECUSADO
              PERFORM DEVOLVE-LINHA-RECUSADA
              GO TO F-PROCESSA-RETORNO
           END-IF
           DIVIDE RTF-DATA-PAGTO BY 100
              GIVING WS-RET-AAAAMM
              REMAINDER WS-RET-DIA
           DIVIDE WS-RET-AAAAMM BY 100
              GIVING WS-RET-ANO
              REMAINDER WS-RET-MES
           IF RTF-DATA-PAGTO = ZEROS
              OR WS-RET-MES < 01 OR WS-RET-MES > 12
              OR WS-RET-DIA < 01 OR WS-RET-DIA > 31
              SET MOTIVO-DATA-INVALIDA TO TRUE
              PERFORM GRAVA-REJEITO-RETORNO
              GO TO F-PROCESSA-RETORNO
           END-IF
      *    A FOLHA PAGA EXATAMENTE O QUE FOI ENVIADO; DIFERENCA E
      *    CONFERIDA COM O DEPARTAMENTO PESSOAL.
           IF RTF-VALOR-PAGO NOT = WS-LINHA-VALOR
              SET MOTIVO-VALOR-DIVERGENTE TO TRUE
              PERFORM GRAVA-REJEITO-RETORNO
              GO TO F-PROCESSA-RETORNO
           END-IF
           IF LINHA-COMISSAO
              MOVE "P"            TO CML-STATUS
              MOVE RTF-DATA-PAGTO TO CML-DATA-PAGAMENTO
              REWRITE REGISTRO-COMLED
              MOVE WS-RESULTADO-COMLED TO WS-RESULTADO-GRAVACAO
           ELSE
              MOVE "P"            TO DSP-STATUS
              MOVE RTF-DATA-PAGTO TO DSP-DATA-PAGAMENTO
              REWRITE REGISTRO-DESPESA
              MOVE WS-RESULTADO-DESPESA TO WS-RESULTADO-GRAVACAO
           END-IF
           IF WS-RESULTADO-GRAVACAO NOT = 00 AND 02
              SET MOTIVO-ERRO-GRAVACAO TO TRUE
              PERFORM GRAVA-REJEITO-RETORNO
           ELSE
              ADD 1 TO WS-QTD-PAGOS
              ADD RTF-VALOR-PAGO TO WS-VALOR-PAGO
           END-IF
           .
       F-PROCESSA-RETORNO. EXIT.
       DEVOLVE-LINHA-RECUSADA.
      *    A FOLHA NAO ACEITOU O PAGAMENTO (FUNCIONARIO DESLIGADO,
      *    CPF NAO ENCONTRADO...): A LINHA SAI DO LOTE E FICA RETIDA
      *    PARA O SUPERVISOR DECIDIR DE NOVO; SE REAPROVADA, VAI NO
      *    PROXIMO LOTE.
           MOVE SPACES TO WS-OBS-RECUSA
           STRING "RECUSADA PELA FOLHA - LOTE " DELIMITED BY SIZE
                  RTF-LOTE                      DELIMITED BY SIZE
               INTO WS-OBS-RECUSA
           END-STRING
           IF LINHA-COMISSAO
              MOVE "R"             TO CML-STATUS
              MOVE WS-OBS-RECUSA   TO CML-OBSERVACAO
              MOVE "PROGRETFOL"    TO CML-OPER-DECISAO
              MOVE WS-DATA-SISTEMA TO CML-DATA-DECISAO
              MOVE ZEROS           TO CML-LOTE-FOLHA
              MOVE ZEROS           TO CML-DATA-ENVIO-FOLHA
              REWRITE REGISTRO-COMLED
              MOVE WS-RESULTADO-COMLED TO WS-RESULTADO-GRAVACAO
           ELSE
              MOVE "R"             TO DSP-STATUS
              MOVE WS-OBS-RECUSA   TO DSP-OBSERVACAO
              MOVE "PROGRETFOL"    TO DSP-OPER-DECISAO
              MOVE WS-DATA-SISTEMA TO DSP-DATA-DECISAO
              MOVE ZEROS           TO DSP-LOTE-FOLHA
              MOVE ZEROS           TO DSP-DATA-ENVIO-FOLHA
              REWRITE REGISTRO-DESPESA
              MOVE WS-RESULTADO-DESPESA TO WS-RESULTADO-GRAVACAO
           END-IF
           IF WS-RESULTADO-GRAVACAO NOT = 00 AND 02
              SET MOTIVO-ERRO-GRAVACAO TO TRUE
              PERFORM GRAVA-REJEITO-RETORNO
           ELSE
              ADD 1 TO WS-QTD-RECUSADOS
              ADD RTF-VALOR-PAGO TO WS-VALOR-RECUSADO
           END-IF
           .
       GRAVA-REJEITO-RETORNO.
           ADD 1 TO WS-QTD-REJEITADOS
           ADD RTF-VALOR-PAGO TO WS-VALOR-REJEITADO
           MOVE RTF-LOTE        TO RJF-LOTE
           MOVE RTF-VEN-CODIGO  TO RJF-VEN-CODIGO
           MOVE RTF-CPF         TO RJF-CPF
           MOVE RTF-COMPETENCIA TO RJF-COMPETENCIA
           MOVE RTF-EVENTO      TO RJF-EVENTO
           MOVE RTF-VALOR-PAGO  TO RJF-VALOR-PAGO
           MOVE RTF-DATA-PAGTO  TO RJF-DATA-PAGTO
           MOVE RTF-SITUACAO    TO RJF-SITUACAO
           MOVE WS-REJ-MOTIVO   TO RJF-MOTIVO
           WRITE REGISTRO-REJ-RETFOL
           .
