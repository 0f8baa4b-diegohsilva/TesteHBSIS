       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOBRA.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** REGUA DE COBRANCA DE TITULOS VENCIDOS ********
      *    RODA TODA NOITE NO PROGLOTE. PERCORRE AS PARCELAS EM
      *    ABERTO DE TITULO.DAT CLASSIFICADAS POR CLIENTE E, PARA
      *    CADA PARCELA VENCIDA, DEFINE O NIVEL DE COBRANCA PELOS
      *    DIAS DE ATRASO (PARAMETROS DIASCOBRA1/2/3 DO PARAM.DAT):
      *      1 - LEMBRETE (PADRAO 5 DIAS);
      *      2 - NOTIFICACAO FORMAL (PADRAO 15 DIAS);
      *      3 - PRE-JURIDICO (PADRAO 45 DIAS).
      *    CLIENTE COM ALGUMA PARCELA QUE SUBIU DE NIVEL RECEBE UMA
      *    CARTA (COBRA.CNNNNNNN.TXT) NO NIVEL MAIS ALTO, LISTANDO
      *    TODAS AS PARCELAS VENCIDAS; A CARTA ENTRA NA FILA DE
      *    CORREIO (MAILENQ/MAILQ.DAT) PARA O CLI-EMAIL, COM COPIA
      *    PARA O VEN-EMAIL DO VENDEDOR DO CLIENTE. O NIVEL E A
      *    DATA DO ENVIO FICAM GRAVADOS NA PARCELA (TIT-COB-NIVEL,
      *    TIT-COB-DATA), E A MESMA CARTA NAO SAI DUAS VEZES; O
      *    PROG21 MOSTRA A ETAPA AO CALL CENTER.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-SAI ASSIGN TO "ARQSAICOB".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT ARQ-CARTA ASSIGN TO WID-ARQ-CARTA
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-CARTA.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".

       FD ARQ-SAI.
       01 REG-SAI.
          02 TIT-NUMERO-SAI         PIC 9(09).
          02 TIT-PARCELA-SAI        PIC 9(02).
          02 TIT-QTD-PARCELAS-SAI   PIC 9(02).
          02 TIT-CLI-CODIGO-SAI     PIC 9(07).
          02 TIT-VEN-CODIGO-SAI     PIC 9(05).
          02 TIT-DATA-EMISSAO-SAI   PIC 9(08).
          02 TIT-DATA-VENC-SAI      PIC 9(08).
          02 TIT-VALOR-SAI          PIC 9(09)V9(02).
          02 TIT-VALOR-PAGO-SAI     PIC 9(09)V9(02).
          02 TIT-DATA-PAGTO-SAI     PIC 9(08).
          02 TIT-STATUS-SAI         PIC X(01).
          02 FILLER                 PIC X(54).
          02 TIT-COB-NIVEL-SAI      PIC 9(01).
          02 TIT-COB-DATA-SAI       PIC 9(08).
          02 FILLER                 PIC X(78).
          02 TIT-EMPRESA-SAI        PIC 9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 TIT-NUMERO-SORT        PIC 9(09).
          05 TIT-PARCELA-SORT       PIC 9(02).
          05 FILLER                 PIC 9(02).
          05 TIT-CLI-SORT           PIC 9(07).
          05 FILLER                 PIC 9(05).
          05 FILLER                 PIC 9(08).
          05 FILLER                 PIC 9(08).
          05 FILLER                 PIC 9(09)V9(02).
          05 FILLER                 PIC 9(09)V9(02).
          05 FILLER                 PIC 9(08).
          05 FILLER                 PIC X(01).
          05 FILLER                 PIC X(54).
          05 FILLER                 PIC 9(01).
          05 FILLER                 PIC 9(08).
          05 FILLER                 PIC X(78).
          05 FILLER                 PIC 9(02).

       FD ARQ-CARTA.
       01 LINHA-CARTA               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CARTA            PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CARTA       PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
      *    REGUA DE COBRANCA: DIAS DE ATRASO DE CADA NIVEL (PARAM.DAT,
      *    PROG37); PARAMETRO AUSENTE MANTEM O PADRAO EMBUTIDO.
       77 WS-DIAS-NIVEL-1          PIC 9(03) VALUE 5.
       77 WS-DIAS-NIVEL-2          PIC 9(03) VALUE 15.
       77 WS-DIAS-NIVEL-3          PIC 9(03) VALUE 45.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENC             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO           PIC 9(05) VALUE ZEROS.
       77 WS-NIVEL-DEVIDO          PIC 9(01) VALUE ZEROS.
       77 WS-NIVEL-CARTA           PIC 9(01) VALUE ZEROS.
       77 WS-CLI-ATUAL             PIC 9(07) VALUE ZEROS.
       77 WS-CLIENTE-ESCALOU       PIC X(01) VALUE "N".
       77 WS-QTD-COB               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-COB               PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-ATRASO          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-CLI-EDIT              PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CARTAS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NIVEL-1           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NIVEL-2           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NIVEL-3           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-EMAIL         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PARCELAS-ESC      PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-EDITADO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-MAIL-ASSUNTO          PIC X(40) VALUE SPACES.
       77 WS-MAIL-CORPO            PIC X(50) VALUE SPACES.
       77 WS-MAIL-ORIGEM           PIC X(10) VALUE "PROGCOBRA".
       77 WS-MAIL-RESULTADO        PIC 9(01) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.

      *    PARCELAS VENCIDAS DO CLIENTE EM TRATAMENTO, COM O NIVEL
      *    DEVIDO E A MARCA DE QUEM SUBIU DE NIVEL NESTA NOITE.
       01 TABELA-COBRANCA.
          02 COB-OCORRENCIA OCCURS 300 TIMES.
             03 TAB-COB-NUMERO     PIC 9(09).
             03 TAB-COB-PARCELA    PIC 9(02).
             03 TAB-COB-VENCIMENTO PIC 9(08).
             03 TAB-COB-SALDO      PIC 9(09)V9(02).
             03 TAB-COB-DIAS       PIC 9(05).
             03 TAB-COB-NIVEL      PIC 9(01).
             03 TAB-COB-ESCALOU    PIC X(01).

       01 LINHA-DET-CARTA.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DCA-NUMERO            PIC 9(09).
          02 FILLER                PIC X(01) VALUE "/".
          02 DCA-PARCELA           PIC 9(02).
          02 FILLER                PIC X(04) VALUE SPACES.
          02 DCA-VENCIMENTO        PIC 9(08).
          02 FILLER                PIC X(04) VALUE SPACES.
          02 DCA-DIAS              PIC ZZZZ9.
          02 FILLER                PIC X(04) VALUE SPACES.
          02 DCA-SALDO             PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "PROGCOBRA - INICIO DA REGUA DE COBRANCA - "
              WS-DATA-SISTEMA
           MOVE "PROGCOBRA" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGCOBRA - JA EXISTE COBRANCA EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LE-PARAMETROS
           COMPUTE WS-DIAS-HOJE =
              FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              DISPLAY "PROGCOBRA - SEM TITULOS REGISTRADOS."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           CLOSE ARQ-TITULO
           SORT ARQ-SORT ON ASCENDING KEY TIT-CLI-SORT
                         ON ASCENDING KEY TIT-NUMERO-SORT
                         ON ASCENDING KEY TIT-PARCELA-SORT
              USING  ARQ-TITULO
              GIVING ARQ-SAI
           OPEN I-O ARQ-TITULO
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR

           MOVE ZEROS TO WS-CLI-ATUAL
           MOVE ZEROS TO WS-QTD-COB
           MOVE "N"   TO WS-CLIENTE-ESCALOU
           MOVE ZEROS TO CONTROLE-FIM
           OPEN INPUT ARQ-SAI
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF TIT-CLI-CODIGO-SAI NOT = WS-CLI-ATUAL
                 PERFORM FECHA-CLIENTE-COBRANCA
                    THRU F-FECHA-CLIENTE-COBRANCA
                 MOVE TIT-CLI-CODIGO-SAI TO WS-CLI-ATUAL
              END-IF
              IF TIT-STATUS-SAI = "A"
                 AND TIT-DATA-VENC-SAI LESS WS-DATA-SISTEMA
                 PERFORM AVALIA-PARCELA-VENCIDA
              END-IF
           END-PERFORM
           PERFORM FECHA-CLIENTE-COBRANCA
              THRU F-FECHA-CLIENTE-COBRANCA
           CLOSE ARQ-SAI
           CLOSE ARQ-TITULO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           DISPLAY "PROGCOBRA - CARTAS GERADAS.......: " WS-QTD-CARTAS
           DISPLAY "PROGCOBRA - LEMBRETES............: "
              WS-QTD-NIVEL-1
           DISPLAY "PROGCOBRA - NOTIFICACOES.........: "
              WS-QTD-NIVEL-2
           DISPLAY "PROGCOBRA - PRE-JURIDICOS........: "
              WS-QTD-NIVEL-3
           DISPLAY "PROGCOBRA - PARCELAS QUE SUBIRAM.: "
              WS-QTD-PARCELAS-ESC
           DISPLAY "PROGCOBRA - CLIENTES SEM E-MAIL..: "
              WS-QTD-SEM-EMAIL
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGCOBRA - FIM DA REGUA DE COBRANCA."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       LE-PARAMETROS.
           MOVE "DIASCOBRA1" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DIAS-NIVEL-1
           END-IF
           MOVE "DIASCOBRA2" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DIAS-NIVEL-2
           END-IF
           MOVE "DIASCOBRA3" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DIAS-NIVEL-3
           END-IF
           CANCEL "PARAMLER"
           .
       AVALIA-PARCELA-VENCIDA.
      *    NIVEL DEVIDO PELOS DIAS DE ATRASO; ABAIXO DO PRIMEIRO
      *    DEGRAU A PARCELA AINDA NAO ENTRA NA REGUA.
           COMPUTE WS-DIAS-VENC =
              FUNCTION INTEGER-OF-DATE(TIT-DATA-VENC-SAI)
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO NOT LESS WS-DIAS-NIVEL-3
                 MOVE 3 TO WS-NIVEL-DEVIDO
              WHEN WS-DIAS-ATRASO NOT LESS WS-DIAS-NIVEL-2
                 MOVE 2 TO WS-NIVEL-DEVIDO
              WHEN WS-DIAS-ATRASO NOT LESS WS-DIAS-NIVEL-1
                 MOVE 1 TO WS-NIVEL-DEVIDO
              WHEN OTHER
                 MOVE 0 TO WS-NIVEL-DEVIDO
           END-EVALUATE
           IF WS-NIVEL-DEVIDO = ZEROS OR WS-QTD-COB NOT LESS 300
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-COB
           MOVE TIT-NUMERO-SAI    TO TAB-COB-NUMERO (WS-QTD-COB)
           MOVE TIT-PARCELA-SAI   TO TAB-COB-PARCELA (WS-QTD-COB)
           MOVE TIT-DATA-VENC-SAI TO TAB-COB-VENCIMENTO (WS-QTD-COB)
           COMPUTE TAB-COB-SALDO (WS-QTD-COB) =
              TIT-VALOR-SAI - TIT-VALOR-PAGO-SAI
           MOVE WS-DIAS-ATRASO    TO TAB-COB-DIAS (WS-QTD-COB)
           MOVE WS-NIVEL-DEVIDO   TO TAB-COB-NIVEL (WS-QTD-COB)
           IF WS-NIVEL-DEVIDO GREATER TIT-COB-NIVEL-SAI
              MOVE "S" TO TAB-COB-ESCALOU (WS-QTD-COB)
              MOVE "S" TO WS-CLIENTE-ESCALOU
           ELSE
              MOVE "N" TO TAB-COB-ESCALOU (WS-QTD-COB)
           END-IF
           .
       FECHA-CLIENTE-COBRANCA.
      *    SO SAI CARTA QUANDO ALGUMA PARCELA DO CLIENTE SUBIU DE
      *    NIVEL; A CARTA VAI NO NIVEL MAIS ALTO DEVIDO E LISTA
      *    TODAS AS PARCELAS VENCIDAS.
           IF WS-QTD-COB = ZEROS OR WS-CLIENTE-ESCALOU NOT = "S"
              GO TO F-FECHA-CLIENTE-COBRANCA
           END-IF
           MOVE WS-CLI-ATUAL TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "PROGCOBRA - CLIENTE " WS-CLI-ATUAL
                 " NAO CADASTRADO - SEM CARTA."
              GO TO F-FECHA-CLIENTE-COBRANCA
           END-IF
           MOVE SPACES TO VEN-EMAIL
           MOVE SPACES TO VEN-NOME
           MOVE SPACES TO VEN-TELEFONE
           MOVE CLI-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              MOVE SPACES TO VEN-EMAIL
              MOVE SPACES TO VEN-NOME
              MOVE SPACES TO VEN-TELEFONE
           END-IF
           MOVE ZEROS TO WS-NIVEL-CARTA
           MOVE ZEROS TO WS-TOTAL-ATRASO
           PERFORM VARYING WS-IDX-COB FROM 1 BY 1
                   UNTIL WS-IDX-COB > WS-QTD-COB
              IF TAB-COB-NIVEL (WS-IDX-COB) GREATER WS-NIVEL-CARTA
                 MOVE TAB-COB-NIVEL (WS-IDX-COB) TO WS-NIVEL-CARTA
              END-IF
              ADD TAB-COB-SALDO (WS-IDX-COB) TO WS-TOTAL-ATRASO
           END-PERFORM
           PERFORM ESCREVE-CARTA-COBRANCA
           PERFORM ENFILEIRA-CARTA-COBRANCA
           PERFORM GRAVA-NIVEL-PARCELAS
           ADD 1 TO WS-QTD-CARTAS
           EVALUATE WS-NIVEL-CARTA
              WHEN 1
                 ADD 1 TO WS-QTD-NIVEL-1
              WHEN 2
                 ADD 1 TO WS-QTD-NIVEL-2
              WHEN OTHER
                 ADD 1 TO WS-QTD-NIVEL-3
           END-EVALUATE
           .
       F-FECHA-CLIENTE-COBRANCA.
           MOVE ZEROS TO WS-QTD-COB
           MOVE "N"   TO WS-CLIENTE-ESCALOU
           .
       ESCREVE-CARTA-COBRANCA.
           MOVE WS-CLI-ATUAL TO WS-CLI-EDIT
           MOVE SPACES TO WID-ARQ-CARTA
           STRING "COBRA.C"   DELIMITED BY SIZE
                  WS-CLI-EDIT DELIMITED BY SIZE
                  ".TXT"      DELIMITED BY SIZE
               INTO WID-ARQ-CARTA
           END-STRING
           OPEN OUTPUT ARQ-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "PARA: " DELIMITED BY SIZE
              CLI-EMAIL DELIMITED BY SIZE
              INTO LINHA-CARTA
           END-STRING
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "COPIA: " DELIMITED BY SIZE
              VEN-EMAIL DELIMITED BY SIZE
              INTO LINHA-CARTA
           END-STRING
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "DATA: " DELIMITED BY SIZE
              WS-DATA-SISTEMA DELIMITED BY SIZE
              INTO LINHA-CARTA
           END-STRING
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE CLI-RAZAO-SOCIAL TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE CLI-ENDERECO TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING CLI-CIDADE DELIMITED BY "  "
              " - "   DELIMITED BY SIZE
              CLI-UF  DELIMITED BY SIZE
              INTO LINHA-CARTA
           END-STRING
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           EVALUATE WS-NIVEL-CARTA
              WHEN 1
                 MOVE "LEMBRETE DE VENCIMENTO" TO WS-MAIL-ASSUNTO
                 MOVE WS-MAIL-ASSUNTO TO LINHA-CARTA
                 WRITE LINHA-CARTA
                 MOVE "PREZADO CLIENTE, CONSTAM EM ABERTO EM NOSSOS "
                    & "REGISTROS AS PARCELAS ABAIXO." TO LINHA-CARTA
                 WRITE LINHA-CARTA
                 MOVE "CASO O PAGAMENTO JA TENHA SIDO EFETUADO, "
                    & "DESCONSIDERE ESTE AVISO." TO LINHA-CARTA
                 WRITE LINHA-CARTA
              WHEN 2
                 MOVE "NOTIFICACAO DE DEBITO EM ATRASO"
                    TO WS-MAIL-ASSUNTO
                 MOVE WS-MAIL-ASSUNTO TO LINHA-CARTA
                 WRITE LINHA-CARTA
                 MOVE "NOTIFICAMOS QUE AS PARCELAS ABAIXO SEGUEM "
                    & "VENCIDAS E SEM PAGAMENTO." TO LINHA-CARTA
                 WRITE LINHA-CARTA
                 MOVE "SOLICITAMOS A REGULARIZACAO NO PRAZO DE 5 "
                    & "(CINCO) DIAS UTEIS." TO LINHA-CARTA
                 WRITE LINHA-CARTA
              WHEN OTHER
                 MOVE "AVISO DE COBRANCA PRE-JURIDICA"
                    TO WS-MAIL-ASSUNTO
                 MOVE WS-MAIL-ASSUNTO TO LINHA-CARTA
                 WRITE LINHA-CARTA
                 MOVE "APESAR DOS AVISOS ANTERIORES, AS PARCELAS "
                    & "ABAIXO CONTINUAM EM ABERTO." TO LINHA-CARTA
                 WRITE LINHA-CARTA
                 MOVE "SEM A REGULARIZACAO, O DEBITO SERA ENVIADO "
                    & "A PROTESTO E COBRANCA JURIDICA." TO LINHA-CARTA
                 WRITE LINHA-CARTA
           END-EVALUATE
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE "  TITULO/PARC   VENCIMENTO   DIAS           SALDO"
              TO LINHA-CARTA
           WRITE LINHA-CARTA
           PERFORM VARYING WS-IDX-COB FROM 1 BY 1
                   UNTIL WS-IDX-COB > WS-QTD-COB
              MOVE TAB-COB-NUMERO (WS-IDX-COB)     TO DCA-NUMERO
              MOVE TAB-COB-PARCELA (WS-IDX-COB)    TO DCA-PARCELA
              MOVE TAB-COB-VENCIMENTO (WS-IDX-COB) TO DCA-VENCIMENTO
              MOVE TAB-COB-DIAS (WS-IDX-COB)       TO DCA-DIAS
              MOVE TAB-COB-SALDO (WS-IDX-COB)      TO DCA-SALDO
              WRITE LINHA-CARTA FROM LINHA-DET-CARTA
           END-PERFORM
           MOVE WS-TOTAL-ATRASO TO WS-VALOR-EDITADO
           MOVE SPACES TO LINHA-CARTA
           STRING "TOTAL EM ATRASO: " DELIMITED BY SIZE
              WS-VALOR-EDITADO DELIMITED BY SIZE
              INTO LINHA-CARTA
           END-STRING
           WRITE LINHA-CARTA
           MOVE "VALORES SEM MULTA E JUROS DE MORA, COBRADOS NA DATA "
              & "DO PAGAMENTO." TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "EM CASO DE DUVIDA, FALE COM SEU VENDEDOR: "
              DELIMITED BY SIZE
              VEN-NOME DELIMITED BY "  "
              INTO LINHA-CARTA
           END-STRING
           WRITE LINHA-CARTA
           MOVE SPACES TO LINHA-CARTA
           STRING "TELEFONE: " DELIMITED BY SIZE
              VEN-TELEFONE DELIMITED BY SIZE
              INTO LINHA-CARTA
           END-STRING
           WRITE LINHA-CARTA
           MOVE "DEPARTAMENTO DE COBRANCA" TO LINHA-CARTA
           WRITE LINHA-CARTA
           CLOSE ARQ-CARTA
           .
       ENFILEIRA-CARTA-COBRANCA.
      *    A CARTA VAI PARA O E-MAIL DO CLIENTE E, EM COPIA, PARA O
      *    DO VENDEDOR; CLIENTE SEM E-MAIL FICA SO COM A COPIA DO
      *    VENDEDOR, QUE FAZ O CONTATO.
           MOVE WID-ARQ-CARTA TO WS-MAIL-CORPO
           IF CLI-EMAIL NOT = SPACES
              CALL "MAILENQ" USING CLI-EMAIL
                 WS-MAIL-ASSUNTO WS-MAIL-CORPO WS-MAIL-ORIGEM
                 WS-MAIL-RESULTADO
              CANCEL "MAILENQ"
           ELSE
              ADD 1 TO WS-QTD-SEM-EMAIL
           END-IF
           IF VEN-EMAIL NOT = SPACES
              CALL "MAILENQ" USING VEN-EMAIL
                 WS-MAIL-ASSUNTO WS-MAIL-CORPO WS-MAIL-ORIGEM
                 WS-MAIL-RESULTADO
              CANCEL "MAILENQ"
           END-IF
           .
       GRAVA-NIVEL-PARCELAS.
           PERFORM VARYING WS-IDX-COB FROM 1 BY 1
                   UNTIL WS-IDX-COB > WS-QTD-COB
              IF TAB-COB-ESCALOU (WS-IDX-COB) = "S"
                 MOVE TAB-COB-NUMERO (WS-IDX-COB)  TO TIT-NUMERO
                 MOVE TAB-COB-PARCELA (WS-IDX-COB) TO TIT-PARCELA
                 READ ARQ-TITULO
                 IF WS-RESULTADO-TITULO = 00
                    MOVE TAB-COB-NIVEL (WS-IDX-COB) TO TIT-COB-NIVEL
                    MOVE WS-DATA-SISTEMA TO TIT-COB-DATA
                    REWRITE REGISTRO-TITULO
                    ADD 1 TO WS-QTD-PARCELAS-ESC
                 END-IF
              END-IF
           END-PERFORM
           .
