       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG57.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CONTESTACAO DO DEMONSTRATIVO DE COMISSOES ********
      *    REGISTRA A RECLAMACAO DO VENDEDOR CONTRA O DEMONSTRATIVO
      *    DO PROG08 (PEDIDO CREDITADO A OUTRO VENDEDOR, DIVISAO DE
      *    VENDA FORA DA CARTEIRA QUE NAO SAIU, ...) CONTRA UMA
      *    LINHA DO LEDGER (COMISLED.DAT: VENDEDOR + COMPETENCIA),
      *    OPCIONALMENTE CITANDO UM PEDIDO, COM MOTIVO (TAB-MOTCONT),
      *    DESCRICAO E VALOR PLEITEADO A CREDITO OU A DEBITO DO
      *    VENDEDOR. A CONTESTACAO FICA ABERTA EM CONTEST.DAT E A
      *    LINHA DO LEDGER NAO PODE SER APROVADA NO PROG27 ENQUANTO
      *    ELA NAO FOR DECIDIDA; LINHA JA APROVADA E AINDA NAO
      *    ENVIADA A FOLHA VOLTA A RETIDA NO REGISTRO.
      *    INFORMANDO A SEQUENCIA DE UMA CONTESTACAO ABERTA, O
      *    SUPERVISOR (PERFIL "S" EM OPERADOR.DAT) DECIDE:
      *      (A)CEITAR - PELO VALOR PLEITEADO OU OUTRO, GERANDO O
      *                  AJUSTE EM AJUSCOM.DAT (ORIGEM "T", NUMERO
      *                  DA SEQUENCIA DE PEDIDOS EM CTRLPED.DAT) QUE
      *                  A PROXIMA RODADA DO PROG08 SOMA OU ABATE;
      *      (R)ECUSAR - COM JUSTIFICATIVA OBRIGATORIA.
      *    O VOLUME E O DESFECHO DAS CONTESTACOES SAEM NO MENSAL
      *    PROGRELCONT.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CONTEST ASSIGN TO DISK WID-ARQ-CONTEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONTEST.

           SELECT ARQ-COMLED ASSIGN TO DISK WID-ARQ-COMLED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CML-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-COMLED.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-AJUSCOM ASSIGN TO DISK WID-ARQ-AJUSCOM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AJU-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AJUSCOM.

           SELECT ARQ-CTRL-PEDIDO ASSIGN TO DISK WID-ARQ-CTRL-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE-PED
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRL.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OPE-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CONTEST.FD".
       COPY "ARQ-COMLED.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-AJUSCOM.FD".
       COPY "CTRL-PEDIDO.FD".
       COPY "ARQ-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-CONTEST          PIC X(50) VALUE SPACES.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-AJUSCOM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-PEDIDO      PIC X(50) VALUE SPACES.
       77 WID-ARQ-OPERADOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONTEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-COMLED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AJUSCOM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPERADOR    PIC 9(02) VALUE ZEROS.
       77 WS-VENDEDOR-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-PEDIDO-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-OPERADOR-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-OPERADOR-SUPERVISOR   PIC X(01) VALUE "N".
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-ACAO                  PIC X(01) VALUE SPACES.
           88 ACAO-ACEITAR      VALUE "A" "a".
           88 ACAO-RECUSAR      VALUE "R" "r".
       77 WS-FIM-CONTEST           PIC 9(01) VALUE ZEROS.
       77 WS-QTD-CONTEST-LINHA     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ABERTAS-LINHA     PIC 9(03) VALUE ZEROS.
       77 WS-ULTIMA-SEQUENCIA      PIC 9(03) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 WS-NUMERO-AJUSTE         PIC 9(09) VALUE ZEROS.
       77 AUX-VEN-CODIGO           PIC 9(05) VALUE ZEROS.
       01 AUX-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       01 AUX-COMPETENCIA-R REDEFINES AUX-COMPETENCIA.
          02 AUX-CMP-ANO           PIC 9(04).
          02 AUX-CMP-MES           PIC 9(02).
       77 AUX-SEQUENCIA            PIC 9(03) VALUE ZEROS.
       77 AUX-PED-NUMERO           PIC 9(09) VALUE ZEROS.
       77 AUX-MOTIVO               PIC 9(02) VALUE ZEROS.
       77 AUX-DESCRICAO            PIC X(60) VALUE SPACES.
       77 AUX-NATUREZA             PIC X(01) VALUE SPACES.
       77 AUX-VALOR                PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-JUSTIFICATIVA        PIC X(60) VALUE SPACES.
       01 WS-VALOR-EDITADO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-ANO           PIC 9(04).
       01 WS-OBS-CONTESTACAO.
          02 FILLER                PIC X(12) VALUE "CONTESTACAO ".
          02 OBS-SEQUENCIA         PIC 9(03).
          02 FILLER                PIC X(25) VALUE
             " EM ABERTO (PROG57)".
       COPY "TAB-MOTCONT.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CONTEST BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  CONTESTACAO DE COMISSOES    ".
          02 LINE 02 COLUMN 73 VALUE "PROG57".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "VENDEDOR..............".
          02 LINE 05 COLUMN 01 VALUE "COMPETENCIA (AAAAMM)..".
          02 LINE 06 COLUMN 01 VALUE "COMISSAO NO LEDGER....".
          02 LINE 06 COLUMN 41 VALUE "SITUACAO LINHA..".
          02 LINE 07 COLUMN 01 VALUE "SEQUENCIA (0=NOVA)....".
          02 LINE 07 COLUMN 41 VALUE "REGISTRADAS.....".
          02 LINE 07 COLUMN 63 VALUE "ABERTAS..".
          02 LINE 08 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 09 COLUMN 01 VALUE "PEDIDO (0=SEM PEDIDO).".
          02 LINE 10 COLUMN 01 VALUE "MOTIVO (1 A 6)........".
          02 LINE 11 COLUMN 01 VALUE "DESCRICAO:".
          02 LINE 12 COLUMN 01 VALUE "NATUREZA (C/D)........".
          02 LINE 12 COLUMN 27 VALUE
             "C=CREDITO AO VENDEDOR  D=DEBITO DO VENDEDOR".
          02 LINE 13 COLUMN 01 VALUE "VALOR PLEITEADO.......".
          02 LINE 14 COLUMN 01 VALUE "REGISTRADA EM.........".
          02 LINE 14 COLUMN 41 VALUE "POR.............".
          02 LINE 15 COLUMN 01 VALUE "SITUACAO..............".
          02 LINE 16 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 17 COLUMN 01 VALUE "VALOR ACEITO..........".
          02 LINE 18 COLUMN 01 VALUE "JUSTIFICATIVA:".
          02 LINE 19 COLUMN 01 VALUE "DECIDIDA EM...........".
          02 LINE 19 COLUMN 41 VALUE "POR.............".
          02 LINE 20 COLUMN 01 VALUE "AJUSTE GERADO (AJUSCOM)".
          02 LINE 21 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           OPEN I-O ARQ-COMLED
           IF WS-RESULTADO-COMLED NOT = 00
              DISPLAY "NAO HA LEDGER DE COMISSOES (RODAR PROG08)."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "CONTEST.DAT" TO WID-ARQ-CONTEST
           OPEN I-O ARQ-CONTEST
           IF WS-RESULTADO-CONTEST NOT = 00
              OPEN OUTPUT ARQ-CONTEST
              CLOSE ARQ-CONTEST
              OPEN I-O ARQ-CONTEST
           END-IF
           MOVE "AJUSCOM.DAT" TO WID-ARQ-AJUSCOM
           OPEN I-O ARQ-AJUSCOM
           IF WS-RESULTADO-AJUSCOM NOT = 00
              OPEN OUTPUT ARQ-AJUSCOM
              CLOSE ARQ-AJUSCOM
              OPEN I-O ARQ-AJUSCOM
           END-IF
           MOVE "CTRLPED.DAT" TO WID-ARQ-CTRL-PEDIDO
           OPEN I-O ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              OPEN OUTPUT ARQ-CTRL-PEDIDO
              CLOSE ARQ-CTRL-PEDIDO
              OPEN I-O ARQ-CTRL-PEDIDO
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE "S" TO WS-VENDEDOR-DISPONIVEL
           ELSE
              MOVE "N" TO WS-VENDEDOR-DISPONIVEL
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO = 00
              MOVE "S" TO WS-PEDIDO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-PEDIDO-DISPONIVEL
           END-IF
           MOVE "OPERADOR.DAT" TO WID-ARQ-OPERADOR
           OPEN INPUT ARQ-OPERADOR
           IF WS-RESULTADO-OPERADOR = 00
              MOVE "S" TO WS-OPERADOR-DISPONIVEL
           ELSE
              MOVE "N" TO WS-OPERADOR-DISPONIVEL
           END-IF
           PERFORM DEFINE-PERFIL-DECISAO

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-CONTESTACAO
                 THRU F-MANTER-CONTESTACAO
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "TRATAR OUTRA CONTESTACAO? S/N"         AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2431
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-COMLED
           CLOSE ARQ-CONTEST
           CLOSE ARQ-AJUSCOM
           CLOSE ARQ-CTRL-PEDIDO
           IF WS-VENDEDOR-DISPONIVEL = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           IF WS-PEDIDO-DISPONIVEL = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           IF WS-OPERADOR-DISPONIVEL = "S"
              CLOSE ARQ-OPERADOR
           END-IF
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       DEFINE-PERFIL-DECISAO.
      *    SO O OPERADOR LOGADO COM PERFIL DE SUPERVISOR DECIDE;
      *    SEM O CADASTRO DE OPERADORES NINGUEM DECIDE.
           MOVE "N" TO WS-OPERADOR-SUPERVISOR
           IF WS-OPERADOR-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE OPERADOR TO OPE-CODIGO
           READ ARQ-OPERADOR
           IF WS-RESULTADO-OPERADOR = 00
              AND PERFIL-SUPERVISOR
              MOVE "S" TO WS-OPERADOR-SUPERVISOR
           END-IF
           .
       MANTER-CONTESTACAO.
           DISPLAY TELA-CONTEST AT 0101
           MOVE ZEROS TO AUX-VEN-CODIGO
           ACCEPT AUX-VEN-CODIGO                              AT 0424
           IF AUX-VEN-CODIGO = ZEROS
              GO TO F-MANTER-CONTESTACAO
           END-IF
           IF WS-VENDEDOR-DISPONIVEL = "S"
              MOVE AUX-VEN-CODIGO TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VENDEDOR = 00
                 DISPLAY VEN-NOME                             AT 0431
              ELSE
                 DISPLAY "(VENDEDOR NAO CADASTRADO)"          AT 0431
              END-IF
           END-IF
           MOVE ZEROS TO AUX-COMPETENCIA
           PERFORM UNTIL AUX-COMPETENCIA NUMERIC
                     AND AUX-CMP-MES > ZEROS
                     AND AUX-CMP-MES NOT > 12
              ACCEPT AUX-COMPETENCIA                          AT 0524
              IF AUX-COMPETENCIA NOT NUMERIC
                 OR AUX-CMP-MES = ZEROS OR AUX-CMP-MES > 12
                 DISPLAY "COMPETENCIA INVALIDA (AAAAMM)!"     AT 2401
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE AUX-VEN-CODIGO  TO CML-VEN-CODIGO
           MOVE AUX-COMPETENCIA TO CML-COMPETENCIA
           READ ARQ-COMLED
           IF WS-RESULTADO-COMLED NOT = 00
              DISPLAY "VENDEDOR SEM LINHA NO LEDGER NESTA COMPETENCIA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-CONTESTACAO
           END-IF
           MOVE CML-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 0624
           DISPLAY CML-STATUS                                 AT 0658
           PERFORM CONTA-CONTESTACOES-LINHA
           DISPLAY WS-QTD-CONTEST-LINHA                       AT 0758
           DISPLAY WS-QTD-ABERTAS-LINHA                       AT 0773
           MOVE ZEROS TO AUX-SEQUENCIA
           ACCEPT AUX-SEQUENCIA                               AT 0724
           IF AUX-SEQUENCIA = ZEROS
              PERFORM REGISTRA-CONTESTACAO
                 THRU F-REGISTRA-CONTESTACAO
              GO TO F-MANTER-CONTESTACAO
           END-IF
           MOVE AUX-VEN-CODIGO  TO CTS-VEN-CODIGO
           MOVE AUX-COMPETENCIA TO CTS-COMPETENCIA
           MOVE AUX-SEQUENCIA   TO CTS-SEQUENCIA
           READ ARQ-CONTEST
           IF WS-RESULTADO-CONTEST NOT = 00
              DISPLAY "CONTESTACAO NAO ENCONTRADA!"           AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-CONTESTACAO
           END-IF
           PERFORM MOSTRA-CONTESTACAO
           IF NOT CTS-ABERTA
              DISPLAY "CONTESTACAO JA DECIDIDA."              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-CONTESTACAO
           END-IF
           PERFORM DECIDE-CONTESTACAO
              THRU F-DECIDE-CONTESTACAO
           .
       F-MANTER-CONTESTACAO. EXIT.
       CONTA-CONTESTACOES-LINHA.
           MOVE ZEROS TO WS-QTD-CONTEST-LINHA
           MOVE ZEROS TO WS-QTD-ABERTAS-LINHA
           MOVE ZEROS TO WS-ULTIMA-SEQUENCIA
           MOVE AUX-VEN-CODIGO  TO CTS-VEN-CODIGO
           MOVE AUX-COMPETENCIA TO CTS-COMPETENCIA
           MOVE ZEROS           TO CTS-SEQUENCIA
           START ARQ-CONTEST KEY IS NOT LESS CTS-CHAVE
           IF WS-RESULTADO-CONTEST NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-CONTEST
           PERFORM UNTIL WS-FIM-CONTEST = 1
              READ ARQ-CONTEST NEXT AT END
                 MOVE 1 TO WS-FIM-CONTEST
              END-READ
              IF WS-FIM-CONTEST NOT = 1
                 IF CTS-VEN-CODIGO NOT = AUX-VEN-CODIGO
                    OR CTS-COMPETENCIA NOT = AUX-COMPETENCIA
                    MOVE 1 TO WS-FIM-CONTEST
                 ELSE
                    ADD 1 TO WS-QTD-CONTEST-LINHA
                    MOVE CTS-SEQUENCIA TO WS-ULTIMA-SEQUENCIA
                    IF CTS-ABERTA
                       ADD 1 TO WS-QTD-ABERTAS-LINHA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       REGISTRA-CONTESTACAO.
           IF WS-ULTIMA-SEQUENCIA = 999
              DISPLAY "LIMITE DE CONTESTACOES DA LINHA ATINGIDO!"
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-REGISTRA-CONTESTACAO
           END-IF
           COMPUTE AUX-SEQUENCIA = WS-ULTIMA-SEQUENCIA + 1
           DISPLAY AUX-SEQUENCIA                              AT 0724
           PERFORM ACEITA-PEDIDO-CONTESTADO
           MOVE ZEROS TO AUX-MOTIVO
           PERFORM UNTIL AUX-MOTIVO > ZEROS
                     AND AUX-MOTIVO NOT > WS-QTD-MOTIVOS-CONT
              ACCEPT AUX-MOTIVO                               AT 1024
           END-PERFORM
           DISPLAY DESCRICAO-MOTIVO-CONT (AUX-MOTIVO)         AT 1030
           MOVE SPACES TO AUX-DESCRICAO
           ACCEPT AUX-DESCRICAO                               AT 1112
           PERFORM UNTIL AUX-DESCRICAO NOT = SPACES
              DISPLAY "A DESCRICAO DA RECLAMACAO E OBRIGATORIA!"
                                                              AT 2401
              ACCEPT AUX-DESCRICAO                            AT 1112
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE SPACES TO AUX-NATUREZA
           PERFORM UNTIL AUX-NATUREZA = "C" OR = "D"
              ACCEPT AUX-NATUREZA                             AT 1224
              MOVE FUNCTION UPPER-CASE (AUX-NATUREZA)
                TO AUX-NATUREZA
           END-PERFORM
           MOVE ZEROS TO AUX-VALOR
           PERFORM UNTIL AUX-VALOR > ZEROS
              ACCEPT AUX-VALOR                                AT 1324
              IF AUX-VALOR = ZEROS
                 DISPLAY "INFORME O VALOR PLEITEADO!"         AT 2401
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE AUX-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1324
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA O REGISTRO DA CONTESTACAO? S/N"  AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2442
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "N" OR = "n"
              GO TO F-REGISTRA-CONTESTACAO
           END-IF
           MOVE SPACES           TO REGISTRO-CONTEST
           MOVE AUX-VEN-CODIGO   TO CTS-VEN-CODIGO
           MOVE AUX-COMPETENCIA  TO CTS-COMPETENCIA
           MOVE AUX-SEQUENCIA    TO CTS-SEQUENCIA
           MOVE AUX-PED-NUMERO   TO CTS-PED-NUMERO
           MOVE AUX-MOTIVO       TO CTS-MOTIVO
           MOVE AUX-DESCRICAO    TO CTS-DESCRICAO
           MOVE AUX-NATUREZA     TO CTS-NATUREZA
           MOVE AUX-VALOR        TO CTS-VALOR-PLEITEADO
           MOVE WS-HOJE-AAAAMMDD TO CTS-DATA-REGISTRO
           MOVE OPERADOR         TO CTS-OPER-REGISTRO
           MOVE "A"              TO CTS-STATUS
           MOVE ZEROS            TO CTS-VALOR-ACEITO
           MOVE ZEROS            TO CTS-DATA-DECISAO
           MOVE ZEROS            TO CTS-AJU-NUMERO
           WRITE REGISTRO-CONTEST
           IF WS-RESULTADO-CONTEST NOT = 00
              DISPLAY "ERRO NA GRAVACAO - CONTESTACOES:"      AT 2401
              DISPLAY WS-RESULTADO-CONTEST                    AT 2434
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-REGISTRA-CONTESTACAO
           END-IF
           PERFORM RETEM-LINHA-CONTESTADA
           DISPLAY "CONTESTACAO REGISTRADA - SEQUENCIA:"      AT 2401
           DISPLAY AUX-SEQUENCIA                              AT 2437
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-REGISTRA-CONTESTACAO. EXIT.
       ACEITA-PEDIDO-CONTESTADO.
      *    O PEDIDO E OPCIONAL; INFORMADO, TEM DE EXISTIR. PODE SER
      *    DE OUTRO VENDEDOR (VENDA CREDITADA AO VENDEDOR ERRADO).
           MOVE ZEROS TO AUX-PED-NUMERO
           MOVE "N" TO WS-RESPOSTA
           PERFORM UNTIL WS-RESPOSTA = "S"
              ACCEPT AUX-PED-NUMERO                           AT 0924
              MOVE "S" TO WS-RESPOSTA
              IF AUX-PED-NUMERO NOT = ZEROS
                 AND WS-PEDIDO-DISPONIVEL = "S"
                 MOVE AUX-PED-NUMERO TO PED-NUMERO
                 READ ARQ-PEDIDO
                 IF WS-RESULTADO-PEDIDO = 00
                    DISPLAY LIMPA-LINHA                       AT 2401
                    DISPLAY "VEND."                           AT 0935
                    DISPLAY PED-VEN-CODIGO                    AT 0941
                    DISPLAY "COMPET."                         AT 0948
                    DISPLAY PED-COMPETENCIA                   AT 0956
                    MOVE PED-VALOR TO WS-VALOR-EDITADO
                    DISPLAY WS-VALOR-EDITADO                  AT 0963
                 ELSE
                    MOVE "N" TO WS-RESPOSTA
                    DISPLAY "PEDIDO NAO CADASTRADO!"          AT 2401
                 END-IF
              END-IF
           END-PERFORM
           .
       RETEM-LINHA-CONTESTADA.
      *    A LINHA APROVADA E AINDA NAO ENVIADA VOLTA A RETIDA PARA
      *    NAO SEGUIR PARA A FOLHA COM A CONTESTACAO ABERTA; A JA
      *    ENVIADA OU PAGA SO SERA ACERTADA PELO AJUSTE.
           IF CML-ENVIADA OR CML-PAGA
              DISPLAY "LINHA JA ENVIADA A FOLHA - ACERTO SO POR AJUSTE."
                                                              AT 2301
              EXIT PARAGRAPH
           END-IF
           IF NOT CML-APROVADA
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-SEQUENCIA    TO OBS-SEQUENCIA
           MOVE "R"              TO CML-STATUS
           MOVE WS-OBS-CONTESTACAO TO CML-OBSERVACAO
           MOVE OPERADOR         TO CML-OPER-DECISAO
           MOVE WS-HOJE-AAAAMMDD TO CML-DATA-DECISAO
           REWRITE REGISTRO-COMLED
           IF WS-RESULTADO-COMLED NOT = 00 AND 02
              DISPLAY "ERRO NA GRAVACAO - LEDGER:"            AT 2301
              DISPLAY WS-RESULTADO-COMLED                     AT 2328
           ELSE
              DISPLAY "LINHA DO LEDGER VOLTOU A RETIDA (PROG27)."
                                                              AT 2301
           END-IF
           .
       MOSTRA-CONTESTACAO.
           DISPLAY CTS-PED-NUMERO                             AT 0924
           DISPLAY CTS-MOTIVO                                 AT 1024
           IF CTS-MOTIVO > ZEROS
              AND CTS-MOTIVO NOT > WS-QTD-MOTIVOS-CONT
              DISPLAY DESCRICAO-MOTIVO-CONT (CTS-MOTIVO)      AT 1030
           END-IF
           DISPLAY CTS-DESCRICAO                              AT 1112
           DISPLAY CTS-NATUREZA                               AT 1224
           MOVE CTS-VALOR-PLEITEADO TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1324
           DISPLAY CTS-DATA-REGISTRO                          AT 1424
           DISPLAY CTS-OPER-REGISTRO                          AT 1458
           EVALUATE TRUE
              WHEN CTS-ABERTA
                 DISPLAY "ABERTA"                             AT 1524
              WHEN CTS-ACEITA
                 DISPLAY "ACEITA"                             AT 1524
              WHEN CTS-RECUSADA
                 DISPLAY "RECUSADA"                           AT 1524
           END-EVALUATE
           IF NOT CTS-ABERTA
              MOVE CTS-VALOR-ACEITO TO WS-VALOR-EDITADO
              DISPLAY WS-VALOR-EDITADO                        AT 1724
              DISPLAY CTS-JUSTIFICATIVA                       AT 1816
              DISPLAY CTS-DATA-DECISAO                        AT 1924
              DISPLAY CTS-OPER-DECISAO                        AT 1958
              DISPLAY CTS-AJU-NUMERO                          AT 2024
           END-IF
           .
       DECIDE-CONTESTACAO.
           IF WS-OPERADOR-SUPERVISOR NOT = "S"
              DISPLAY "DECISAO RESTRITA A SUPERVISORES."      AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DECIDE-CONTESTACAO
           END-IF
           MOVE SPACES TO WS-ACAO
           DISPLAY "(A)CEITAR (R)ECUSAR ENTER=VOLTA"          AT 2401
           ACCEPT WS-ACAO                                     AT 2434
           DISPLAY LIMPA-LINHA                                AT 2401
           EVALUATE TRUE
              WHEN ACAO-ACEITAR
                 PERFORM ACEITA-CONTESTACAO
                    THRU F-ACEITA-CONTESTACAO
              WHEN ACAO-RECUSAR
                 PERFORM RECUSA-CONTESTACAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       F-DECIDE-CONTESTACAO. EXIT.
       ACEITA-CONTESTACAO.
      *    O VALOR ACEITO VEM COM O PLEITEADO E PODE SER REDUZIDO
      *    (ACEITE PARCIAL); O AJUSTE TEM A NATUREZA DA CONTESTACAO.
           MOVE ZEROS TO AUX-VALOR
           PERFORM UNTIL AUX-VALOR > ZEROS
                     AND AUX-VALOR NOT > CTS-VALOR-PLEITEADO
              MOVE CTS-VALOR-PLEITEADO TO AUX-VALOR
              ACCEPT AUX-VALOR                                AT 1724
              IF AUX-VALOR = ZEROS
                 OR AUX-VALOR > CTS-VALOR-PLEITEADO
                 DISPLAY "VALOR ACEITO: DE 0,01 ATE O PLEITEADO!"
                                                              AT 2401
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE AUX-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1724
           MOVE SPACES TO AUX-JUSTIFICATIVA
           ACCEPT AUX-JUSTIFICATIVA                           AT 1816
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA O ACEITE E A GERACAO DO AJUSTE? S/N"
                                                              AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2447
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "N" OR = "n"
              GO TO F-ACEITA-CONTESTACAO
           END-IF
           PERFORM GERA-AJUSTE-CONTESTACAO
              THRU F-GERA-AJUSTE-CONTESTACAO
           IF WS-NUMERO-AJUSTE = ZEROS
              GO TO F-ACEITA-CONTESTACAO
           END-IF
           MOVE "C"               TO CTS-STATUS
           MOVE AUX-VALOR         TO CTS-VALOR-ACEITO
           MOVE AUX-JUSTIFICATIVA TO CTS-JUSTIFICATIVA
           MOVE WS-NUMERO-AJUSTE  TO CTS-AJU-NUMERO
           PERFORM REGRAVA-DECISAO
           DISPLAY WS-NUMERO-AJUSTE                           AT 2024
           DISPLAY "CONTESTACAO ACEITA - AJUSTE NA PROXIMA RODADA"
              " DO PROG08."                                   AT 2401
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-ACEITA-CONTESTACAO. EXIT.
       GERA-AJUSTE-CONTESTACAO.
      *    O AJUSTE TOMA O PROXIMO NUMERO DA SEQUENCIA DE PEDIDOS,
      *    COMO A DEVOLUCAO NO PROG44, E NAO COLIDE NO AJUSCOM.
           MOVE ZEROS TO WS-NUMERO-AJUSTE
           MOVE 1 TO CTL-CHAVE-PED
           READ ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              MOVE 1     TO CTL-CHAVE-PED
              MOVE ZEROS TO CTL-ULTIMO-NUMERO-PED
              WRITE REGISTRO-CTRL-PEDIDO
           END-IF
           ADD 1 TO CTL-ULTIMO-NUMERO-PED
           MOVE 1 TO CTL-CHAVE-PED
           REWRITE REGISTRO-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              DISPLAY "ERRO NA GRAVACAO - CONTROLE DE PEDIDOS:"
                                                              AT 2401
              DISPLAY WS-RESULTADO-CTRL                       AT 2442
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-GERA-AJUSTE-CONTESTACAO
           END-IF
           MOVE CTL-ULTIMO-NUMERO-PED TO AJU-PED-NUMERO
           MOVE CTS-VEN-CODIGO        TO AJU-VEN-CODIGO
           MOVE ZEROS                 TO AJU-CLI-CODIGO
           MOVE ZEROS                 TO AJU-VALOR-PEDIDO
           IF CTS-PED-NUMERO NOT = ZEROS
              AND WS-PEDIDO-DISPONIVEL = "S"
              MOVE CTS-PED-NUMERO TO PED-NUMERO
              READ ARQ-PEDIDO
              IF WS-RESULTADO-PEDIDO = 00
                 MOVE PED-CLI-CODIGO TO AJU-CLI-CODIGO
                 MOVE PED-VALOR      TO AJU-VALOR-PEDIDO
              END-IF
           END-IF
           MOVE CTS-COMPETENCIA       TO AJU-COMPET-ORIGEM
           MOVE AUX-VALOR             TO AJU-VALOR-AJUSTE
           MOVE WS-HOJE-AAAAMMDD      TO AJU-DATA-GERACAO
           MOVE "P"                   TO AJU-STATUS
           MOVE ZEROS                 TO AJU-COMPET-BAIXA
           MOVE ZEROS                 TO AJU-VALOR-BAIXA-CMP
           MOVE "T"                   TO AJU-ORIGEM
           MOVE CTS-PED-NUMERO        TO AJU-PED-ORIGEM
           MOVE CTS-NATUREZA          TO AJU-NATUREZA
           WRITE REGISTRO-AJUSCOM
           IF WS-RESULTADO-AJUSCOM NOT = 00
              DISPLAY "ERRO NA GRAVACAO - AJUSTE DE COMISSAO:" AT 2401
              DISPLAY WS-RESULTADO-AJUSCOM                    AT 2441
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-GERA-AJUSTE-CONTESTACAO
           END-IF
           MOVE AJU-PED-NUMERO TO WS-NUMERO-AJUSTE
           .
       F-GERA-AJUSTE-CONTESTACAO. EXIT.
       RECUSA-CONTESTACAO.
           MOVE SPACES TO AUX-JUSTIFICATIVA
           ACCEPT AUX-JUSTIFICATIVA                           AT 1816
           PERFORM UNTIL AUX-JUSTIFICATIVA NOT = SPACES
              DISPLAY "A JUSTIFICATIVA DA RECUSA E OBRIGATORIA!"
                                                              AT 2401
              ACCEPT AUX-JUSTIFICATIVA                        AT 1816
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A RECUSA? S/N"                   AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2424
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "N" OR = "n"
              EXIT PARAGRAPH
           END-IF
           MOVE "R"               TO CTS-STATUS
           MOVE ZEROS             TO CTS-VALOR-ACEITO
           MOVE AUX-JUSTIFICATIVA TO CTS-JUSTIFICATIVA
           MOVE ZEROS             TO CTS-AJU-NUMERO
           PERFORM REGRAVA-DECISAO
           DISPLAY "CONTESTACAO RECUSADA."                    AT 2401
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       REGRAVA-DECISAO.
           MOVE WS-HOJE-AAAAMMDD TO CTS-DATA-DECISAO
           MOVE OPERADOR         TO CTS-OPER-DECISAO
           REWRITE REGISTRO-CONTEST
           IF WS-RESULTADO-CONTEST NOT = 00
              DISPLAY "ERRO NA GRAVACAO - CONTESTACOES:"      AT 2401
              DISPLAY WS-RESULTADO-CONTEST                    AT 2434
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
