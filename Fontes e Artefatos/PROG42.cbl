       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG42.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** APROVACAO DA REVISAO DE LIMITE DE CREDITO ********
      *    PERCORRE AS SUGESTOES PENDENTES DE AUMENTO/REDUCAO DE
      *    LIMITE GRAVADAS NO FECHAMENTO PELO PROGREVLIM (REVLIM.DAT)
      *    E DEIXA O ANALISTA DE CREDITO DECIDIR UMA A UMA, VENDO OS
      *    INDICADORES DE PAGAMENTO DO CLIENTE:
      *      (A)PROVAR  - GRAVA O LIMITE SUGERIDO EM CLI-LIMITE-
      *                   CREDITO, COM AUDITORIA ("A" EM AUDCLI.TXT)
      *                   E ENTRADA NO JORNAL DE RECUPERACAO;
      *      (R)ECUSAR  - O LIMITE FICA COMO ESTA E A SUGESTAO SAI
      *                   DA FILA;
      *      ENTER      - PULA PARA A PROXIMA.
      *    SUGESTAO "MANTER" NAO ENTRA NA FILA. SE O LIMITE DO
      *    CLIENTE FOI MEXIDO DEPOIS DA APURACAO (PROG01), A
      *    APROVACAO E RECUSADA: A SUGESTAO FOI FEITA SOBRE OUTRO
      *    LIMITE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-REVLIM ASSIGN TO DISK WID-ARQ-REVLIM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RVL-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-REVLIM.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-AUD-CLIENTE ASSIGN TO DISK WID-ARQ-AUD-CLIENTE
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-AUD.

           SELECT ARQ-JORNAL ASSIGN TO DISK WID-ARQ-JORNAL
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-JORNAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-REVLIM.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "AUD-CLIENTE.FD".
       COPY "ARQ-JORNAL.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-REVLIM           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUD-CLIENTE      PIC X(50) VALUE SPACES.
       77 WID-ARQ-JORNAL           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-REVLIM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AUD         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-JORNAL      PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-FIM-REVLIM            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-APROVADAS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADAS         PIC 9(05) VALUE ZEROS.
       77 WS-ACAO                  PIC X(01) VALUE SPACES.
           88 ACAO-APROVAR      VALUE "A" "a".
           88 ACAO-RECUSAR      VALUE "R" "r".
       77 WS-CLI-ANTES             PIC X(408) VALUE SPACES.
       77 WS-CLI-DEPOIS            PIC X(408) VALUE SPACES.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-JORNAL-DATA           PIC 9(08) VALUE ZEROS.
       01 WS-JORNAL-DATA-R.
          02 WS-JRN-DIA            PIC 99.
          02 FILLER                PIC X(01).
          02 WS-JRN-MES            PIC 99.
          02 FILLER                PIC X(01).
          02 WS-JRN-ANO            PIC 9(04).
       01 WS-VALOR-EDITADO         PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-PCT-EDITADO           PIC ZZ9,99.
       01 WS-DIAS-EDITADO          PIC ZZZ9.
       01 WS-QTD-EDITADA           PIC ZZZZ9.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-REVISAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  REVISAO DE LIMITE DE CREDITO".
          02 LINE 02 COLUMN 73 VALUE "PROG42".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CLIENTE...............".
          02 LINE 05 COLUMN 01 VALUE "APURADO EM............".
          02 LINE 06 COLUMN 01 VALUE "PARCELAS PAGAS/ATRASO.".
          02 LINE 07 COLUMN 01 VALUE "% PAGAS EM ATRASO.....".
          02 LINE 08 COLUMN 01 VALUE "PRAZO MEDIO (DIAS)....".
          02 LINE 09 COLUMN 01 VALUE "ATRASO MEDIO (DIAS)...".
          02 LINE 10 COLUMN 01 VALUE "MAIOR EXPOSICAO.......".
          02 LINE 11 COLUMN 01 VALUE "SALDO EM ABERTO.......".
          02 LINE 12 COLUMN 01 VALUE "DSO (DIAS)............".
          02 LINE 13 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 14 COLUMN 01 VALUE "LIMITE ATUAL..........".
          02 LINE 15 COLUMN 01 VALUE "LIMITE SUGERIDO.......".
          02 LINE 16 COLUMN 01 VALUE "SUGESTAO..............".
          02 LINE 17 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "REVLIM.DAT" TO WID-ARQ-REVLIM
           OPEN I-O ARQ-REVLIM
           IF WS-RESULTADO-REVLIM NOT = 00
              DISPLAY "NAO HA REVISAO DE LIMITES APURADA."    AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT INDISPONIVEL."             AT 2401
              ACCEPT PAUSA                                    AT 2478
              CLOSE ARQ-REVLIM
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "AUDCLI.TXT" TO WID-ARQ-AUD-CLIENTE
           OPEN EXTEND ARQ-AUD-CLIENTE
           IF WS-RESULTADO-AUD NOT = 00
              OPEN OUTPUT ARQ-AUD-CLIENTE
              CLOSE ARQ-AUD-CLIENTE
              OPEN EXTEND ARQ-AUD-CLIENTE
           END-IF
           MOVE "JORNAL.TXT" TO WID-ARQ-JORNAL
           OPEN EXTEND ARQ-JORNAL
           IF WS-RESULTADO-JORNAL NOT = 00
              OPEN OUTPUT ARQ-JORNAL
              CLOSE ARQ-JORNAL
              OPEN EXTEND ARQ-JORNAL
           END-IF

           DISPLAY TELA-REVISAO AT 0101
           MOVE ZEROS TO RVL-CLI-CODIGO
           START ARQ-REVLIM KEY IS NOT LESS RVL-CLI-CODIGO
           IF WS-RESULTADO-REVLIM NOT = 00
              MOVE 1 TO WS-FIM-REVLIM
           END-IF
           PERFORM UNTIL WS-FIM-REVLIM = 1
              READ ARQ-REVLIM NEXT AT END
                 MOVE 1 TO WS-FIM-REVLIM
              END-READ
              IF WS-FIM-REVLIM NOT = 1 AND RVL-PENDENTE
                 AND NOT RVL-MANTER
                 ADD 1 TO WS-QTD-PENDENTES
                 PERFORM TRATA-SUGESTAO
              END-IF
           END-PERFORM
           DISPLAY LIMPA-TELA
           IF WS-QTD-PENDENTES = ZEROS
              DISPLAY "NAO HA SUGESTOES DE LIMITE PENDENTES."  AT 1001
           ELSE
              DISPLAY "SUGESTOES PENDENTES TRATADAS:"         AT 1001
              DISPLAY WS-QTD-PENDENTES                        AT 1031
              DISPLAY "APROVADAS...................:"         AT 1101
              DISPLAY WS-QTD-APROVADAS                        AT 1131
              DISPLAY "RECUSADAS...................:"         AT 1201
              DISPLAY WS-QTD-RECUSADAS                        AT 1231
           END-IF
           ACCEPT PAUSA                                       AT 2478
           .
       FIM.
           CLOSE ARQ-REVLIM
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-AUD-CLIENTE
           CLOSE ARQ-JORNAL
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       TRATA-SUGESTAO.
           DISPLAY RVL-CLI-CODIGO                             AT 0424
           MOVE RVL-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              DISPLAY CLI-RAZAO-SOCIAL                        AT 0434
           END-IF
           DISPLAY RVL-DATA-APURACAO                          AT 0524
           MOVE RVL-QTD-PAGAS TO WS-QTD-EDITADA
           DISPLAY WS-QTD-EDITADA                             AT 0624
           DISPLAY "/"                                        AT 0630
           MOVE RVL-QTD-ATRASADAS TO WS-QTD-EDITADA
           DISPLAY WS-QTD-EDITADA                             AT 0632
           MOVE RVL-PCT-ATRASO TO WS-PCT-EDITADO
           DISPLAY WS-PCT-EDITADO                             AT 0724
           MOVE RVL-PRAZO-MEDIO TO WS-DIAS-EDITADO
           DISPLAY WS-DIAS-EDITADO                            AT 0824
           MOVE RVL-ATRASO-MEDIO TO WS-DIAS-EDITADO
           DISPLAY WS-DIAS-EDITADO                            AT 0924
           MOVE RVL-MAIOR-EXPOSICAO TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1024
           MOVE RVL-SALDO-ABERTO TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1124
           MOVE RVL-DSO TO WS-DIAS-EDITADO
           DISPLAY WS-DIAS-EDITADO                            AT 1224
           MOVE RVL-LIMITE-ATUAL TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1424
           IF RVL-LIMITE-ATUAL = ZEROS
              DISPLAY "(SEM LIMITE)"                          AT 1440
           END-IF
           MOVE RVL-LIMITE-SUGERIDO TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1524
           IF RVL-AUMENTAR
              DISPLAY "AUMENTAR"                              AT 1624
           ELSE
              DISPLAY "REDUZIR "                              AT 1624
           END-IF
           MOVE SPACES TO WS-ACAO
           DISPLAY "(A)PROVAR (R)ECUSAR ENTER=PULA"           AT 2401
           ACCEPT WS-ACAO                                     AT 2433
           DISPLAY LIMPA-LINHA                                AT 2401
           EVALUATE TRUE
              WHEN ACAO-APROVAR
                 PERFORM APROVA-SUGESTAO
              WHEN ACAO-RECUSAR
                 MOVE "R"          TO RVL-SITUACAO
                 PERFORM GRAVA-DECISAO
                 IF WS-RESULTADO-REVLIM = 00 OR 02
                    ADD 1 TO WS-QTD-RECUSADAS
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      *    TELA LIMPA (BLANK SCREEN) PARA A PROXIMA SUGESTAO.
           DISPLAY TELA-REVISAO AT 0101
           .
       APROVA-SUGESTAO.
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE NAO ENCONTRADO - APROVACAO "
                 "RECUSADA."                                  AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           IF CLI-LIMITE-CREDITO NOT = RVL-LIMITE-ATUAL
              DISPLAY "LIMITE ALTERADO DEPOIS DA APURACAO - "
                 "APROVACAO RECUSADA."                        AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           MOVE REGISTRO-CLIENTE    TO WS-CLI-ANTES
           MOVE RVL-LIMITE-SUGERIDO TO CLI-LIMITE-CREDITO
           MOVE DATA-DE-HOJE        TO CLI-DATA-ALTERACAO
           REWRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 AND 02
              DISPLAY "ERRO NA GRAVACAO - CLIENTES:"          AT 2401
              DISPLAY WS-RESULTADO-ACESSO                     AT 2430
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           MOVE REGISTRO-CLIENTE TO WS-CLI-DEPOIS
           PERFORM REGISTRA-AUDITORIA-LIMITE
           PERFORM REGISTRA-JORNAL-LIMITE
           MOVE "A" TO RVL-SITUACAO
           PERFORM GRAVA-DECISAO
           ADD 1 TO WS-QTD-APROVADAS
           .
       GRAVA-DECISAO.
           MOVE OPERADOR TO RVL-OPERADOR
           MOVE DATA-DE-HOJE TO WS-JORNAL-DATA-R
           COMPUTE RVL-DATA-DECISAO =
              (WS-JRN-ANO * 10000) + (WS-JRN-MES * 100)
                 + WS-JRN-DIA
           REWRITE REGISTRO-REVLIM
           IF WS-RESULTADO-REVLIM NOT = 00 AND 02
              DISPLAY "ERRO NA GRAVACAO - REVISAO:"           AT 2401
              DISPLAY WS-RESULTADO-REVLIM                     AT 2429
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       REGISTRA-AUDITORIA-LIMITE.
           MOVE DATA-DE-HOJE     TO AUD-CLI-DATA
           MOVE "A"              TO AUD-CLI-OPERACAO
           MOVE CLI-CODIGO       TO AUD-CLI-CODIGO
           MOVE WS-CLI-ANTES     TO AUD-CLI-ANTES
           MOVE WS-CLI-DEPOIS    TO AUD-CLI-DEPOIS
           MOVE OPERADOR         TO AUD-CLI-OPERADOR
           WRITE REGISTRO-AUD-CLIENTE
           .
       REGISTRA-JORNAL-LIMITE.
           MOVE DATA-DE-HOJE TO WS-JORNAL-DATA-R
           COMPUTE WS-JORNAL-DATA =
              (WS-JRN-ANO * 10000) + (WS-JRN-MES * 100)
                 + WS-JRN-DIA
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-JORNAL-DATA  TO JRN-DATA
           MOVE WS-HORA-SISTEMA TO JRN-HORA
           MOVE "CLIENTE"       TO JRN-ARQUIVO
           MOVE "R"             TO JRN-OPERACAO
           MOVE WS-CLI-ANTES    TO JRN-IMAGEM-ANTES
           MOVE WS-CLI-DEPOIS   TO JRN-IMAGEM-DEPOIS
           WRITE REGISTRO-JORNAL
           .
