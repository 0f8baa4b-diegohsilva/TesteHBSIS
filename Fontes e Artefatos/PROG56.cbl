       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG56.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** DE-PARA CONTABIL DO FECHAMENTO ********
      *    MANTEM O DE-PARA DOS EVENTOS DO DIARIO CONTABIL
      *    (PLACONTA.DAT, VER ARQ-PLACONTA.FD) PARA O PLANO DE
      *    CONTAS DA CONTABILIDADE: PARA CADA EVENTO DA TABELA
      *    TAB-EVENTOS-CTB, O HISTORICO DO LANCAMENTO, A CONTA A
      *    DEBITO, A CONTA A CREDITO E O CENTRO DE CUSTO PADRAO,
      *    QUE TEM DE SER UMA FILIAL CADASTRADA (FILIAL.DAT, PROG34)
      *    QUANDO O CADASTRO EXISTE. A TELA LISTA OS OITO EVENTOS
      *    COM AS CONTAS ATUAIS; EVENTO SEM DE-PARA IMPEDE A
      *    GERACAO DO DIARIO PELO PROGCONTAB.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PLACONTA ASSIGN TO DISK WID-ARQ-PLACONTA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTA-EVENTO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PLACONTA.

           SELECT ARQ-FILIAL ASSIGN TO DISK WID-ARQ-FILIAL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FIL-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FILIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PLACONTA.FD".
       COPY "ARQ-FILIAL.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-PLACONTA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-FILIAL           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PLACONTA    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FILIAL      PIC 9(02) VALUE ZEROS.
       77 WS-FILIAL-DISPONIVEL     PIC X(01) VALUE "N".
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-CTA-EXISTE            PIC X(01) VALUE SPACES.
       77 WS-EVENTO-OK             PIC X(01) VALUE SPACES.
       77 WS-CC-OK                 PIC X(01) VALUE SPACES.
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-IND-EVENTO            PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-POSICAO               PIC 9(04) VALUE ZEROS.
       77 AUX-EVENTO               PIC X(03) VALUE SPACES.
       77 AUX-DESCRICAO            PIC X(30) VALUE SPACES.
       77 AUX-CONTA-DEBITO         PIC X(15) VALUE SPACES.
       77 AUX-CONTA-CREDITO        PIC X(15) VALUE SPACES.
       77 AUX-CC-PADRAO            PIC X(03) VALUE SPACES.
       COPY "TAB-EVENTOS-CTB.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-PLACONTA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  DE-PARA CONTABIL            ".
          02 LINE 02 COLUMN 73 VALUE "PROG56".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "EVENTO CONTABIL.......".
          02 LINE 05 COLUMN 01 VALUE "HISTORICO.............".
          02 LINE 06 COLUMN 01 VALUE "CONTA A DEBITO........".
          02 LINE 07 COLUMN 01 VALUE "CONTA A CREDITO.......".
          02 LINE 08 COLUMN 01 VALUE "CENTRO DE CUSTO PADRAO".
          02 LINE 10 COLUMN 01 VALUE "EVT HISTORICO".
          02 LINE 10 COLUMN 36 VALUE "DEBITO          CREDITO".
          02 LINE 10 COLUMN 68 VALUE "CC".
          02 LINE 21 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "PLACONTA.DAT" TO WID-ARQ-PLACONTA
           OPEN I-O ARQ-PLACONTA
           IF WS-RESULTADO-PLACONTA NOT = 00
              OPEN OUTPUT ARQ-PLACONTA
              CLOSE ARQ-PLACONTA
              OPEN I-O ARQ-PLACONTA
           END-IF
           MOVE "FILIAL.DAT" TO WID-ARQ-FILIAL
           OPEN INPUT ARQ-FILIAL
           IF WS-RESULTADO-FILIAL = 00
              MOVE "S" TO WS-FILIAL-DISPONIVEL
           ELSE
              MOVE "N" TO WS-FILIAL-DISPONIVEL
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-PLACONTA
                 THRU F-MANTER-PLACONTA
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRO EVENTO? S/N"              AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2426
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-PLACONTA
           IF WS-FILIAL-DISPONIVEL = "S"
              CLOSE ARQ-FILIAL
           END-IF
           EXIT PROGRAM
           .
       MANTER-PLACONTA.
           DISPLAY TELA-PLACONTA AT 0101
           PERFORM MOSTRA-EVENTO
              VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-QTD-EVENTOS-CTB
           MOVE "N" TO WS-EVENTO-OK
           PERFORM UNTIL WS-EVENTO-OK = "S"
              MOVE SPACES TO AUX-EVENTO
              ACCEPT AUX-EVENTO                               AT 0424
              IF AUX-EVENTO = SPACES
                 GO TO F-MANTER-PLACONTA
              END-IF
              MOVE FUNCTION UPPER-CASE (AUX-EVENTO) TO AUX-EVENTO
              MOVE ZEROS TO WS-IND-EVENTO
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > WS-QTD-EVENTOS-CTB
                 IF EVENTO-CTB-CODIGO (WS-IND) = AUX-EVENTO
                    MOVE WS-IND TO WS-IND-EVENTO
                 END-IF
              END-PERFORM
              IF WS-IND-EVENTO = ZEROS
                 DISPLAY "EVENTO INVALIDO - USE UM DOS LISTADOS!"
                                                              AT 2401
              ELSE
                 MOVE "S" TO WS-EVENTO-OK
                 DISPLAY LIMPA-LINHA                          AT 2401
                 DISPLAY AUX-EVENTO                           AT 0424
                 DISPLAY EVENTO-CTB-TITULO (WS-IND-EVENTO)    AT 0430
              END-IF
           END-PERFORM
           MOVE AUX-EVENTO TO CTA-EVENTO
           READ ARQ-PLACONTA
           IF WS-RESULTADO-PLACONTA = 00
              MOVE "S" TO WS-CTA-EXISTE
              DISPLAY CTA-DESCRICAO                           AT 0524
              DISPLAY CTA-CONTA-DEBITO                        AT 0624
              DISPLAY CTA-CONTA-CREDITO                       AT 0724
              DISPLAY CTA-CC-PADRAO                           AT 0824
              DISPLAY "EVENTO JA MAPEADO - NOVOS VALORES REGRAVAM."
                                                              AT 2301
           ELSE
              MOVE "N" TO WS-CTA-EXISTE
              MOVE SPACES TO REGISTRO-PLACONTA
              MOVE EVENTO-CTB-TITULO (WS-IND-EVENTO)
                TO CTA-DESCRICAO
              DISPLAY CTA-DESCRICAO                           AT 0524
           END-IF
           MOVE CTA-DESCRICAO TO AUX-DESCRICAO
           ACCEPT AUX-DESCRICAO                               AT 0524
           PERFORM UNTIL AUX-DESCRICAO NOT = SPACES
              DISPLAY "O HISTORICO E OBRIGATORIO!"            AT 2401
              ACCEPT AUX-DESCRICAO                            AT 0524
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE CTA-CONTA-DEBITO TO AUX-CONTA-DEBITO
           ACCEPT AUX-CONTA-DEBITO                            AT 0624
           PERFORM UNTIL AUX-CONTA-DEBITO NOT = SPACES
              DISPLAY "A CONTA A DEBITO E OBRIGATORIA!"       AT 2401
              ACCEPT AUX-CONTA-DEBITO                         AT 0624
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE CTA-CONTA-CREDITO TO AUX-CONTA-CREDITO
           ACCEPT AUX-CONTA-CREDITO                           AT 0724
           PERFORM UNTIL AUX-CONTA-CREDITO NOT = SPACES
                     AND AUX-CONTA-CREDITO NOT = AUX-CONTA-DEBITO
              IF AUX-CONTA-CREDITO = SPACES
                 DISPLAY "A CONTA A CREDITO E OBRIGATORIA!"   AT 2401
              ELSE
                 DISPLAY "DEBITO E CREDITO NA MESMA CONTA!"   AT 2401
              END-IF
              ACCEPT AUX-CONTA-CREDITO                        AT 0724
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE CTA-CC-PADRAO TO AUX-CC-PADRAO
           MOVE "N" TO WS-CC-OK
           PERFORM UNTIL WS-CC-OK = "S"
              ACCEPT AUX-CC-PADRAO                            AT 0824
              PERFORM CONFERE-CENTRO-CUSTO
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE SPACES             TO REGISTRO-PLACONTA
              MOVE AUX-EVENTO         TO CTA-EVENTO
              MOVE AUX-DESCRICAO      TO CTA-DESCRICAO
              MOVE AUX-CONTA-DEBITO   TO CTA-CONTA-DEBITO
              MOVE AUX-CONTA-CREDITO  TO CTA-CONTA-CREDITO
              MOVE AUX-CC-PADRAO      TO CTA-CC-PADRAO
              MOVE OPERADOR           TO CTA-OPERADOR
              MOVE DATA-DE-HOJE       TO CTA-DATA-ALTERACAO
              IF WS-CTA-EXISTE = "S"
                 REWRITE REGISTRO-PLACONTA
              ELSE
                 WRITE REGISTRO-PLACONTA
              END-IF
              IF WS-RESULTADO-PLACONTA NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - DE-PARA CONTABIL:"
                                                              AT 2401
                 DISPLAY WS-RESULTADO-PLACONTA                AT 2438
              ELSE
                 DISPLAY "DE-PARA GRAVADO COM SUCESSO!"       AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-MANTER-PLACONTA. EXIT.
       CONFERE-CENTRO-CUSTO.
      *    O CENTRO DE CUSTO PADRAO E OBRIGATORIO (COMISSOES E
      *    CLIENTES SEM FILIAL CAEM NELE) E, COM O CADASTRO DE
      *    FILIAIS PRESENTE, TEM DE SER UMA FILIAL CADASTRADA.
           MOVE "S" TO WS-CC-OK
           IF AUX-CC-PADRAO = SPACES
              MOVE "N" TO WS-CC-OK
              DISPLAY "INFORME O CENTRO DE CUSTO PADRAO!"     AT 2401
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE (AUX-CC-PADRAO) TO AUX-CC-PADRAO
           IF WS-FILIAL-DISPONIVEL NOT = "S"
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-CC-PADRAO TO FIL-CODIGO
           READ ARQ-FILIAL
           IF WS-RESULTADO-FILIAL = 00
              DISPLAY FIL-NOME                                AT 0830
              DISPLAY LIMPA-LINHA                             AT 2401
           ELSE
              MOVE "N" TO WS-CC-OK
              DISPLAY "FILIAL NAO CADASTRADA (PROG34)!"       AT 2401
           END-IF
           .
       MOSTRA-EVENTO.
      *    UMA LINHA POR EVENTO DA TABELA (11 A 18) COM O DE-PARA
      *    ATUAL OU O AVISO DE EVENTO AINDA SEM CONTAS.
           COMPUTE WS-LINHA-TELA = WS-IND + 10
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 1
           DISPLAY EVENTO-CTB-CODIGO (WS-IND)           AT WS-POSICAO
           MOVE EVENTO-CTB-CODIGO (WS-IND) TO CTA-EVENTO
           READ ARQ-PLACONTA
           IF WS-RESULTADO-PLACONTA = 00
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 5
              DISPLAY CTA-DESCRICAO                     AT WS-POSICAO
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 36
              DISPLAY CTA-CONTA-DEBITO                  AT WS-POSICAO
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 52
              DISPLAY CTA-CONTA-CREDITO                 AT WS-POSICAO
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 68
              DISPLAY CTA-CC-PADRAO                     AT WS-POSICAO
           ELSE
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 5
              DISPLAY "*** SEM DE-PARA - IMPEDE O DIARIO ***"
                                                        AT WS-POSICAO
           END-IF
           .
