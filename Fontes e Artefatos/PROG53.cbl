       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG53.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** MANUTENCAO DE FAMILIAS DE PRODUTOS ********
      *    MANTEM A TABELA FAMILIA.DAT (LINHAS DE PRODUTOS COMO
      *    BEBIDAS, LIMPEZA, SALGADINHOS): CODIGO, DESCRICAO, SE A
      *    FAMILIA E ESTRATEGICA E A SITUACAO. O PRODUTO E LIGADO A
      *    FAMILIA NO PROG24; AS METAS POR FAMILIA SAO MANTIDAS NO
      *    PROG54. SO FAMILIA ESTRATEGICA ENTRA NA EXIGENCIA DE
      *    ATINGIMENTO MINIMO DAS FAIXAS DE COMISSAO (PROG28).
      *    ACESSO RESTRITO A SUPERVISORES PELO PROG00.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-FAMILIA ASSIGN TO DISK WID-ARQ-FAMILIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAM-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FAMILIA.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-FAMILIA.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-FAMILIA          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-FAMILIA     PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-FAM-EXISTE            PIC X(01) VALUE SPACES.
       77 AUX-CODIGO               PIC 9(03) VALUE ZEROS.
       77 AUX-DESCRICAO            PIC X(30) VALUE SPACES.
       77 AUX-ESTRATEGICA          PIC X(01) VALUE SPACES.
       77 AUX-STATUS               PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-FAMILIA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             " FAMILIAS DE PRODUTOS         ".
          02 LINE 02 COLUMN 73 VALUE "PROG53".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DA FAMILIA.....".
          02 LINE 05 COLUMN 01 VALUE "DESCRICAO.............".
          02 LINE 06 COLUMN 01 VALUE "ESTRATEGICA (S/N).....".
          02 LINE 07 COLUMN 01 VALUE "SITUACAO (A/I)........".
          02 LINE 08 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "FAMILIA.DAT" TO WID-ARQ-FAMILIA
           OPEN I-O ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA NOT = 00
              OPEN OUTPUT ARQ-FAMILIA
              CLOSE ARQ-FAMILIA
              OPEN I-O ARQ-FAMILIA
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-FAMILIA
                 THRU F-MANTER-FAMILIA
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRA FAMILIA? S/N"             AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2427
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-FAMILIA
           EXIT PROGRAM
           .
       MANTER-FAMILIA.
           DISPLAY TELA-FAMILIA AT 0101
           MOVE ZEROS TO AUX-CODIGO
           ACCEPT AUX-CODIGO                                  AT 0424
           IF AUX-CODIGO = ZEROS
              GO TO F-MANTER-FAMILIA
           END-IF
           MOVE AUX-CODIGO TO FAM-CODIGO
           READ ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA = 00
              MOVE "S" TO WS-FAM-EXISTE
              DISPLAY FAM-DESCRICAO                           AT 0524
              DISPLAY FAM-ESTRATEGICA                         AT 0624
              DISPLAY FAM-STATUS                              AT 0724
              DISPLAY "FAMILIA JA CADASTRADA - NOVOS VALORES REGRAVAM."
                                                              AT 2301
           ELSE
              MOVE "N" TO WS-FAM-EXISTE
           END-IF
           MOVE SPACES TO AUX-DESCRICAO
           ACCEPT AUX-DESCRICAO                               AT 0524
           PERFORM UNTIL AUX-DESCRICAO NOT = SPACES
              DISPLAY "A DESCRICAO E OBRIGATORIA!"            AT 2401
              ACCEPT AUX-DESCRICAO                            AT 0524
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE SPACES TO AUX-ESTRATEGICA
           PERFORM UNTIL AUX-ESTRATEGICA = "S" OR = "N"
              ACCEPT AUX-ESTRATEGICA                          AT 0624
              IF AUX-ESTRATEGICA = "s"
                 MOVE "S" TO AUX-ESTRATEGICA
              END-IF
              IF AUX-ESTRATEGICA = "n"
                 MOVE "N" TO AUX-ESTRATEGICA
              END-IF
           END-PERFORM
           MOVE SPACES TO AUX-STATUS
           PERFORM UNTIL AUX-STATUS = "A" OR = "I"
              ACCEPT AUX-STATUS                               AT 0724
              IF AUX-STATUS = "a"
                 MOVE "A" TO AUX-STATUS
              END-IF
              IF AUX-STATUS = "i"
                 MOVE "I" TO AUX-STATUS
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE AUX-CODIGO      TO FAM-CODIGO
              MOVE AUX-DESCRICAO   TO FAM-DESCRICAO
              MOVE AUX-ESTRATEGICA TO FAM-ESTRATEGICA
              MOVE AUX-STATUS      TO FAM-STATUS
              MOVE DATA-DE-HOJE    TO FAM-DATA-ALTERACAO
              MOVE OPERADOR        TO FAM-OPERADOR
              IF WS-FAM-EXISTE = "S"
                 REWRITE REGISTRO-FAMILIA
              ELSE
                 WRITE REGISTRO-FAMILIA
              END-IF
              IF WS-RESULTADO-FAMILIA NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - FAMILIAS:"       AT 2401
                 DISPLAY WS-RESULTADO-FAMILIA                 AT 2431
              ELSE
                 DISPLAY "FAMILIA GRAVADA COM SUCESSO!"       AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-MANTER-FAMILIA. EXIT.
