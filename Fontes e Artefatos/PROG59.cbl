       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG59.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** VERBA DE BONIFICACAO POR COMPETENCIA ********
      *    MANTEM O ARQUIVO VERBABON.DAT (VALOR MENSAL QUE CADA
      *    VENDEDOR PODE BONIFICAR, POR COMPETENCIA AAAAMM). A VERBA
      *    E CONFERIDA PELO PROG07 NA DIGITACAO DA BONIFICACAO;
      *    VENDEDOR SEM LINHA NA COMPETENCIA USA O PARAMETRO
      *    VERBABON. EXCLUSIVO DO SUPERVISOR.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-VERBABON ASSIGN TO DISK WID-ARQ-VERBABON
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VBB-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VERBABON.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-VERBABON.FD".
       COPY "ARQ-VENDEDOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-VERBABON         PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-VERBABON    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 AUX-VEN-CODIGO           PIC 9(05) VALUE ZEROS.
       77 AUX-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77 AUX-VALOR                PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-ANO-COMPET           PIC 9(04) VALUE ZEROS.
       77 AUX-MES-COMPET           PIC 9(02) VALUE ZEROS.
       77 WS-VERBA-EXISTE           PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-VERBA    BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "    VERBA DE BONIFICACAO      ".
          02 LINE 02 COLUMN 73 VALUE "PROG59".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DO VENDEDOR....".
          02 LINE 05 COLUMN 01 VALUE "NOME DO VENDEDOR......".
          02 LINE 06 COLUMN 01 VALUE "COMPETENCIA (AAAAMM)..".
          02 LINE 07 COLUMN 01 VALUE "VERBA DA COMPETENCIA..".
          02 LINE 08 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "NAO HA VENDEDORES CADASTRADOS."        AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "VERBABON.DAT" TO WID-ARQ-VERBABON
           OPEN I-O ARQ-VERBABON
           IF WS-RESULTADO-VERBABON NOT = 00
              OPEN OUTPUT ARQ-VERBABON
              CLOSE ARQ-VERBABON
              OPEN I-O ARQ-VERBABON
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-VERBA
                 THRU F-MANTER-VERBA
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRA VERBA? S/N"               AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2425
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-VERBABON
           CLOSE ARQ-VENDEDOR
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       MANTER-VERBA.
           DISPLAY TELA-VERBA AT 0101
           MOVE ZEROS TO AUX-VEN-CODIGO
           ACCEPT AUX-VEN-CODIGO                              AT 0424
           IF AUX-VEN-CODIGO = ZEROS
              GO TO F-MANTER-VERBA
           END-IF
           MOVE AUX-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "VENDEDOR NAO CADASTRADO!"              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-VERBA
           END-IF
           DISPLAY VEN-NOME                                   AT 0524
           MOVE ZEROS TO AUX-COMPETENCIA
           PERFORM UNTIL AUX-COMPETENCIA NOT = ZEROS
              ACCEPT AUX-COMPETENCIA                          AT 0624
              DIVIDE AUX-COMPETENCIA BY 100
                 GIVING AUX-ANO-COMPET
                 REMAINDER AUX-MES-COMPET
              IF AUX-COMPETENCIA NOT = ZEROS
                 AND (AUX-MES-COMPET < 01 OR AUX-MES-COMPET > 12)
                 DISPLAY "COMPETENCIA INVALIDA (MES 01 A 12)!"
                                                              AT 2401
                 MOVE ZEROS TO AUX-COMPETENCIA
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE AUX-VEN-CODIGO  TO VBB-VEN-CODIGO
           MOVE AUX-COMPETENCIA TO VBB-COMPETENCIA
           READ ARQ-VERBABON
           IF WS-RESULTADO-VERBABON = 00
              MOVE "S" TO WS-VERBA-EXISTE
              DISPLAY "VERBA JA CADASTRADA - VALOR ATUAL:"    AT 2301
              DISPLAY VBB-VALOR                               AT 2337
           ELSE
              MOVE "N" TO WS-VERBA-EXISTE
           END-IF
           MOVE ZEROS TO AUX-VALOR
           ACCEPT AUX-VALOR                                   AT 0724
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "CONFIRMA A GRAVACAO DA VERBA? S/N"        AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2436
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE AUX-VEN-CODIGO  TO VBB-VEN-CODIGO
              MOVE AUX-COMPETENCIA TO VBB-COMPETENCIA
              MOVE AUX-VALOR       TO VBB-VALOR
              MOVE DATA-DE-HOJE    TO VBB-DATA-ALTERACAO
              MOVE OPERADOR        TO VBB-OPERADOR
              IF WS-VERBA-EXISTE = "S"
                 REWRITE REGISTRO-VERBABON
              ELSE
                 WRITE REGISTRO-VERBABON
              END-IF
              IF WS-RESULTADO-VERBABON NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - VERBAS:"         AT 2401
                 DISPLAY WS-RESULTADO-VERBABON                AT 2430
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              ELSE
                 DISPLAY "VERBA GRAVADA COM SUCESSO!"         AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-IF
           .
       F-MANTER-VERBA. EXIT.
