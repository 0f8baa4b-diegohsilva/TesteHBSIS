       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG45.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** MANUTENCAO DA TABELA DE TRIBUTACAO ********
      *    MANTEM A TABELA DE TRIBUTACAO (TRIBUTO.DAT): PARA CADA UF
      *    DE ORIGEM (UF DA FILIAL DONA DO CLIENTE), UF DE DESTINO
      *    (UF DO CLIENTE) E CLASSE FISCAL DO PRODUTO (PROG24), AS
      *    ALIQUOTAS DE ICMS E IPI E O INDICADOR DE SUBSTITUICAO
      *    TRIBUTARIA. A CLASSE EM BRANCO E A LINHA GERAL DO PAR DE
      *    UFS, USADA PARA AS CLASSES SEM LINHA PROPRIA. O CALCTRIB
      *    LE A TABELA NA DIGITACAO DE PEDIDOS (PROG07) E NO
      *    MOVIMENTO DO CAMPO (PROGMOVPED).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-TRIBUTO ASSIGN TO DISK WID-ARQ-TRIBUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TRB-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TRIBUTO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-TRIBUTO.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-TRIBUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TRIBUTO     PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-TRB-EXISTE            PIC X(01) VALUE SPACES.
       77 AUX-UF-ORIGEM            PIC X(02) VALUE SPACES.
       77 AUX-UF-DESTINO           PIC X(02) VALUE SPACES.
       77 AUX-CLASSE-FISCAL        PIC X(04) VALUE SPACES.
       77 AUX-PCT-ICMS             PIC 9(02)V9(02) VALUE ZEROS.
       77 AUX-PCT-IPI              PIC 9(02)V9(02) VALUE ZEROS.
       77 AUX-ICMS-ST              PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-TRIBUTO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  MANUTENCAO DA TRIBUTACAO    ".
          02 LINE 02 COLUMN 73 VALUE "PROG45".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "UF DE ORIGEM (FILIAL).".
          02 LINE 05 COLUMN 01 VALUE "UF DE DESTINO.........".
          02 LINE 06 COLUMN 01 VALUE "CLASSE FISCAL.........".
          02 LINE 07 COLUMN 01 VALUE "ALIQUOTA DE ICMS %....".
          02 LINE 08 COLUMN 01 VALUE "ALIQUOTA DE IPI %.....".
          02 LINE 09 COLUMN 01 VALUE "SUBST. TRIBUT. (S/N)..".
          02 LINE 10 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "TRIBUTO.DAT" TO WID-ARQ-TRIBUTO
           OPEN I-O ARQ-TRIBUTO
           IF WS-RESULTADO-TRIBUTO NOT = 00
              OPEN OUTPUT ARQ-TRIBUTO
              CLOSE ARQ-TRIBUTO
              OPEN I-O ARQ-TRIBUTO
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-TRIBUTO
                 THRU F-MANTER-TRIBUTO
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRA LINHA DA TABELA? S/N"     AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2435
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-TRIBUTO
           EXIT PROGRAM
           .
       MANTER-TRIBUTO.
           DISPLAY TELA-TRIBUTO AT 0101
           MOVE SPACES TO AUX-UF-ORIGEM
           ACCEPT AUX-UF-ORIGEM                               AT 0424
           IF AUX-UF-ORIGEM = SPACES
              GO TO F-MANTER-TRIBUTO
           END-IF
           MOVE SPACES TO AUX-UF-DESTINO
           ACCEPT AUX-UF-DESTINO                              AT 0524
           PERFORM UNTIL AUX-UF-DESTINO NOT = SPACES
              DISPLAY "A UF DE DESTINO E OBRIGATORIA!"        AT 2401
              ACCEPT AUX-UF-DESTINO                           AT 0524
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
      *    CLASSE EM BRANCO = LINHA GERAL DO PAR DE UFS.
           MOVE SPACES TO AUX-CLASSE-FISCAL
           ACCEPT AUX-CLASSE-FISCAL                           AT 0624
           MOVE AUX-UF-ORIGEM     TO TRB-UF-ORIGEM
           MOVE AUX-UF-DESTINO    TO TRB-UF-DESTINO
           MOVE AUX-CLASSE-FISCAL TO TRB-CLASSE-FISCAL
           READ ARQ-TRIBUTO
           IF WS-RESULTADO-TRIBUTO = 00
              MOVE "S" TO WS-TRB-EXISTE
              DISPLAY TRB-PCT-ICMS                            AT 0724
              DISPLAY TRB-PCT-IPI                             AT 0824
              DISPLAY TRB-ICMS-ST                             AT 0924
              DISPLAY "LINHA JA CADASTRADA - NOVOS VALORES REGRAVAM."
                                                              AT 2301
           ELSE
              MOVE "N" TO WS-TRB-EXISTE
           END-IF
           MOVE ZEROS TO AUX-PCT-ICMS
           ACCEPT AUX-PCT-ICMS                                AT 0724
           MOVE ZEROS TO AUX-PCT-IPI
           ACCEPT AUX-PCT-IPI                                 AT 0824
           MOVE SPACES TO AUX-ICMS-ST
           PERFORM UNTIL AUX-ICMS-ST = "S" OR = "N"
              ACCEPT AUX-ICMS-ST                              AT 0924
              IF AUX-ICMS-ST = "s"
                 MOVE "S" TO AUX-ICMS-ST
              END-IF
              IF AUX-ICMS-ST = "n"
                 MOVE "N" TO AUX-ICMS-ST
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
              MOVE AUX-UF-ORIGEM     TO TRB-UF-ORIGEM
              MOVE AUX-UF-DESTINO    TO TRB-UF-DESTINO
              MOVE AUX-CLASSE-FISCAL TO TRB-CLASSE-FISCAL
              MOVE AUX-PCT-ICMS      TO TRB-PCT-ICMS
              MOVE AUX-PCT-IPI       TO TRB-PCT-IPI
              MOVE AUX-ICMS-ST       TO TRB-ICMS-ST
              MOVE OPERADOR          TO TRB-OPERADOR
              MOVE DATA-DE-HOJE      TO TRB-DATA-ALTERACAO
              IF WS-TRB-EXISTE = "S"
                 REWRITE REGISTRO-TRIBUTO
              ELSE
                 WRITE REGISTRO-TRIBUTO
              END-IF
              IF WS-RESULTADO-TRIBUTO NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - TRIBUTACAO:"     AT 2401
                 DISPLAY WS-RESULTADO-TRIBUTO                 AT 2433
              ELSE
                 DISPLAY "LINHA GRAVADA COM SUCESSO!"         AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-MANTER-TRIBUTO. EXIT.
