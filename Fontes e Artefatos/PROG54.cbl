       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG54.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** MANUTENCAO DE METAS POR FAMILIA ********
      *    MANTEM O ARQUIVO METAFAM.DAT (META MENSAL POR VENDEDOR,
      *    FAMILIA DE PRODUTOS E COMPETENCIA AAAAMM), NOS MOLDES DO
      *    PROG10 PARA A META TOTAL. A TELA MOSTRA A META TOTAL DO
      *    VENDEDOR NA COMPETENCIA (META.DAT) COMO REFERENCIA; A
      *    SOMA DAS FAMILIAS NAO PRECISA FECHAR COM ELA. FAMILIA
      *    INATIVA NAO RECEBE META NOVA. A CARGA DO ANO INTEIRO E
      *    FEITA PELO PROGGERFAM.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-METAFAM ASSIGN TO DISK WID-ARQ-METAFAM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MTF-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-METAFAM.

           SELECT ARQ-META ASSIGN TO DISK WID-ARQ-META
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MET-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-META.

           SELECT ARQ-FAMILIA ASSIGN TO DISK WID-ARQ-FAMILIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAM-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FAMILIA.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-METAFAM.FD".
       COPY "ARQ-META.FD".
       COPY "ARQ-FAMILIA.FD".
       COPY "ARQ-VENDEDOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-METAFAM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-META             PIC X(50) VALUE SPACES.
       77 WID-ARQ-FAMILIA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-METAFAM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-META        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FAMILIA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-META-DISPONIVEL       PIC X(01) VALUE "N".
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 AUX-VEN-CODIGO           PIC 9(05) VALUE ZEROS.
       77 AUX-FAM-CODIGO           PIC 9(03) VALUE ZEROS.
       77 AUX-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77 AUX-VALOR                PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-ANO-COMPET           PIC 9(04) VALUE ZEROS.
       77 AUX-MES-COMPET           PIC 9(02) VALUE ZEROS.
       77 WS-METAFAM-EXISTE        PIC X(01) VALUE SPACES.
       77 WS-META-TOTAL            PIC 9(09)V9(02) VALUE ZEROS.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-METAFAM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  METAS MENSAIS POR FAMILIA   ".
          02 LINE 02 COLUMN 73 VALUE "PROG54".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DO VENDEDOR....".
          02 LINE 05 COLUMN 01 VALUE "NOME DO VENDEDOR......".
          02 LINE 06 COLUMN 01 VALUE "FAMILIA DE PRODUTOS...".
          02 LINE 07 COLUMN 01 VALUE "COMPETENCIA (AAAAMM)..".
          02 LINE 08 COLUMN 01 VALUE "META TOTAL DO MES.....".
          02 LINE 09 COLUMN 01 VALUE "META DA FAMILIA.......".
          02 LINE 10 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "NAO HA VENDEDORES CADASTRADOS."        AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "FAMILIA.DAT" TO WID-ARQ-FAMILIA
           OPEN INPUT ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA NOT = 00
              CLOSE ARQ-VENDEDOR
              DISPLAY "NAO HA FAMILIAS CADASTRADAS (PROG53)." AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "META.DAT" TO WID-ARQ-META
           OPEN INPUT ARQ-META
           IF WS-RESULTADO-META = 00
              MOVE "S" TO WS-META-DISPONIVEL
           END-IF
           MOVE "METAFAM.DAT" TO WID-ARQ-METAFAM
           OPEN I-O ARQ-METAFAM
           IF WS-RESULTADO-METAFAM NOT = 00
              OPEN OUTPUT ARQ-METAFAM
              CLOSE ARQ-METAFAM
              OPEN I-O ARQ-METAFAM
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-METAFAM
                 THRU F-MANTER-METAFAM
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRA META? S/N"                AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2424
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-METAFAM
           IF WS-META-DISPONIVEL = "S"
              CLOSE ARQ-META
           END-IF
           CLOSE ARQ-FAMILIA
           CLOSE ARQ-VENDEDOR
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       MANTER-METAFAM.
           DISPLAY TELA-METAFAM AT 0101
           MOVE ZEROS TO AUX-VEN-CODIGO
           ACCEPT AUX-VEN-CODIGO                              AT 0424
           IF AUX-VEN-CODIGO = ZEROS
              GO TO F-MANTER-METAFAM
           END-IF
           MOVE AUX-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "VENDEDOR NAO CADASTRADO!"              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-METAFAM
           END-IF
           DISPLAY VEN-NOME                                   AT 0524
           MOVE ZEROS TO AUX-FAM-CODIGO
           ACCEPT AUX-FAM-CODIGO                              AT 0624
           IF AUX-FAM-CODIGO = ZEROS
              GO TO F-MANTER-METAFAM
           END-IF
           MOVE AUX-FAM-CODIGO TO FAM-CODIGO
           READ ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA NOT = 00
              DISPLAY "FAMILIA NAO CADASTRADA!"               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-METAFAM
           END-IF
           DISPLAY FAM-DESCRICAO                              AT 0630
           IF FAM-E-ESTRATEGICA
              DISPLAY "(ESTRATEGICA)"                         AT 0661
           END-IF
           MOVE ZEROS TO AUX-COMPETENCIA
           PERFORM UNTIL AUX-COMPETENCIA NOT = ZEROS
              ACCEPT AUX-COMPETENCIA                          AT 0724
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
      *    META TOTAL SO COMO REFERENCIA: META.DAT OU O PADRAO DO
      *    CADASTRO, COMO NOS DEMAIS PROCESSOS.
           MOVE VEN-META-MENSAL TO WS-META-TOTAL
           IF WS-META-DISPONIVEL = "S"
              MOVE AUX-VEN-CODIGO  TO MET-VEN-CODIGO
              MOVE AUX-COMPETENCIA TO MET-COMPETENCIA
              READ ARQ-META
              IF WS-RESULTADO-META = 00
                 MOVE MET-VALOR TO WS-META-TOTAL
              END-IF
           END-IF
           DISPLAY WS-META-TOTAL                              AT 0824
           MOVE AUX-VEN-CODIGO  TO MTF-VEN-CODIGO
           MOVE AUX-COMPETENCIA TO MTF-COMPETENCIA
           MOVE AUX-FAM-CODIGO  TO MTF-FAM-CODIGO
           READ ARQ-METAFAM
           IF WS-RESULTADO-METAFAM = 00
              MOVE "S" TO WS-METAFAM-EXISTE
              DISPLAY "META JA CADASTRADA - VALOR ATUAL:"     AT 2301
              DISPLAY MTF-VALOR                               AT 2336
           ELSE
              MOVE "N" TO WS-METAFAM-EXISTE
              IF FAM-INATIVA
                 DISPLAY "FAMILIA INATIVA NAO RECEBE META NOVA!"
                                                              AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 GO TO F-MANTER-METAFAM
              END-IF
           END-IF
           MOVE ZEROS TO AUX-VALOR
           ACCEPT AUX-VALOR                                   AT 0924
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "CONFIRMA A GRAVACAO DA META? S/N"         AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2435
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE AUX-VEN-CODIGO  TO MTF-VEN-CODIGO
              MOVE AUX-COMPETENCIA TO MTF-COMPETENCIA
              MOVE AUX-FAM-CODIGO  TO MTF-FAM-CODIGO
              MOVE AUX-VALOR       TO MTF-VALOR
              MOVE DATA-DE-HOJE    TO MTF-DATA-ALTERACAO
              MOVE OPERADOR        TO MTF-OPERADOR
              IF WS-METAFAM-EXISTE = "S"
                 REWRITE REGISTRO-METAFAM
              ELSE
                 WRITE REGISTRO-METAFAM
              END-IF
              IF WS-RESULTADO-METAFAM NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - METAS POR FAMILIA:"
                                                              AT 2401
                 DISPLAY WS-RESULTADO-METAFAM                 AT 2440
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              ELSE
                 DISPLAY "META GRAVADA COM SUCESSO!"          AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-IF
           .
       F-MANTER-METAFAM. EXIT.
