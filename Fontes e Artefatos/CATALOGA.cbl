       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGA.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *   ******** CATALOGACAO DE RELATORIO DE NOME FIXO ********
      *    SUBPROGRAMA CHAMADO PELOS RELATORIOS QUE CONTINUAM
      *    SAINDO EM ARQUIVO DE NOME FIXO (RCARTEIRA.TXT DO PROG18,
      *    RAGING.TXT DO PROG25, RFOLLOW.TXT DO PROGFOLLOW,
      *    RCOMISSAO.TXT DO PROG08): DEPOIS DE FECHAR O RELATORIO,
      *    O PROGRAMA PASSA O TIPO E O ARQUIVO, E A GERACAO E
      *    COPIADA PARA O ARQUIVO DATADO TIPO.AAAAMMDD.SSSSSS.TXT E
      *    REGISTRADA NO CATALOGO (CATREL.DAT), COMO FAZEM OS
      *    RELATORIOS QUE JA NASCEM DATADOS. ASSIM A GERACAO FICA
      *    NO PROG22 E PODE SER ASSINADA PARA ENTREGA POR E-MAIL
      *    (ASSINREL.DAT/PROGENVREL). RESULTADO:
      *    0 = CATALOGADO, 1 = ARQUIVO DE ORIGEM NAO ENCONTRADO,
      *    2 = ERRO NO CATALOGO OU NA COPIA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAT-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CATREL.

           SELECT ARQ-ORIGEM ASSIGN TO WID-ARQ-ORIGEM
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-ORIGEM.

           SELECT ARQ-DATADO ASSIGN TO WID-ARQ-DATADO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-DATADO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CATREL.FD".

       FD  ARQ-ORIGEM.
       01  LINHA-ORIGEM            PIC X(132).

       FD  ARQ-DATADO.
       01  LINHA-DATADO            PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CATREL           PIC X(50) VALUE SPACES.
       77 WID-ARQ-ORIGEM           PIC X(50) VALUE SPACES.
       77 WID-ARQ-DATADO           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CATREL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ORIGEM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DATADO      PIC 9(02) VALUE ZEROS.
       77 WS-CATREL-SEQ            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LINHAS            PIC 9(07) VALUE ZEROS.
       77 WS-FIM-ORIGEM            PIC 9(01) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       77 LK-TIPO                  PIC X(10).
       77 LK-ARQ-ORIGEM            PIC X(50).
       77 LK-FILTROS               PIC X(40).
       77 LK-OPERADOR              PIC X(10).
       77 LK-RESULTADO             PIC 9(01).

       PROCEDURE DIVISION USING LK-TIPO LK-ARQ-ORIGEM LK-FILTROS
                                LK-OPERADOR LK-RESULTADO.
       INICIO.
           MOVE ZEROS TO LK-RESULTADO
           MOVE LK-ARQ-ORIGEM TO WID-ARQ-ORIGEM
           OPEN INPUT ARQ-ORIGEM
           IF WS-RESULTADO-ORIGEM NOT = 00
              MOVE 1 TO LK-RESULTADO
              GOBACK
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE "CATREL.DAT" TO WID-ARQ-CATREL
           OPEN I-O ARQ-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              OPEN OUTPUT ARQ-CATREL
              CLOSE ARQ-CATREL
              OPEN I-O ARQ-CATREL
           END-IF
           MOVE ZEROS TO CAT-SEQ
           READ ARQ-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              INITIALIZE REGISTRO-CATREL
              MOVE ZEROS TO CAT-SEQ
              WRITE REGISTRO-CATREL
           END-IF
           COMPUTE WS-CATREL-SEQ = CAT-ULTIMA-SEQ + 1
           MOVE WS-CATREL-SEQ TO CAT-ULTIMA-SEQ
           MOVE ZEROS         TO CAT-SEQ
           REWRITE REGISTRO-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              MOVE 2 TO LK-RESULTADO
              CLOSE ARQ-CATREL
              CLOSE ARQ-ORIGEM
              GOBACK
           END-IF
           MOVE SPACES TO WID-ARQ-DATADO
           STRING FUNCTION TRIM(LK-TIPO) DELIMITED BY SIZE
                  "."             DELIMITED BY SIZE
                  WS-DATA-SISTEMA DELIMITED BY SIZE
                  "."             DELIMITED BY SIZE
                  WS-CATREL-SEQ   DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
               INTO WID-ARQ-DATADO
           END-STRING
           OPEN OUTPUT ARQ-DATADO
           IF WS-RESULTADO-DATADO NOT = 00
              MOVE 2 TO LK-RESULTADO
              CLOSE ARQ-CATREL
              CLOSE ARQ-ORIGEM
              GOBACK
           END-IF
           MOVE ZEROS TO WS-QTD-LINHAS
           MOVE ZEROS TO WS-FIM-ORIGEM
           PERFORM UNTIL WS-FIM-ORIGEM = 1
              READ ARQ-ORIGEM NEXT AT END
                 MOVE 1 TO WS-FIM-ORIGEM
              END-READ
              IF WS-FIM-ORIGEM NOT = 1
                 WRITE LINHA-DATADO FROM LINHA-ORIGEM
                 ADD 1 TO WS-QTD-LINHAS
              END-IF
           END-PERFORM
           CLOSE ARQ-DATADO
           CLOSE ARQ-ORIGEM
           INITIALIZE REGISTRO-CATREL
           MOVE WS-CATREL-SEQ   TO CAT-SEQ
           MOVE LK-TIPO         TO CAT-TIPO
           MOVE WS-DATA-SISTEMA TO CAT-DATA
           MOVE LK-OPERADOR     TO CAT-OPERADOR
           MOVE LK-FILTROS      TO CAT-FILTROS
           MOVE WS-QTD-LINHAS   TO CAT-QTD-LINHAS
           MOVE WID-ARQ-DATADO  TO CAT-ARQUIVO
           WRITE REGISTRO-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              MOVE 2 TO LK-RESULTADO
           END-IF
           CLOSE ARQ-CATREL
           GOBACK
           .
