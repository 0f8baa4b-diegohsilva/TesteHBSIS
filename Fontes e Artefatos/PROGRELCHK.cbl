       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRELCHK.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** MENSAL DE ADERENCIA AO CHECK-IN GPS ********
      *    PARA CADA VENDEDOR, CRUZA AS PARADAS PLANEJADAS NA
      *    COMPETENCIA (ROTPLAN.DAT, PROG31) COM OS CHECK-INS
      *    CONFERIDOS PELO PROGCHKIN (CHECKIN.DAT) E CONTA:
      *      - PARADAS PLANEJADAS;
      *      - CONFIRMADAS (ALGUM CHECK-IN DENTRO DO RAIO);
      *      - SUSPEITAS (SO CHECK-IN FORA DO RAIO);
      *      - SEM GPS (CLIENTE SEM COORDENADAS NO CADASTRO);
      *      - SEM CHECK-IN (NENHUM CHECK-IN NA PARADA, MESMO QUE A
      *        VISITA TENHA SIDO DIGITADA NO PROG32);
      *      - CHECK-INS FORA DO PLANO (CLIENTE FORA DO ROTEIRO).
      *    A ADERENCIA E O PERCENTUAL DE PARADAS CONFIRMADAS SOBRE
      *    AS PLANEJADAS. SO SAEM VENDEDORES COM PLANO OU CHECK-IN
      *    NO MES; O RODAPE TRAZ O TOTAL GERAL.
      *    CARTAO SYSIN OPCIONAL: COMPETENCIA AAAAMM (EM BRANCO = A
      *    CORRENTE). GERA RCHKMES.TXT, CATALOGADO (TIPO RCHKMES, VIA
      *    CATALOGA). RODA NOS EXTRAS DE FECHAMENTO DE MES DO
      *    PROGLOTE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CHECKIN ASSIGN TO DISK WID-ARQ-CHECKIN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CKI-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CHECKIN.

           SELECT ARQ-ROTPLAN ASSIGN TO DISK WID-ARQ-ROTPLAN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ROT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ROTPLAN.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT RELATORIO ASSIGN TO "RCHKMES.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CHECKIN.FD".
       COPY "ARQ-ROTPLAN.FD".
       COPY "ARQ-VENDEDOR.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CHECKIN          PIC X(50) VALUE SPACES.
       77 WID-ARQ-ROTPLAN          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CHECKIN     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ROTPLAN     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-CHECKIN-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-ROTPLAN-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FIM-VENDEDOR          PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ROTPLAN           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-CHECKIN           PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-REGISTRO       PIC 9(06) VALUE ZEROS.
       77 WS-DATA-INICIAL          PIC 9(08) VALUE ZEROS.
      *    MELHOR SITUACAO DOS CHECK-INS DE UMA PARADA: C (CONFIRMADO)
      *    VENCE S (SUSPEITO), QUE VENCE G (SEM GPS).
       77 WS-SITUACAO-PARADA       PIC X(01) VALUE SPACES.
       77 WS-QTD-VENDEDORES        PIC 9(05) VALUE ZEROS.
       77 WS-IDX-TOT               PIC 9(01) VALUE ZEROS.
       77 WS-PCT-ADERENCIA         PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RCHKMES".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RCHKMES.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
      *    TOTAIS DO VENDEDOR (1) E GERAIS (2).
       01 TABELA-TOTAIS.
          02 TOTAIS-OCORRENCIA OCCURS 2 TIMES.
             03 TOT-PLANEJADAS     PIC 9(07).
             03 TOT-CONFIRMADAS    PIC 9(07).
             03 TOT-SUSPEITAS      PIC 9(07).
             03 TOT-SEM-GPS        PIC 9(07).
             03 TOT-SEM-CHECKIN    PIC 9(07).
             03 TOT-FORA-PLANO     PIC 9(07).
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(31) VALUE
             "ADERENCIA AO CHECK-IN GPS      ".
          02 FILLER       PIC X(10) VALUE "  COMPET: ".
          02 CAB-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(33) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-1.
          02 FILLER PIC X(06) VALUE "VEND.".
          02 FILLER PIC X(32) VALUE "NOME".
          02 FILLER PIC X(11) VALUE " PLANEJADAS".
          02 FILLER PIC X(12) VALUE " CONFIRMADAS".
          02 FILLER PIC X(11) VALUE "  SUSPEITAS".
          02 FILLER PIC X(11) VALUE "    SEM GPS".
          02 FILLER PIC X(13) VALUE " SEM CHECK-IN".
          02 FILLER PIC X(14) VALUE " FORA DO PLANO".
          02 FILLER PIC X(12) VALUE "  ADERENCIA%".

       01 DETALHE.
          02 DET-VEN-CODIGO        PIC 9(05).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-VEN-NOME          PIC X(30).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-PLANEJADAS        PIC Z.ZZZ.ZZ9.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-CONFIRMADAS       PIC Z.ZZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-SUSPEITAS         PIC Z.ZZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-SEM-GPS           PIC Z.ZZZ.ZZ9.
          02 FILLER                PIC X(04) VALUE SPACES.
          02 DET-SEM-CHECKIN       PIC Z.ZZZ.ZZ9.
          02 FILLER                PIC X(05) VALUE SPACES.
          02 DET-FORA-PLANO        PIC Z.ZZZ.ZZ9.
          02 FILLER                PIC X(05) VALUE SPACES.
          02 DET-ADERENCIA         PIC ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           COMPUTE WS-COMPET-CORRENTE =
              (ANO-SISTEMA * 100) + MES-SISTEMA
           MOVE WS-COMPET-CORRENTE TO WS-COMPETENCIA
           DISPLAY "PROGRELCHK - ADERENCIA AO CHECK-IN GPS - "
              CAB-DATA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGRELCHK - COMPETENCIA INVALIDA NO "
                    "SYSIN (AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPET-CORRENTE
              DISPLAY "PROGRELCHK - COMPETENCIA FUTURA: "
                 WS-COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-DATA-INICIAL = (WS-COMPETENCIA * 100) + 01
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "PROGRELCHK - VENDEDOR.DAT NAO ENCONTRADO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "ROTPLAN.DAT" TO WID-ARQ-ROTPLAN
           OPEN INPUT ARQ-ROTPLAN
           IF WS-RESULTADO-ROTPLAN = 00
              MOVE "S" TO WS-ROTPLAN-DISPONIVEL
           END-IF
           MOVE "CHECKIN.DAT" TO WID-ARQ-CHECKIN
           OPEN INPUT ARQ-CHECKIN
           IF WS-RESULTADO-CHECKIN = 00
              MOVE "S" TO WS-CHECKIN-DISPONIVEL
           END-IF
           IF WS-ROTPLAN-DISPONIVEL NOT = "S"
              AND WS-CHECKIN-DISPONIVEL NOT = "S"
              DISPLAY "PROGRELCHK - NAO HA ROTEIROS NEM CHECK-INS."
              CLOSE ARQ-VENDEDOR
              GOBACK
           END-IF
           INITIALIZE TABELA-TOTAIS

           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA        TO CABT-DATA
           MOVE WS-COMPETENCIA  TO CAB-COMPETENCIA
           PERFORM IMPRIMIR-CABECALHO
           PERFORM UNTIL WS-FIM-VENDEDOR = 1
              READ ARQ-VENDEDOR NEXT AT END
                 MOVE 1 TO WS-FIM-VENDEDOR
              END-READ
              IF WS-FIM-VENDEDOR NOT = 1
                 PERFORM APURA-VENDEDOR
              END-IF
           END-PERFORM
           MOVE 2 TO WS-IDX-TOT
           MOVE ZEROS TO DET-VEN-CODIGO
           MOVE "TOTAL GERAL" TO DET-VEN-NOME
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           PERFORM IMPRIME-LINHA-TOTAIS
           CLOSE RELATORIO
           CLOSE ARQ-VENDEDOR
           IF WS-ROTPLAN-DISPONIVEL = "S"
              CLOSE ARQ-ROTPLAN
           END-IF
           IF WS-CHECKIN-DISPONIVEL = "S"
              CLOSE ARQ-CHECKIN
           END-IF
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGRELCHK - COMPETENCIA.........: " WS-COMPETENCIA
           DISPLAY "PROGRELCHK - VENDEDORES LISTADOS.: "
              WS-QTD-VENDEDORES
           DISPLAY "PROGRELCHK - PARADAS PLANEJADAS..: "
              TOT-PLANEJADAS (2)
           DISPLAY "PROGRELCHK - PARADAS CONFIRMADAS.: "
              TOT-CONFIRMADAS (2)
           DISPLAY "PROGRELCHK - RELATORIO EM RCHKMES.TXT."
           GOBACK
           .
       APURA-VENDEDOR.
           INITIALIZE TOTAIS-OCORRENCIA (1)
           IF WS-ROTPLAN-DISPONIVEL = "S"
              PERFORM APURA-PARADAS-PLANEJADAS
           END-IF
           IF WS-CHECKIN-DISPONIVEL = "S"
              PERFORM APURA-FORA-DO-PLANO
           END-IF
           IF TOT-PLANEJADAS (1) = ZEROS
              AND TOT-FORA-PLANO (1) = ZEROS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-VENDEDORES
           ADD TOT-PLANEJADAS (1)  TO TOT-PLANEJADAS (2)
           ADD TOT-CONFIRMADAS (1) TO TOT-CONFIRMADAS (2)
           ADD TOT-SUSPEITAS (1)   TO TOT-SUSPEITAS (2)
           ADD TOT-SEM-GPS (1)     TO TOT-SEM-GPS (2)
           ADD TOT-SEM-CHECKIN (1) TO TOT-SEM-CHECKIN (2)
           ADD TOT-FORA-PLANO (1)  TO TOT-FORA-PLANO (2)
           MOVE 1 TO WS-IDX-TOT
           MOVE VEN-CODIGO TO DET-VEN-CODIGO
           MOVE VEN-NOME   TO DET-VEN-NOME
           PERFORM IMPRIME-LINHA-TOTAIS
           .
       APURA-PARADAS-PLANEJADAS.
           MOVE VEN-CODIGO      TO ROT-VEN-CODIGO
           MOVE WS-DATA-INICIAL TO ROT-DATA
           MOVE ZEROS           TO ROT-SEQUENCIA
           START ARQ-ROTPLAN KEY IS NOT LESS ROT-CHAVE
           IF WS-RESULTADO-ROTPLAN NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ROTPLAN
           PERFORM UNTIL WS-FIM-ROTPLAN = 1
              READ ARQ-ROTPLAN NEXT AT END
                 MOVE 1 TO WS-FIM-ROTPLAN
              END-READ
              IF WS-FIM-ROTPLAN NOT = 1
                 COMPUTE WS-COMPET-REGISTRO = ROT-DATA / 100
                 IF ROT-VEN-CODIGO NOT = VEN-CODIGO
                    OR WS-COMPET-REGISTRO NOT = WS-COMPETENCIA
                    MOVE 1 TO WS-FIM-ROTPLAN
                 ELSE
                    PERFORM CLASSIFICA-PARADA
                 END-IF
              END-IF
           END-PERFORM
           .
       CLASSIFICA-PARADA.
           ADD 1 TO TOT-PLANEJADAS (1)
           MOVE SPACES TO WS-SITUACAO-PARADA
           IF WS-CHECKIN-DISPONIVEL = "S"
              PERFORM BUSCA-CHECKINS-PARADA
           END-IF
           EVALUATE WS-SITUACAO-PARADA
              WHEN "C"
                 ADD 1 TO TOT-CONFIRMADAS (1)
              WHEN "S"
                 ADD 1 TO TOT-SUSPEITAS (1)
              WHEN "G"
                 ADD 1 TO TOT-SEM-GPS (1)
              WHEN OTHER
                 ADD 1 TO TOT-SEM-CHECKIN (1)
           END-EVALUATE
           .
       BUSCA-CHECKINS-PARADA.
           MOVE ROT-VEN-CODIGO TO CKI-VEN-CODIGO
           MOVE ROT-DATA       TO CKI-DATA
           MOVE ROT-CLI-CODIGO TO CKI-CLI-CODIGO
           MOVE ZEROS          TO CKI-HORA
           START ARQ-CHECKIN KEY IS NOT LESS CKI-CHAVE
           IF WS-RESULTADO-CHECKIN NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-CHECKIN
           PERFORM UNTIL WS-FIM-CHECKIN = 1
              READ ARQ-CHECKIN NEXT AT END
                 MOVE 1 TO WS-FIM-CHECKIN
              END-READ
              IF WS-FIM-CHECKIN NOT = 1
                 IF CKI-VEN-CODIGO NOT = ROT-VEN-CODIGO
                    OR CKI-DATA NOT = ROT-DATA
                    OR CKI-CLI-CODIGO NOT = ROT-CLI-CODIGO
                    MOVE 1 TO WS-FIM-CHECKIN
                 ELSE
                    EVALUATE TRUE
                       WHEN CKI-CONFIRMADO
                          MOVE "C" TO WS-SITUACAO-PARADA
                          MOVE 1 TO WS-FIM-CHECKIN
                       WHEN CKI-SUSPEITO
                          MOVE "S" TO WS-SITUACAO-PARADA
                       WHEN CKI-SEM-GPS
                          IF WS-SITUACAO-PARADA = SPACES
                             MOVE "G" TO WS-SITUACAO-PARADA
                          END-IF
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM
           .
       APURA-FORA-DO-PLANO.
           MOVE VEN-CODIGO      TO CKI-VEN-CODIGO
           MOVE WS-DATA-INICIAL TO CKI-DATA
           MOVE ZEROS           TO CKI-CLI-CODIGO
           MOVE ZEROS           TO CKI-HORA
           START ARQ-CHECKIN KEY IS NOT LESS CKI-CHAVE
           IF WS-RESULTADO-CHECKIN NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-CHECKIN
           PERFORM UNTIL WS-FIM-CHECKIN = 1
              READ ARQ-CHECKIN NEXT AT END
                 MOVE 1 TO WS-FIM-CHECKIN
              END-READ
              IF WS-FIM-CHECKIN NOT = 1
                 COMPUTE WS-COMPET-REGISTRO = CKI-DATA / 100
                 IF CKI-VEN-CODIGO NOT = VEN-CODIGO
                    OR WS-COMPET-REGISTRO NOT = WS-COMPETENCIA
                    MOVE 1 TO WS-FIM-CHECKIN
                 ELSE
                    IF CKI-FORA-PLANO
                       ADD 1 TO TOT-FORA-PLANO (1)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       IMPRIME-LINHA-TOTAIS.
           MOVE ZEROS TO WS-PCT-ADERENCIA
           IF TOT-PLANEJADAS (WS-IDX-TOT) > ZEROS
              COMPUTE WS-PCT-ADERENCIA ROUNDED =
                 (TOT-CONFIRMADAS (WS-IDX-TOT) * 100)
                 / TOT-PLANEJADAS (WS-IDX-TOT)
           END-IF
           MOVE TOT-PLANEJADAS (WS-IDX-TOT)  TO DET-PLANEJADAS
           MOVE TOT-CONFIRMADAS (WS-IDX-TOT) TO DET-CONFIRMADAS
           MOVE TOT-SUSPEITAS (WS-IDX-TOT)   TO DET-SUSPEITAS
           MOVE TOT-SEM-GPS (WS-IDX-TOT)     TO DET-SEM-GPS
           MOVE TOT-SEM-CHECKIN (WS-IDX-TOT) TO DET-SEM-CHECKIN
           MOVE TOT-FORA-PLANO (WS-IDX-TOT)  TO DET-FORA-PLANO
           MOVE WS-PCT-ADERENCIA             TO DET-ADERENCIA
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-1      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.
