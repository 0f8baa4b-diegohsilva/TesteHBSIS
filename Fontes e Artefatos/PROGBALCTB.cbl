       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBALCTB.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** BALANCEAMENTO DO DIARIO CONTABIL ********
      *    RELE O DIARIO CONTABIL DA COMPETENCIA (CTB.AAAAMM.TXT,
      *    GERADO PELO PROGCONTAB - VER LANC-CONTAB.FD) E PROVA QUE
      *    ELE FECHA COM AS FONTES:
      *      - TOTAL DOS DEBITOS = TOTAL DOS CREDITOS;
      *      - QUANTIDADE E TOTAIS DO TRAILER = LINHAS DO DIARIO;
      *      - PARA CADA EVENTO (TAB-EVENTOS-CTB), DEBITOS E
      *        CREDITOS DO EVENTO = VALOR DAS FONTES GRAVADO PELO
      *        PROGCONTAB EM CTRLTOT.DAT (LINHA "CTB" + EVENTO NA
      *        DATA DE GERACAO DO CABECALHO, HASH EM CENTAVOS), E
      *        LINHAS DO EVENTO = GRAVADOS DA MESMA LINHA.
      *    O RESULTADO SAI EM RBALCTB.TXT, CATALOGADO (CATALOGA)
      *    PARA IR JUNTO COM O DIARIO PARA A CONTABILIDADE; QUALQUER
      *    DIVERGENCIA ENCERRA COM RETURN-CODE 8.
      *    COMPETENCIA NO CARTAO SYSIN (AAAAMM); VAZIO = MES
      *    ANTERIOR, COMO NO PROGCONTAB.
      *    O PROGCONTAB GERA UM DIARIO POR EMPRESA ATIVA
      *    (CTB.AAAAMM.EE.TXT, LINHAS "CTB" + EVENTO + EMPRESA NO
      *    CTRLTOT): CADA UM E CONFERIDO NA SUA SECAO DO RELATORIO;
      *    DIARIO DE EMPRESA ATIVA AUSENTE CONTA COMO DIVERGENCIA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-LANC-CONTAB ASSIGN TO WID-ARQ-LANC-CONTAB
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-LANC-CONTAB.

           SELECT ARQ-CTRL-TOTAIS ASSIGN TO WID-ARQ-CTRL-TOTAIS
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRL-TOT.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMPRESA.

           SELECT RELATORIO ASSIGN TO "RBALCTB.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LANC-CONTAB.FD".
       COPY "CTRL-TOTAIS.FD".
       COPY "ARQ-EMPRESA.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(100).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-LANC-CONTAB      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-TOTAIS      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-LANC-CONTAB PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL-TOT    PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-EMPRESA          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WS-FIM-EMPRESAS          PIC 9(01) VALUE ZEROS.
       77 WS-QTD-EMPRESAS          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-EMPRESA           PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-ATUAL         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-EMPRESAS.
          02 WS-TAB-EMPRESA        OCCURS 99 TIMES.
             03 WS-TAB-EMP-CODIGO  PIC 9(02).
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-DATA-GERACAO          PIC 9(08) VALUE ZEROS.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-TEM-TRAILER           PIC X(01) VALUE "N".
       77 WS-TEM-TOTAL             PIC X(01) VALUE "N".
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-IND-EVENTO            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LINHAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DESCONHECIDAS     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-DEBITOS         PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-TOTAL-CREDITOS        PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-TRL-QTD               PIC 9(07) VALUE ZEROS.
       77 WS-TRL-DEBITOS           PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-TRL-CREDITOS          PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-VALOR-FONTE           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-QTD-DIVERGENCIAS      PIC 9(03) VALUE ZEROS.
       77 WS-ESPERADO              PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-APURADO               PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RBALCTB".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RBALCTB.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).
       COPY "TAB-EVENTOS-CTB.cpy".

      *    DEBITOS, CREDITOS E LINHAS DE CADA EVENTO NO DIARIO.
       01 TABELA-TOTAIS-EVENTO.
          02 TEV-OCORRENCIA OCCURS 8 TIMES.
             03 TEV-QTD-LINHAS     PIC 9(07).
             03 TEV-DEBITOS        PIC 9(13)V9(02).
             03 TEV-CREDITOS       PIC 9(13)V9(02).

       01 LINHA-CHECAGEM.
          02 CHK-DESCRICAO         PIC X(44).
          02 FILLER                PIC X(01) VALUE SPACE.
          02 CHK-ESPERADO          PIC ZZZZZZZZZZZZZZ9,99.
          02 FILLER                PIC X(03) VALUE " X ".
          02 CHK-APURADO           PIC ZZZZZZZZZZZZZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 CHK-RESULTADO         PIC X(12).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGBALCTB - INICIO DO BALANCEAMENTO DO DIARIO"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           COMPUTE WS-COMPET-CORRENTE =
              (WS-ANO-SISTEMA * 100) + WS-MES-SISTEMA
           IF WS-MES-SISTEMA = 01
              COMPUTE WS-COMPETENCIA =
                 ((WS-ANO-SISTEMA - 1) * 100) + 12
           ELSE
              COMPUTE WS-COMPETENCIA = WS-COMPET-CORRENTE - 1
           END-IF
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGBALCTB - COMPETENCIA INVALIDA NO SYSIN "
                    "(AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           MOVE "CTRLTOT.DAT" TO WID-ARQ-CTRL-TOTAIS
           OPEN INPUT ARQ-CTRL-TOTAIS
           IF WS-RESULTADO-CTRL-TOT NOT = 00
              DISPLAY "PROGBALCTB - CTRLTOT.DAT AUSENTE - NADA A "
                 "BALANCEAR."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-EMPRESAS
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO LINHA
           STRING "BALANCEAMENTO DO DIARIO CONTABIL - COMPETENCIA "
              DELIMITED BY SIZE
              WS-COMPETENCIA DELIMITED BY SIZE
              INTO LINHA
           END-STRING
           WRITE LINHA
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
              UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
              PERFORM BALANCEIA-EMPRESA
           END-PERFORM

           CLOSE ARQ-CTRL-TOTAIS
           MOVE SPACES TO LINHA
           WRITE LINHA
           IF WS-QTD-DIVERGENCIAS = ZEROS
              MOVE "RESULTADO: DIARIO BALANCEADO COM AS FONTES."
                 TO LINHA
              WRITE LINHA
              DISPLAY "PROGBALCTB - DIARIO BALANCEADO."
           ELSE
              MOVE "RESULTADO: *** DIVERGENCIAS ENCONTRADAS ***"
                 TO LINHA
              WRITE LINHA
              DISPLAY "PROGBALCTB - *** DIVERGENCIAS: "
                 WS-QTD-DIVERGENCIAS " - VERIFICAR RBALCTB.TXT ***"
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE RELATORIO
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGBALCTB - FIM DO BALANCEAMENTO."
           GOBACK
           .
       CARREGA-EMPRESAS.
      *    EMPRESAS ATIVAS DO CADASTRO, NA ORDEM DO CODIGO. SEM O
      *    CADASTRO (OU SEM NENHUMA ATIVA) O DIARIO E SO DA 01.
           MOVE ZEROS TO WS-QTD-EMPRESAS
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN INPUT ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA = 00
              MOVE ZEROS TO WS-FIM-EMPRESAS
              PERFORM UNTIL WS-FIM-EMPRESAS = 1
                 READ ARQ-EMPRESA NEXT AT END
                    MOVE 1 TO WS-FIM-EMPRESAS
                 END-READ
                 IF WS-FIM-EMPRESAS NOT = 1 AND EMP-ATIVA
                    AND WS-QTD-EMPRESAS < 99
                    ADD 1 TO WS-QTD-EMPRESAS
                    MOVE EMP-CODIGO
                       TO WS-TAB-EMP-CODIGO (WS-QTD-EMPRESAS)
                 END-IF
              END-PERFORM
              CLOSE ARQ-EMPRESA
           END-IF
           IF WS-QTD-EMPRESAS = ZEROS
              MOVE 1     TO WS-QTD-EMPRESAS
              MOVE 01    TO WS-TAB-EMP-CODIGO (1)
           END-IF
           .
       BALANCEIA-EMPRESA.
      *    UMA SECAO DO RELATORIO POR EMPRESA, COM O DIARIO DELA
      *    CONTRA AS LINHAS DELA NO CTRLTOT.
           MOVE WS-TAB-EMP-CODIGO (WS-IDX-EMPRESA) TO WS-EMPRESA-ATUAL
           MOVE ZEROS TO TABELA-TOTAIS-EVENTO WS-QTD-LINHAS
              WS-QTD-DESCONHECIDAS WS-TOTAL-DEBITOS WS-TOTAL-CREDITOS
              WS-TRL-QTD WS-TRL-DEBITOS WS-TRL-CREDITOS
              WS-DATA-GERACAO
           MOVE "N" TO WS-TEM-TRAILER
           MOVE SPACES TO LINHA
           WRITE LINHA
           MOVE SPACES TO WID-ARQ-LANC-CONTAB
           STRING "CTB."           DELIMITED BY SIZE
                  WS-COMPETENCIA   DELIMITED BY SIZE
                  "."              DELIMITED BY SIZE
                  WS-EMPRESA-ATUAL DELIMITED BY SIZE
                  ".TXT"           DELIMITED BY SIZE
               INTO WID-ARQ-LANC-CONTAB
           END-STRING
           OPEN INPUT ARQ-LANC-CONTAB
           IF WS-RESULTADO-LANC-CONTAB NOT = 00
              MOVE SPACES TO LINHA
              STRING "EMPRESA " DELIMITED BY SIZE
                 WS-EMPRESA-ATUAL DELIMITED BY SIZE
                 " - *** DIARIO " DELIMITED BY SIZE
                 WID-ARQ-LANC-CONTAB DELIMITED BY SPACE
                 " AUSENTE - RODAR O PROGCONTAB ***" DELIMITED BY SIZE
                 INTO LINHA
              END-STRING
              WRITE LINHA
              DISPLAY "PROGBALCTB - DIARIO " WID-ARQ-LANC-CONTAB
                 " AUSENTE - RODAR O PROGCONTAB."
              ADD 1 TO WS-QTD-DIVERGENCIAS
              EXIT PARAGRAPH
           END-IF
           READ ARQ-LANC-CONTAB
              AT END
                 MOVE SPACES TO LCH-TIPO
           END-READ
           IF LCH-TIPO NOT = "H"
              OR LCH-COMPETENCIA NOT = WS-COMPETENCIA
              OR LCH-EMPRESA NOT = WS-EMPRESA-ATUAL
              MOVE SPACES TO LINHA
              STRING "EMPRESA " DELIMITED BY SIZE
                 WS-EMPRESA-ATUAL DELIMITED BY SIZE
                 " - *** DIARIO " DELIMITED BY SIZE
                 WID-ARQ-LANC-CONTAB DELIMITED BY SPACE
                 " SEM CABECALHO DA COMPETENCIA ***" DELIMITED BY SIZE
                 INTO LINHA
              END-STRING
              WRITE LINHA
              DISPLAY "PROGBALCTB - DIARIO " WID-ARQ-LANC-CONTAB
                 " SEM CABECALHO DA COMPETENCIA."
              CLOSE ARQ-LANC-CONTAB
              ADD 1 TO WS-QTD-DIVERGENCIAS
              EXIT PARAGRAPH
           END-IF
           MOVE LCH-DATA-GERACAO TO WS-DATA-GERACAO
           PERFORM LE-DIARIO
           CLOSE ARQ-LANC-CONTAB

           MOVE SPACES TO LINHA
           STRING "EMPRESA " DELIMITED BY SIZE
              WS-EMPRESA-ATUAL DELIMITED BY SIZE
              " - DIARIO: " DELIMITED BY SIZE
              WID-ARQ-LANC-CONTAB DELIMITED BY SPACE
              " - GERADO EM " DELIMITED BY SIZE
              WS-DATA-GERACAO DELIMITED BY SIZE
              INTO LINHA
           END-STRING
           WRITE LINHA
           MOVE SPACES TO LINHA
           WRITE LINHA

      *    PARTIDAS DOBRADAS
           MOVE WS-TOTAL-DEBITOS  TO WS-ESPERADO
           MOVE WS-TOTAL-CREDITOS TO WS-APURADO
           MOVE "TOTAL DOS DEBITOS X TOTAL DOS CREDITOS"
              TO CHK-DESCRICAO
           PERFORM CONFERE-IGUAL

      *    TRAILER X LINHAS DO DIARIO
           IF WS-TEM-TRAILER NOT = "S"
              MOVE "*** DIARIO SEM TRAILER - TRUNCADO? ***" TO LINHA
              WRITE LINHA
              ADD 1 TO WS-QTD-DIVERGENCIAS
           ELSE
              MOVE WS-TRL-QTD    TO WS-ESPERADO
              MOVE WS-QTD-LINHAS TO WS-APURADO
              MOVE "LANCAMENTOS NO TRAILER X LIDOS"
                 TO CHK-DESCRICAO
              PERFORM CONFERE-IGUAL
              MOVE WS-TRL-DEBITOS   TO WS-ESPERADO
              MOVE WS-TOTAL-DEBITOS TO WS-APURADO
              MOVE "DEBITOS NO TRAILER X LIDOS" TO CHK-DESCRICAO
              PERFORM CONFERE-IGUAL
              MOVE WS-TRL-CREDITOS   TO WS-ESPERADO
              MOVE WS-TOTAL-CREDITOS TO WS-APURADO
              MOVE "CREDITOS NO TRAILER X LIDOS" TO CHK-DESCRICAO
              PERFORM CONFERE-IGUAL
           END-IF
           IF WS-QTD-DESCONHECIDAS NOT = ZEROS
              MOVE SPACES TO LINHA
              STRING "*** LINHAS COM EVENTO OU TIPO DESCONHECIDO: "
                 DELIMITED BY SIZE
                 WS-QTD-DESCONHECIDAS DELIMITED BY SIZE
                 INTO LINHA
              END-STRING
              WRITE LINHA
              ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF

      *    CADA EVENTO X TOTAIS DAS FONTES EM CTRLTOT.DAT
           PERFORM CONFERE-EVENTO
              VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-QTD-EVENTOS-CTB
           .
       LE-DIARIO.
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-LANC-CONTAB AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 EVALUATE LCD-TIPO
                    WHEN "D"
                       PERFORM SOMA-LANCAMENTO
                    WHEN "T"
                       MOVE "S"                 TO WS-TEM-TRAILER
                       MOVE LCT-QTD-LANCAMENTOS TO WS-TRL-QTD
                       MOVE LCT-TOTAL-DEBITOS   TO WS-TRL-DEBITOS
                       MOVE LCT-TOTAL-CREDITOS  TO WS-TRL-CREDITOS
                    WHEN OTHER
                       ADD 1 TO WS-QTD-DESCONHECIDAS
                 END-EVALUATE
              END-IF
           END-PERFORM
           .
       SOMA-LANCAMENTO.
           ADD 1 TO WS-QTD-LINHAS
           MOVE ZEROS TO WS-IND-EVENTO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-EVENTOS-CTB
              IF EVENTO-CTB-CODIGO (WS-IND) = LCD-EVENTO
                 MOVE WS-IND TO WS-IND-EVENTO
              END-IF
           END-PERFORM
           IF WS-IND-EVENTO = ZEROS
              OR (NOT LCD-DEBITO AND NOT LCD-CREDITO)
              ADD 1 TO WS-QTD-DESCONHECIDAS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TEV-QTD-LINHAS (WS-IND-EVENTO)
           IF LCD-DEBITO
              ADD LCD-VALOR TO WS-TOTAL-DEBITOS
              ADD LCD-VALOR TO TEV-DEBITOS (WS-IND-EVENTO)
           ELSE
              ADD LCD-VALOR TO WS-TOTAL-CREDITOS
              ADD LCD-VALOR TO TEV-CREDITOS (WS-IND-EVENTO)
           END-IF
           .
       CONFERE-EVENTO.
           MOVE WS-DATA-GERACAO TO CTT-DATA
           MOVE SPACES          TO CTT-PROGRAMA
           STRING "CTB" EVENTO-CTB-CODIGO (WS-IND) WS-EMPRESA-ATUAL
              DELIMITED BY SIZE INTO CTT-PROGRAMA
           END-STRING
           READ ARQ-CTRL-TOTAIS
           MOVE SPACES TO LINHA
           WRITE LINHA
           MOVE SPACES TO LINHA
           STRING "EVENTO " DELIMITED BY SIZE
              EVENTO-CTB-CODIGO (WS-IND) DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              EVENTO-CTB-TITULO (WS-IND) DELIMITED BY SIZE
              INTO LINHA
           END-STRING
           WRITE LINHA
           IF WS-RESULTADO-CTRL-TOT NOT = 00
              MOVE SPACES TO LINHA
              STRING "*** SEM TOTAL DE CONTROLE " DELIMITED BY SIZE
                 CTT-PROGRAMA DELIMITED BY SPACE
                 " EM " DELIMITED BY SIZE
                 WS-DATA-GERACAO DELIMITED BY SIZE
                 INTO LINHA
              END-STRING
              WRITE LINHA
              ADD 1 TO WS-QTD-DIVERGENCIAS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VALOR-FONTE = CTT-HASH-CHAVES / 100
           MOVE WS-VALOR-FONTE            TO WS-ESPERADO
           MOVE TEV-DEBITOS (WS-IND)      TO WS-APURADO
           MOVE "  FONTES (CTRLTOT) X DEBITOS NO DIARIO"
              TO CHK-DESCRICAO
           PERFORM CONFERE-IGUAL
           MOVE TEV-CREDITOS (WS-IND)     TO WS-APURADO
           MOVE "  FONTES (CTRLTOT) X CREDITOS NO DIARIO"
              TO CHK-DESCRICAO
           PERFORM CONFERE-IGUAL
           MOVE CTT-QTD-GRAVADOS          TO WS-ESPERADO
           MOVE TEV-QTD-LINHAS (WS-IND)   TO WS-APURADO
           MOVE "  LINHAS GRAVADAS (CTRLTOT) X NO DIARIO"
              TO CHK-DESCRICAO
           PERFORM CONFERE-IGUAL
           IF CTT-QTD-REJEITADOS NOT = ZEROS
              MOVE SPACES TO LINHA
              STRING "  (REGISTROS ADIADOS PARA A COMPETENCIA DO "
                 DELIMITED BY SIZE
                 "PAGAMENTO: " DELIMITED BY SIZE
                 CTT-QTD-REJEITADOS DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO LINHA
              END-STRING
              WRITE LINHA
           END-IF
           .
       CONFERE-IGUAL.
           MOVE WS-ESPERADO TO CHK-ESPERADO
           MOVE WS-APURADO  TO CHK-APURADO
           IF WS-ESPERADO = WS-APURADO
              MOVE "CONFERE"      TO CHK-RESULTADO
           ELSE
              MOVE "*** DIVERGE"  TO CHK-RESULTADO
              ADD 1 TO WS-QTD-DIVERGENCIAS
           END-IF
           WRITE LINHA FROM LINHA-CHECAGEM
           .
