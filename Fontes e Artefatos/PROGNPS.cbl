       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGNPS.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** NPS POR VENDEDOR, TERRITORIO E SEGMENTO ********
      *    APURA O NET PROMOTER SCORE DAS PESQUISAS DE SATISFACAO
      *    (PSQRESP.DAT) NOS QUATRO TRIMESTRES QUE TERMINAM NO
      *    TRIMESTRE DE REFERENCIA: NPS = % DE PROMOTORES (NOTA 9-10)
      *    MENOS % DE DETRATORES (NOTA 0-6) SOBRE AS RESPOSTAS DO
      *    PERIODO; RECUSAS E PENDENTES NAO ENTRAM NA CONTA. AS
      *    RESPOSTAS VAO PARA UM ARQUIVO DE TRABALHO, CLASSIFICADO
      *    TRES VEZES PARA IMPRIMIR A VISAO POR VENDEDOR, POR
      *    TERRITORIO E POR SEGMENTO (FOTOGRAFIA GRAVADA NO SORTEIO
      *    DO PROG58), CADA LINHA COM A TENDENCIA TRIMESTRE A
      *    TRIMESTRE E O NPS DO PERIODO. TRIMESTRE SEM RESPOSTA SAI
      *    EM BRANCO.
      *    CARTAO SYSIN OPCIONAL: COMPETENCIA AAAAMM CUJO TRIMESTRE
      *    FECHA O PERIODO (EM BRANCO = A CORRENTE). RODA NOS EXTRAS
      *    DE FECHAMENTO DE MES DO PROGLOTE E GERA RNPS.TXT,
      *    CATALOGADO (TIPO RNPS, VIA CATALOGA).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PSQRESP ASSIGN TO DISK WID-ARQ-PSQRESP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PSR-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PSQRESP.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SEG-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SEGMENTO.

           SELECT ARQ-NPS ASSIGN TO "ARQNPS".

           SELECT ARQ-SAI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO "RNPS.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PSQRESP.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-TERRIT.FD".
       COPY "ARQ-SEGMENTO.FD".

      *    UMA LINHA POR RESPOSTA DO PERIODO.
       FD ARQ-NPS.
       01 REG-NPS.
          02 NPS-VEN-CODIGO         PIC 9(05).
          02 NPS-TERRITORIO         PIC 9(03).
          02 NPS-SEGMENTO           PIC 9(02).
          02 NPS-TRIMESTRE          PIC 9(01).
          02 NPS-NOTA               PIC 9(02).

       FD ARQ-SAI.
       01 REG-SAI.
          02 NPS-VEN-CODIGO-SAI     PIC 9(05).
          02 NPS-TERRITORIO-SAI     PIC 9(03).
          02 NPS-SEGMENTO-SAI       PIC 9(02).
          02 NPS-TRIMESTRE-SAI      PIC 9(01).
          02 NPS-NOTA-SAI           PIC 9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 NPS-VEN-CODIGO-SORT    PIC 9(05).
          05 NPS-TERRITORIO-SORT    PIC 9(03).
          05 NPS-SEGMENTO-SORT      PIC 9(02).
          05 FILLER                 PIC X(03).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-PSQRESP          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WID-ARQ-SEGMENTO         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PSQRESP     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SEGMENTO    PIC 9(02) VALUE ZEROS.
       77 WS-VENDEDOR-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-SEGMENTO-DISPONIVEL   PIC X(01) VALUE "N".
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-ANO-REF               PIC 9(04) VALUE ZEROS.
       77 WS-MES-REF               PIC 9(02) VALUE ZEROS.
      *    TRIMESTRE CORRIDO = ANO X 4 + (TRIMESTRE - 1), PARA
      *    CONTAR A DISTANCIA ENTRE TRIMESTRES DE ANOS DIFERENTES.
       77 WS-TRI-REF               PIC 9(05) VALUE ZEROS.
       77 WS-TRI-RESPOSTA          PIC 9(05) VALUE ZEROS.
       77 WS-TRI-LABEL             PIC 9(05) VALUE ZEROS.
       77 WS-DISTANCIA             PIC 9(05) VALUE ZEROS.
       77 WS-IDX-TRI               PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LIDAS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PERIODO           PIC 9(07) VALUE ZEROS.
      *    VISAO EM IMPRESSAO: 1 = VENDEDOR, 2 = TERRITORIO,
      *    3 = SEGMENTO.
       77 WS-VISAO                 PIC 9(01) VALUE ZEROS.
       77 WS-CHAVE-LIDA            PIC 9(05) VALUE ZEROS.
       77 WS-CHAVE-ATUAL           PIC 9(05) VALUE ZEROS.
       77 WS-PRIMEIRA-CHAVE        PIC X(01) VALUE "S".
       77 WS-QTD-CHAVES            PIC 9(05) VALUE ZEROS.
       77 WS-NPS                   PIC S9(03) VALUE ZEROS.
       77 WS-NIVEL                 PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TERRIT            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TER               PIC 9(02) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RNPS".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RNPS.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).
       01 WS-DATA-RESPOSTA     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-RESPOSTA.
          02 ANO-RESPOSTA      PIC 9(04).
          02 MES-RESPOSTA      PIC 9(02).
          02 DIA-RESPOSTA      PIC 9(02).
      *    ROTULO AAAATN DE CADA TRIMESTRE DO PERIODO.
       01 WS-ROTULO-TRI.
          02 ROT-ANO           PIC 9(04).
          02 FILLER            PIC X(01) VALUE "T".
          02 ROT-TRI           PIC 9(01).

       01 TABELA-TERRITORIOS.
          02 TERRIT-OCORRENCIA OCCURS 30 TIMES.
             03 TAB-TER-CODIGO        PIC 9(03).
             03 TAB-TER-NOME          PIC X(30).

      *    CONTAGEM POR TRIMESTRE: 1 = A CHAVE EM IMPRESSAO,
      *    2 = TOTAL DA VISAO. A QUINTA POSICAO E O PERIODO TODO.
       01 TABELA-CONTAGEM.
          02 CNT-NIVEL OCCURS 2 TIMES.
             03 CNT-TRIMESTRE OCCURS 5 TIMES.
                04 CNT-RESPOSTAS      PIC 9(07).
                04 CNT-PROMOTORES     PIC 9(07).
                04 CNT-NEUTROS        PIC 9(07).
                04 CNT-DETRATORES     PIC 9(07).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(31) VALUE
             "NPS - PESQUISA DE SATISFACAO   ".
          02 FILLER       PIC X(10) VALUE " PERIODO: ".
          02 CAB-TRI-INICIO PIC X(06).
          02 FILLER       PIC X(03) VALUE " A ".
          02 CAB-TRI-FIM  PIC X(06).
          02 FILLER       PIC X(24) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-VISAO.
          02 FILLER          PIC X(08) VALUE "NPS POR ".
          02 CABV-VISAO      PIC X(10).

       01 CABECALHO-1.
          02 FILLER PIC X(07) VALUE " CODIGO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 CAB1-NOME PIC X(30).
          02 FILLER PIC X(03) VALUE SPACES.
          02 CAB1-TRIMESTRE OCCURS 4 TIMES.
             03 FILLER         PIC X(02).
             03 CAB1-ROTULO    PIC X(06).
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "RESPOS".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "PROMOT".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "NEUTRO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "DETRAT".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(04) VALUE " NPS".

       01 DETALHE.
          02 DET-CODIGO            PIC ZZZZZZ9.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-NOME              PIC X(30).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-TRIMESTRE OCCURS 4 TIMES.
             03 FILLER             PIC X(04).
             03 DET-NPS-TRI        PIC -ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-RESPOSTAS         PIC ZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-PROMOTORES        PIC ZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-NEUTROS           PIC ZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-DETRATORES        PIC ZZ.ZZ9.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-NPS               PIC -ZZ9.

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
           DISPLAY "PROGNPS - NPS DAS PESQUISAS DE SATISFACAO - "
              CAB-DATA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGNPS - COMPETENCIA INVALIDA NO "
                    "SYSIN (AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPET-CORRENTE
              DISPLAY "PROGNPS - COMPETENCIA FUTURA: " WS-COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DIVIDE WS-COMPETENCIA BY 100 GIVING WS-ANO-REF
              REMAINDER WS-MES-REF
           COMPUTE WS-TRI-REF =
              (WS-ANO-REF * 4) + ((WS-MES-REF - 1) / 3)
           MOVE "PSQRESP.DAT" TO WID-ARQ-PSQRESP
           OPEN INPUT ARQ-PSQRESP
           IF WS-RESULTADO-PSQRESP NOT = 00
              DISPLAY "PROGNPS - NAO HA PESQUISAS SORTEADAS."
              GOBACK
           END-IF
           OPEN OUTPUT ARQ-NPS
           PERFORM GERA-LINHAS-NPS
           CLOSE ARQ-NPS
           CLOSE ARQ-PSQRESP

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE "S" TO WS-VENDEDOR-DISPONIVEL
           END-IF
           MOVE "SEGMENTO.DAT" TO WID-ARQ-SEGMENTO
           OPEN INPUT ARQ-SEGMENTO
           IF WS-RESULTADO-SEGMENTO = 00
              MOVE "S" TO WS-SEGMENTO-DISPONIVEL
           END-IF
           PERFORM CARREGA-TERRITORIOS
           PERFORM MONTA-ROTULOS
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA        TO CABT-DATA
           PERFORM IMPRIMIR-CABECALHO

           SORT ARQ-SORT ON ASCENDING KEY NPS-VEN-CODIGO-SORT
              USING  ARQ-NPS
              GIVING ARQ-SAI
           MOVE 1 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           SORT ARQ-SORT ON ASCENDING KEY NPS-TERRITORIO-SORT
              USING  ARQ-NPS
              GIVING ARQ-SAI
           MOVE 2 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           SORT ARQ-SORT ON ASCENDING KEY NPS-SEGMENTO-SORT
              USING  ARQ-NPS
              GIVING ARQ-SAI
           MOVE 3 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           CLOSE RELATORIO
           IF WS-SEGMENTO-DISPONIVEL = "S"
              CLOSE ARQ-SEGMENTO
           END-IF
           IF WS-VENDEDOR-DISPONIVEL = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGNPS - PERIODO................: "
              CAB-TRI-INICIO " A " CAB-TRI-FIM
           DISPLAY "PROGNPS - RESPOSTAS LIDAS........: " WS-QTD-LIDAS
           DISPLAY "PROGNPS - RESPOSTAS NO PERIODO...: "
              WS-QTD-PERIODO
           DISPLAY "PROGNPS - RELATORIO EM RNPS.TXT."
           GOBACK
           .
       GERA-LINHAS-NPS.
      *    SO AS RESPONDIDAS; A DATA DA RESPOSTA DIZ O TRIMESTRE,
      *    QUE PRECISA CAIR ENTRE OS QUATRO ULTIMOS ATE A REFERENCIA.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PSQRESP NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF PSR-RESPONDIDA
                 ADD 1 TO WS-QTD-LIDAS
                 MOVE PSR-DATA-RESPOSTA TO WS-DATA-RESPOSTA
                 COMPUTE WS-TRI-RESPOSTA =
                    (ANO-RESPOSTA * 4) + ((MES-RESPOSTA - 1) / 3)
                 IF WS-TRI-RESPOSTA NOT GREATER WS-TRI-REF
                    AND WS-TRI-RESPOSTA + 3 NOT LESS WS-TRI-REF
                    PERFORM GRAVA-LINHA-NPS
                 END-IF
              END-IF
           END-PERFORM
           .
       GRAVA-LINHA-NPS.
           ADD 1 TO WS-QTD-PERIODO
           COMPUTE WS-DISTANCIA = WS-TRI-REF - WS-TRI-RESPOSTA
           MOVE PSR-VEN-CODIGO TO NPS-VEN-CODIGO
           MOVE PSR-TERRITORIO TO NPS-TERRITORIO
           MOVE PSR-SEGMENTO   TO NPS-SEGMENTO
           COMPUTE NPS-TRIMESTRE = 4 - WS-DISTANCIA
           MOVE PSR-NOTA       TO NPS-NOTA
           WRITE REG-NPS
           .
       CARREGA-TERRITORIOS.
      *    TERRIT.DAT TEM UMA LINHA POR UF; FICA UM NOME POR CODIGO.
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT = 00
              MOVE ZEROS TO CONTROLE-FIM
              PERFORM UNTIL CONTROLE-FIM = 1
                 READ ARQ-TERRIT NEXT AT END
                    MOVE 1 TO CONTROLE-FIM
                 END-READ
                 IF CONTROLE-FIM NOT = 1
                    PERFORM GUARDA-TERRITORIO
                 END-IF
              END-PERFORM
              CLOSE ARQ-TERRIT
           END-IF
           .
       GUARDA-TERRITORIO.
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-QTD-TERRIT
              IF TAB-TER-CODIGO (WS-IDX-TER) = TER-TERRITORIO
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF WS-QTD-TERRIT LESS 30
              ADD 1 TO WS-QTD-TERRIT
              MOVE TER-TERRITORIO TO TAB-TER-CODIGO (WS-QTD-TERRIT)
              MOVE TER-NOME       TO TAB-TER-NOME (WS-QTD-TERRIT)
           END-IF
           .
       MONTA-ROTULOS.
           PERFORM VARYING WS-IDX-TRI FROM 1 BY 1
              UNTIL WS-IDX-TRI > 4
              COMPUTE WS-TRI-LABEL = WS-TRI-REF - 4 + WS-IDX-TRI
              DIVIDE WS-TRI-LABEL BY 4 GIVING ROT-ANO
                 REMAINDER ROT-TRI
              ADD 1 TO ROT-TRI
              MOVE SPACES TO CAB1-TRIMESTRE (WS-IDX-TRI)
              MOVE WS-ROTULO-TRI TO CAB1-ROTULO (WS-IDX-TRI)
              IF WS-IDX-TRI = 1
                 MOVE WS-ROTULO-TRI TO CAB-TRI-INICIO
              END-IF
              IF WS-IDX-TRI = 4
                 MOVE WS-ROTULO-TRI TO CAB-TRI-FIM
              END-IF
           END-PERFORM
           .
       IMPRIME-VISAO.
           EVALUATE WS-VISAO
              WHEN 1
                 MOVE "VENDEDOR"   TO CABV-VISAO
                 MOVE "NOME DO VENDEDOR" TO CAB1-NOME
              WHEN 2
                 MOVE "TERRITORIO" TO CABV-VISAO
                 MOVE "NOME DO TERRITORIO" TO CAB1-NOME
              WHEN OTHER
                 MOVE "SEGMENTO"   TO CABV-VISAO
                 MOVE "NOME DO SEGMENTO" TO CAB1-NOME
           END-EVALUATE
           IF CONTADOR-LINHA GREATER LIMITE-LINHAS - 8
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-VISAO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1     AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2     AFTER 1 LINES
           ADD 4 TO CONTADOR-LINHA
           MOVE ZEROS TO WS-QTD-CHAVES
           INITIALIZE TABELA-CONTAGEM
           MOVE "S" TO WS-PRIMEIRA-CHAVE
           MOVE ZEROS TO CONTROLE-FIM
           OPEN INPUT ARQ-SAI
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              EVALUATE WS-VISAO
                 WHEN 1
                    MOVE NPS-VEN-CODIGO-SAI TO WS-CHAVE-LIDA
                 WHEN 2
                    MOVE NPS-TERRITORIO-SAI TO WS-CHAVE-LIDA
                 WHEN OTHER
                    MOVE NPS-SEGMENTO-SAI   TO WS-CHAVE-LIDA
              END-EVALUATE
              IF WS-PRIMEIRA-CHAVE = "S"
                 OR WS-CHAVE-LIDA NOT = WS-CHAVE-ATUAL
                 PERFORM QUEBRA-CHAVE
              END-IF
              MOVE 1 TO WS-NIVEL
              PERFORM CONTA-RESPOSTA
              MOVE 2 TO WS-NIVEL
              PERFORM CONTA-RESPOSTA
           END-PERFORM
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CHAVE
           END-IF
           CLOSE ARQ-SAI
           MOVE 2 TO WS-NIVEL
           MOVE SPACES TO DET-NOME
           STRING "TOTAL - " WS-QTD-CHAVES " "
              CABV-VISAO DELIMITED BY SIZE INTO DET-NOME
           PERFORM MONTA-DETALHE
           MOVE SPACES TO DETALHE (1:7)
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM DETALHE     AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           .
       CONTA-RESPOSTA.
      *    CONTA NO TRIMESTRE DA RESPOSTA E NO PERIODO (POSICAO 5).
           ADD 1 TO CNT-RESPOSTAS (WS-NIVEL NPS-TRIMESTRE-SAI)
           ADD 1 TO CNT-RESPOSTAS (WS-NIVEL 5)
           EVALUATE TRUE
              WHEN NPS-NOTA-SAI NOT LESS 9
                 ADD 1 TO CNT-PROMOTORES (WS-NIVEL NPS-TRIMESTRE-SAI)
                 ADD 1 TO CNT-PROMOTORES (WS-NIVEL 5)
              WHEN NPS-NOTA-SAI NOT LESS 7
                 ADD 1 TO CNT-NEUTROS (WS-NIVEL NPS-TRIMESTRE-SAI)
                 ADD 1 TO CNT-NEUTROS (WS-NIVEL 5)
              WHEN OTHER
                 ADD 1 TO CNT-DETRATORES (WS-NIVEL NPS-TRIMESTRE-SAI)
                 ADD 1 TO CNT-DETRATORES (WS-NIVEL 5)
           END-EVALUATE
           .
       QUEBRA-CHAVE.
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CHAVE
           END-IF
           MOVE "N" TO WS-PRIMEIRA-CHAVE
           MOVE WS-CHAVE-LIDA TO WS-CHAVE-ATUAL
           INITIALIZE CNT-NIVEL (1)
           .
       IMPRIME-CHAVE.
           ADD 1 TO WS-QTD-CHAVES
           EVALUATE WS-VISAO
              WHEN 1
                 MOVE "*** VENDEDOR NAO CADASTRADO ***" TO DET-NOME
                 IF WS-VENDEDOR-DISPONIVEL = "S"
                    MOVE WS-CHAVE-ATUAL TO VEN-CODIGO
                    READ ARQ-VENDEDOR
                    IF WS-RESULTADO-VENDEDOR = 00
                       MOVE VEN-NOME TO DET-NOME
                    END-IF
                 END-IF
              WHEN 2
                 MOVE "SEM TERRITORIO" TO DET-NOME
                 PERFORM VARYING WS-IDX-TER FROM 1 BY 1
                    UNTIL WS-IDX-TER > WS-QTD-TERRIT
                    IF TAB-TER-CODIGO (WS-IDX-TER) = WS-CHAVE-ATUAL
                       MOVE TAB-TER-NOME (WS-IDX-TER) TO DET-NOME
                    END-IF
                 END-PERFORM
              WHEN OTHER
                 MOVE "SEM SEGMENTO" TO DET-NOME
                 IF WS-SEGMENTO-DISPONIVEL = "S"
                    AND WS-CHAVE-ATUAL NOT = ZEROS
                    MOVE WS-CHAVE-ATUAL TO SEG-CODIGO
                    READ ARQ-SEGMENTO
                    IF WS-RESULTADO-SEGMENTO = 00
                       MOVE SEG-NOME TO DET-NOME
                    END-IF
                 END-IF
           END-EVALUATE
           MOVE WS-CHAVE-ATUAL TO DET-CODIGO
           MOVE 1 TO WS-NIVEL
           PERFORM MONTA-DETALHE
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       MONTA-DETALHE.
      *    NPS = (PROMOTORES - DETRATORES) X 100 / RESPOSTAS.
           PERFORM VARYING WS-IDX-TRI FROM 1 BY 1
              UNTIL WS-IDX-TRI > 4
              MOVE SPACES TO DET-TRIMESTRE (WS-IDX-TRI)
              IF CNT-RESPOSTAS (WS-NIVEL WS-IDX-TRI) GREATER ZEROS
                 COMPUTE WS-NPS ROUNDED =
                    (CNT-PROMOTORES (WS-NIVEL WS-IDX-TRI)
                     - CNT-DETRATORES (WS-NIVEL WS-IDX-TRI)) * 100
                     / CNT-RESPOSTAS (WS-NIVEL WS-IDX-TRI)
                 MOVE WS-NPS TO DET-NPS-TRI (WS-IDX-TRI)
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-NPS
           IF CNT-RESPOSTAS (WS-NIVEL 5) GREATER ZEROS
              COMPUTE WS-NPS ROUNDED =
                 (CNT-PROMOTORES (WS-NIVEL 5)
                  - CNT-DETRATORES (WS-NIVEL 5)) * 100
                  / CNT-RESPOSTAS (WS-NIVEL 5)
           END-IF
           MOVE CNT-RESPOSTAS (WS-NIVEL 5)  TO DET-RESPOSTAS
           MOVE CNT-PROMOTORES (WS-NIVEL 5) TO DET-PROMOTORES
           MOVE CNT-NEUTROS (WS-NIVEL 5)    TO DET-NEUTROS
           MOVE CNT-DETRATORES (WS-NIVEL 5) TO DET-DETRATORES
           MOVE WS-NPS                      TO DET-NPS
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA.
