       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGATFAM.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *   ******** ATINGIMENTO DE METAS POR VENDEDOR E FAMILIA ********
      *    PARA CADA VENDEDOR ATIVO, LISTA POR FAMILIA DE PRODUTOS O
      *    VENDIDO NA COMPETENCIA (ITENS DE PEDITEM.DAT APURADOS PELO
      *    APURAFAM), A PROJECAO DE FECHAMENTO, A META DA FAMILIA
      *    (METAFAM.DAT) E O ATINGIMENTO PROJETADO. A PROJECAO E A
      *    DO PROGPROJ: LINHA RETA PELOS DIAS UTEIS JA CORRIDOS E OS
      *    QUE FALTAM (CALENPRO.DAT), MARCANDO O QUE FICA ABAIXO DO
      *    PISO (PARAMETRO PISOPROJ, PADRAO 70%). COMPETENCIA JA
      *    ENCERRADA TEM PROJECAO IGUAL AO VENDIDO. FAMILIA
      *    ESTRATEGICA SAI MARCADA, POIS E ELA QUE SEGURA A FAIXA DE
      *    COMISSAO (PROG28/PROG08).
      *    CARTAO SYSIN OPCIONAL: COMPETENCIA AAAAMM (EM BRANCO = A
      *    CORRENTE). GERA RMETAFAM.TXT, CATALOGADO (TIPO RMETAFAM,
      *    VIA CATALOGA); CADA VENDEDOR ABRE SECAO "VENDEDOR NNNNN"
      *    PARA A ASSINATURA POR E-MAIL. RODA TODA NOITE NO PROGLOTE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-FAMILIA ASSIGN TO DISK WID-ARQ-FAMILIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAM-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FAMILIA.

           SELECT ARQ-METAFAM ASSIGN TO DISK WID-ARQ-METAFAM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MTF-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-METAFAM.

           SELECT ARQ-CALEND ASSIGN TO DISK WID-ARQ-CALEND
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAL-DATA
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CALEND.

           SELECT RELATORIO ASSIGN TO "RMETAFAM.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-FAMILIA.FD".
       COPY "ARQ-METAFAM.FD".
       COPY "ARQ-CALEND.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-FAMILIA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-METAFAM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CALEND           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FAMILIA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-METAFAM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CALEND      PIC 9(02) VALUE ZEROS.
       77 WS-FAMILIA-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-METAFAM-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-CALEND-DISPONIVEL     PIC X(01) VALUE "N".
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-ANO-COMPET            PIC 9(04) VALUE ZEROS.
       77 WS-MES-COMPET            PIC 9(02) VALUE ZEROS.
       77 WS-PISO-PROJECAO         PIC 9(03)V9(02) VALUE 70.
       77 WS-DIAS-UTEIS-CORRIDOS   PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-UTEIS-RESTANTES  PIC 9(02) VALUE ZEROS.
       77 WS-DATA-VARRE            PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA            PIC 9(02) VALUE ZEROS.
       77 WS-DIA-VARRE             PIC 9(02) VALUE ZEROS.
       77 WS-DIA-UTIL              PIC X(01) VALUE "S".
       77 WS-QTD-VENDEDORES        PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VFA               PIC 9(04) VALUE ZEROS.
       77 WS-IDX-LIN               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS-VEN        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LINHAS            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ABAIXO-PISO       PIC 9(05) VALUE ZEROS.
       77 WS-PROJECAO              PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-ATINGIMENTO-PROJ      PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-FAM-PROCURADA         PIC 9(03) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RMETAFAM".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RMETAFAM.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 TABELA-VENDEDORES.
          02 VEN-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-VEN-CODIGO     PIC 9(05).
             03 TAB-VEN-NOME       PIC X(30).
      *    FAMILIAS DO VENDEDOR CORRENTE: COM META, COM VENDA OU AS
      *    DUAS COISAS.
       01 TABELA-LINHAS-VENDEDOR.
          02 LIN-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-LIN-FAMILIA    PIC 9(03).
             03 TAB-LIN-VENDIDO    PIC 9(11)V9(02).
             03 TAB-LIN-META       PIC 9(09)V9(02).
       COPY "AREA-VENDAFAM.cpy".
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).

       01 CABECALHO-TITULO.
          02 FILLER       PIC X(43) VALUE
             "ATINGIMENTO POR FAMILIA - COMPETENCIA:     ".
          02 CABT-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(16) VALUE "  DIAS CORRIDOS ".
          02 CABT-CORRIDOS PIC Z9.
          02 FILLER       PIC X(13) VALUE "  RESTANTES  ".
          02 CABT-RESTANTES PIC Z9.

       01 CABECALHO-TRACO.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-VENDEDOR.
          02 FILLER       PIC X(09) VALUE "VENDEDOR ".
          02 CABV-CODIGO  PIC 9(05).
          02 FILLER       PIC X(03) VALUE " - ".
          02 CABV-NOME    PIC X(30).

       01 CABECALHO-COLUNAS.
          02 FILLER PIC X(04) VALUE "FAM ".
          02 FILLER PIC X(30) VALUE "DESCRICAO".
          02 FILLER PIC X(16) VALUE "         VENDIDO".
          02 FILLER PIC X(16) VALUE "    PROJECAO MES".
          02 FILLER PIC X(16) VALUE "            META".
          02 FILLER PIC X(11) VALUE "   ATING.%P".
          02 FILLER PIC X(30) VALUE "  SITUACAO".

       01 DETALHE.
          02 DET-FAMILIA           PIC 9(03).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-DESCRICAO         PIC X(30).
          02 DET-VENDIDO           PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-PROJECAO          PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-META              PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-ATINGIMENTO       PIC ZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-ESTRATEGICA       PIC X(13).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-SITUACAO          PIC X(16).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "PROGATFAM - INICIO DO ATINGIMENTO POR FAMILIA"
           COMPUTE WS-COMPET-CORRENTE =
              (WS-ANO-SISTEMA * 100) + WS-MES-SISTEMA
           MOVE WS-COMPET-CORRENTE TO WS-COMPETENCIA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGATFAM - COMPETENCIA INVALIDA NO SYSIN "
                    "(AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPET-CORRENTE
              DISPLAY "PROGATFAM - COMPETENCIA FUTURA: " WS-COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           DIVIDE WS-COMPETENCIA BY 100 GIVING WS-ANO-COMPET
              REMAINDER WS-MES-COMPET
           MOVE "PISOPROJ" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           CANCEL "PARAMLER"
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PISO-PROJECAO
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "PROGATFAM - NAO HA VENDEDORES CADASTRADOS."
              GOBACK
           END-IF
           PERFORM CARREGA-VENDEDORES
           CLOSE ARQ-VENDEDOR
           MOVE WS-COMPETENCIA TO WS-VFA-COMPETENCIA
           CALL "APURAFAM" USING WS-AREA-VENDAFAM
           CANCEL "APURAFAM"
           IF WS-VFA-RESULTADO = 1
              DISPLAY "PROGATFAM - SEM PEDIDOS OU ITENS - VENDIDO "
                 "ZERADO."
           END-IF
           IF WS-VFA-RESULTADO = 2
              DISPLAY "PROGATFAM - APURACAO PARCIAL (TABELA CHEIA)."
           END-IF
           MOVE "FAMILIA.DAT" TO WID-ARQ-FAMILIA
           OPEN INPUT ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA = 00
              MOVE "S" TO WS-FAMILIA-DISPONIVEL
           END-IF
           MOVE "METAFAM.DAT" TO WID-ARQ-METAFAM
           OPEN INPUT ARQ-METAFAM
           IF WS-RESULTADO-METAFAM = 00
              MOVE "S" TO WS-METAFAM-DISPONIVEL
           END-IF
           PERFORM CONTA-DIAS-UTEIS

           OPEN OUTPUT RELATORIO
           MOVE WS-COMPETENCIA          TO CABT-COMPETENCIA
           MOVE WS-DIAS-UTEIS-CORRIDOS  TO CABT-CORRIDOS
           MOVE WS-DIAS-UTEIS-RESTANTES TO CABT-RESTANTES
           WRITE LINHA FROM CABECALHO-TITULO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO  AFTER 1 LINES
           PERFORM IMPRIME-VENDEDOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-VENDEDORES
           CLOSE RELATORIO
           IF WS-FAMILIA-DISPONIVEL = "S"
              CLOSE ARQ-FAMILIA
           END-IF
           IF WS-METAFAM-DISPONIVEL = "S"
              CLOSE ARQ-METAFAM
           END-IF
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGATFAM - COMPETENCIA.........: " WS-COMPETENCIA
           DISPLAY "PROGATFAM - LINHAS VENDEDOR/FAM.: " WS-QTD-LINHAS
           DISPLAY "PROGATFAM - ABAIXO DO PISO......: "
              WS-QTD-ABAIXO-PISO
           DISPLAY "PROGATFAM - RELATORIO EM RMETAFAM.TXT."
           GOBACK
           .
       CARREGA-VENDEDORES.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-VENDEDOR NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1 AND VEN-ATIVO
                 AND WS-QTD-VENDEDORES < 9999
                 ADD 1 TO WS-QTD-VENDEDORES
                 MOVE VEN-CODIGO TO
                    TAB-VEN-CODIGO (WS-QTD-VENDEDORES)
                 MOVE VEN-NOME (1:30) TO
                    TAB-VEN-NOME (WS-QTD-VENDEDORES)
              END-IF
           END-PERFORM
           .
       CONTA-DIAS-UTEIS.
      *    SO A COMPETENCIA CORRENTE TEM DIAS A CORRER; ENCERRADA
      *    CONTA TUDO COMO CORRIDO E A PROJECAO FICA NO VENDIDO.
           MOVE ZEROS TO WS-DIAS-UTEIS-CORRIDOS
           MOVE ZEROS TO WS-DIAS-UTEIS-RESTANTES
           IF WS-COMPETENCIA NOT = WS-COMPET-CORRENTE
              EXIT PARAGRAPH
           END-IF
           MOVE "CALENPRO.DAT" TO WID-ARQ-CALEND
           OPEN INPUT ARQ-CALEND
           IF WS-RESULTADO-CALEND = 00
              MOVE "S" TO WS-CALEND-DISPONIVEL
           END-IF
           EVALUATE WS-MES-SISTEMA
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-ULTIMO-DIA
              WHEN 02
                 MOVE 28 TO WS-ULTIMO-DIA
                 IF FUNCTION MOD(WS-ANO-SISTEMA, 4) = ZEROS
                    MOVE 29 TO WS-ULTIMO-DIA
                 END-IF
              WHEN OTHER
                 MOVE 30 TO WS-ULTIMO-DIA
           END-EVALUATE
           PERFORM AVALIA-DIA-MES
              VARYING WS-DIA-VARRE FROM 1 BY 1
              UNTIL WS-DIA-VARRE GREATER WS-ULTIMO-DIA
           IF WS-CALEND-DISPONIVEL = "S"
              CLOSE ARQ-CALEND
           END-IF
           .
       AVALIA-DIA-MES.
           MOVE "S" TO WS-DIA-UTIL
           IF WS-CALEND-DISPONIVEL = "S"
              COMPUTE WS-DATA-VARRE =
                 (WS-ANO-SISTEMA * 10000) + (WS-MES-SISTEMA * 100)
                    + WS-DIA-VARRE
              MOVE WS-DATA-VARRE TO CAL-DATA
              READ ARQ-CALEND
              IF WS-RESULTADO-CALEND = 00
                 AND NOT CAL-DIA-UTIL
                 MOVE "N" TO WS-DIA-UTIL
              END-IF
           END-IF
           IF WS-DIA-UTIL = "S"
              IF WS-DIA-VARRE NOT GREATER WS-DIA-SISTEMA
                 ADD 1 TO WS-DIAS-UTEIS-CORRIDOS
              ELSE
                 ADD 1 TO WS-DIAS-UTEIS-RESTANTES
              END-IF
           END-IF
           .
       IMPRIME-VENDEDOR.
           MOVE ZEROS TO WS-QTD-LINHAS-VEN
           PERFORM CARREGA-METAS-VENDEDOR
           PERFORM VARYING WS-IDX-VFA FROM 1 BY 1
              UNTIL WS-IDX-VFA > WS-VFA-QTD
              IF WS-VFA-VENDEDOR (WS-IDX-VFA)
                 = TAB-VEN-CODIGO (WS-IDX)
                 MOVE WS-VFA-FAMILIA (WS-IDX-VFA) TO WS-FAM-PROCURADA
                 PERFORM LOCALIZA-LINHA-FAMILIA
                 IF WS-IDX-LIN NOT = ZEROS
                    ADD WS-VFA-VALOR (WS-IDX-VFA)
                       TO TAB-LIN-VENDIDO (WS-IDX-LIN)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QTD-LINHAS-VEN = ZEROS
              EXIT PARAGRAPH
           END-IF
      *    SECAO DO VENDEDOR: LINHA EM BRANCO ANTES, NENHUMA DENTRO.
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           MOVE TAB-VEN-CODIGO (WS-IDX) TO CABV-CODIGO
           MOVE TAB-VEN-NOME (WS-IDX)   TO CABV-NOME
           WRITE LINHA FROM CABECALHO-VENDEDOR AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-COLUNAS  AFTER 1 LINES
           PERFORM IMPRIME-LINHA-FAMILIA
              VARYING WS-IDX-LIN FROM 1 BY 1
              UNTIL WS-IDX-LIN > WS-QTD-LINHAS-VEN
           .
       CARREGA-METAS-VENDEDOR.
           IF WS-METAFAM-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-VEN-CODIGO (WS-IDX) TO MTF-VEN-CODIGO
           MOVE WS-COMPETENCIA          TO MTF-COMPETENCIA
           MOVE ZEROS                   TO MTF-FAM-CODIGO
           START ARQ-METAFAM KEY IS NOT LESS MTF-CHAVE
           IF WS-RESULTADO-METAFAM NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-METAFAM NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 IF MTF-VEN-CODIGO NOT = TAB-VEN-CODIGO (WS-IDX)
                    OR MTF-COMPETENCIA NOT = WS-COMPETENCIA
                    MOVE 1 TO CONTROLE-FIM
                 ELSE
                    MOVE MTF-FAM-CODIGO TO WS-FAM-PROCURADA
                    PERFORM LOCALIZA-LINHA-FAMILIA
                    IF WS-IDX-LIN NOT = ZEROS
                       MOVE MTF-VALOR TO TAB-LIN-META (WS-IDX-LIN)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       LOCALIZA-LINHA-FAMILIA.
      *    DEVOLVE EM WS-IDX-LIN A LINHA DA FAMILIA PROCURADA,
      *    ABRINDO UMA NOVA SE PRECISO (ZERO = TABELA CHEIA).
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
              UNTIL WS-IDX-LIN > WS-QTD-LINHAS-VEN
              OR TAB-LIN-FAMILIA (WS-IDX-LIN) = WS-FAM-PROCURADA
              CONTINUE
           END-PERFORM
           IF WS-IDX-LIN NOT > WS-QTD-LINHAS-VEN
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-LINHAS-VEN NOT < 999
              MOVE ZEROS TO WS-IDX-LIN
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-LINHAS-VEN
           MOVE WS-QTD-LINHAS-VEN TO WS-IDX-LIN
           MOVE WS-FAM-PROCURADA TO TAB-LIN-FAMILIA (WS-IDX-LIN)
           MOVE ZEROS TO TAB-LIN-VENDIDO (WS-IDX-LIN)
           MOVE ZEROS TO TAB-LIN-META (WS-IDX-LIN)
           .
       IMPRIME-LINHA-FAMILIA.
           ADD 1 TO WS-QTD-LINHAS
           IF WS-DIAS-UTEIS-CORRIDOS = ZEROS
              MOVE TAB-LIN-VENDIDO (WS-IDX-LIN) TO WS-PROJECAO
           ELSE
              COMPUTE WS-PROJECAO ROUNDED =
                 TAB-LIN-VENDIDO (WS-IDX-LIN)
                 * (WS-DIAS-UTEIS-CORRIDOS
                    + WS-DIAS-UTEIS-RESTANTES)
                 / WS-DIAS-UTEIS-CORRIDOS
                 ON SIZE ERROR
                    MOVE TAB-LIN-VENDIDO (WS-IDX-LIN)
                       TO WS-PROJECAO
              END-COMPUTE
           END-IF
           IF TAB-LIN-META (WS-IDX-LIN) = ZEROS
              MOVE ZEROS TO WS-ATINGIMENTO-PROJ
           ELSE
              COMPUTE WS-ATINGIMENTO-PROJ ROUNDED =
                 WS-PROJECAO * 100 / TAB-LIN-META (WS-IDX-LIN)
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-ATINGIMENTO-PROJ
              END-COMPUTE
           END-IF
           MOVE TAB-LIN-FAMILIA (WS-IDX-LIN) TO DET-FAMILIA
           MOVE SPACES TO DET-DESCRICAO
           MOVE SPACES TO DET-ESTRATEGICA
           IF TAB-LIN-FAMILIA (WS-IDX-LIN) = ZEROS
              MOVE "PRODUTOS SEM FAMILIA" TO DET-DESCRICAO
           ELSE
              IF WS-FAMILIA-DISPONIVEL = "S"
                 MOVE TAB-LIN-FAMILIA (WS-IDX-LIN) TO FAM-CODIGO
                 READ ARQ-FAMILIA
                 IF WS-RESULTADO-FAMILIA = 00
                    MOVE FAM-DESCRICAO TO DET-DESCRICAO
                    IF FAM-E-ESTRATEGICA
                       MOVE "ESTRATEGICA" TO DET-ESTRATEGICA
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE TAB-LIN-VENDIDO (WS-IDX-LIN) TO DET-VENDIDO
           MOVE WS-PROJECAO                  TO DET-PROJECAO
           MOVE TAB-LIN-META (WS-IDX-LIN)    TO DET-META
           MOVE WS-ATINGIMENTO-PROJ          TO DET-ATINGIMENTO
           EVALUATE TRUE
              WHEN TAB-LIN-META (WS-IDX-LIN) = ZEROS
                 MOVE "SEM META" TO DET-SITUACAO
              WHEN WS-ATINGIMENTO-PROJ LESS WS-PISO-PROJECAO
                 MOVE "** ABAIXO PISO" TO DET-SITUACAO
                 ADD 1 TO WS-QTD-ABAIXO-PISO
              WHEN OTHER
                 MOVE SPACES TO DET-SITUACAO
           END-EVALUATE
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           .
