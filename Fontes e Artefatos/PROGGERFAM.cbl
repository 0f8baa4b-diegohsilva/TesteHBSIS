       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGGERFAM.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *  ******** GERACAO DE METAS POR FAMILIA PARA UM ANO ********
      *    GERA AS DOZE COMPETENCIAS DE METAFAM.DAT DE UMA VEZ PARA
      *    TODOS OS VENDEDORES ATIVOS E TODAS AS FAMILIAS ATIVAS, EM
      *    VEZ DE UMA POR UMA NO PROG54 - MESMO DESENHO DO
      *    PROGGERMETA PARA A META TOTAL. CARTAO SYSIN (12 POSICOES):
      *      POS 01    MODO....: "P" SO PREVIA, "E" EFETIVA
      *      POS 02    BASE....: "V" VENDAS REAIS DA FAMILIA NO ANO
      *                          ANTERIOR (ITENS DE PEDITEM.DAT,
      *                          APURADOS PELO APURAFAM), "M" METAS
      *                          DA FAMILIA NO ANO ANTERIOR
      *      POS 03-06 ANO ALVO (AAAA)
      *      POS 07-11 CRESCIMENTO % (999V99, SEM VIRGULA)
      *      POS 12    SUBSTITUI.: "S" REGRAVA COMPETENCIA JA
      *                EXISTENTE; QUALQUER OUTRA COISA PRESERVA
      *    CRESCIMENTO POR FAMILIA PODE SER SOBREPOSTO EM
      *    METAFOVR.TXT (FAMILIA 3 + PERCENTUAL 5, 999V99) - E ASSIM
      *    QUE A DIRECAO PUXA UMA LINHA NOVA. VENDEDOR SEM BASE NA
      *    FAMILIA (SEM VENDA OU SEM META NO MES DO ANO ANTERIOR)
      *    NAO GANHA META NELA; O PROG54 COMPLETA O QUE FALTAR. A
      *    PREVIA COMPLETA SAI EM RGERFAM.TXT NOS DOIS MODOS; SO O
      *    MODO "E" GRAVA, COM MTF-OPERADOR = "GERACAO".

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
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FAMILIA.

           SELECT ARQ-METAFAM ASSIGN TO DISK WID-ARQ-METAFAM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MTF-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-METAFAM.

           SELECT ARQ-OVERRIDE ASSIGN TO "METAFOVR.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-OVERRIDE.

           SELECT RELATORIO ASSIGN TO "RGERFAM.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-FAMILIA.FD".
       COPY "ARQ-METAFAM.FD".

       FD  ARQ-OVERRIDE.
       01  REGISTRO-OVERRIDE.
           02 OVR-FAM-CODIGO        PIC 9(03).
           02 OVR-PERCENTUAL        PIC 9(03)V9(02).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-FAMILIA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-METAFAM          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FAMILIA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-METAFAM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OVERRIDE    PIC 9(02) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       01 WS-CARTAO-SYSIN.
          02 WS-CARTAO-MODO        PIC X(01).
          02 WS-CARTAO-BASE        PIC X(01).
          02 WS-CARTAO-ANO         PIC 9(04).
          02 WS-CARTAO-PCT         PIC 9(03)V9(02).
          02 WS-CARTAO-SUBST       PIC X(01).
       77 WS-ANO-BASE              PIC 9(04) VALUE ZEROS.
       77 WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       77 WS-COMPET-ALVO           PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-BASE           PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-BASE            PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VALOR-META            PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PCT-FAMILIA           PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-QTD-OVERRIDES         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-OVR               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-VENDEDORES        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FAMILIAS          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-VEN               PIC 9(04) VALUE ZEROS.
       77 WS-IDX-FAM               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-VFA               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-GRAVADAS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PRESERVADAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-BASE          PIC 9(05) VALUE ZEROS.
       77 WS-SITUACAO-LINHA        PIC X(12) VALUE SPACES.
       01 TABELA-OVERRIDES.
          02 OVR-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-OVR-FAMILIA    PIC 9(03).
             03 TAB-OVR-PCT        PIC 9(03)V9(02).
       01 TABELA-VENDEDORES.
          02 VEN-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-VEN-CODIGO     PIC 9(05).
             03 TAB-VEN-NOME       PIC X(30).
       01 TABELA-FAMILIAS.
          02 FAM-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-FAM-CODIGO     PIC 9(03).
             03 TAB-FAM-DESCRICAO  PIC X(30).
       COPY "AREA-VENDAFAM.cpy".
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).
       01 WS-DATA-EDITADA          PIC 99/99/9(04).

       01 CABECALHO-TITULO.
          02 FILLER       PIC X(45) VALUE
             "PREVIA DA GERACAO DE METAS POR FAMILIA - ANO:".
          02 FILLER       PIC X(01) VALUE SPACE.
          02 CABT-ANO     PIC 9(04).
          02 FILLER       PIC X(09) VALUE "  MODO: ".
          02 CABT-MODO    PIC X(01).
          02 FILLER       PIC X(09) VALUE "  BASE: ".
          02 CABT-BASE    PIC X(01).
          02 FILLER       PIC X(16) VALUE "  CRESCIMENTO %".
          02 CABT-PCT     PIC ZZ9,99.

       01 CABECALHO-TRACO.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 DETALHE.
          02 DET-VENDEDOR          PIC 9(05).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-NOME              PIC X(30).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-FAMILIA           PIC 9(03).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-FAM-DESCRICAO     PIC X(20).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-COMPETENCIA       PIC 9(06).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-BASE              PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-META              PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-SITUACAO          PIC X(12).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DIA-SISTEMA TO WS-DATA-EDITADA (1:2)
           MOVE "/"            TO WS-DATA-EDITADA (3:1)
           MOVE WS-MES-SISTEMA TO WS-DATA-EDITADA (4:2)
           MOVE "/"            TO WS-DATA-EDITADA (6:1)
           MOVE WS-ANO-SISTEMA TO WS-DATA-EDITADA (7:4)
           DISPLAY "PROGGERFAM - INICIO DA GERACAO DE METAS POR "
              "FAMILIA"
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-MODO NOT = "P" AND NOT = "E"
              DISPLAY "PROGGERFAM - MODO INVALIDO NO SYSIN "
                 "(P=PREVIA, E=EFETIVA)."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CARTAO-BASE NOT = "V" AND NOT = "M"
              DISPLAY "PROGGERFAM - BASE INVALIDA NO SYSIN "
                 "(V=VENDAS, M=METAS)."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CARTAO-ANO NOT NUMERIC
              OR WS-CARTAO-ANO = ZEROS
              DISPLAY "PROGGERFAM - ANO ALVO INVALIDO NO SYSIN."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE WS-ANO-BASE = WS-CARTAO-ANO - 1
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "PROGGERFAM - NAO HA VENDEDORES CADASTRADOS."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-VENDEDORES
           CLOSE ARQ-VENDEDOR
           MOVE "FAMILIA.DAT" TO WID-ARQ-FAMILIA
           OPEN INPUT ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA NOT = 00
              DISPLAY "PROGGERFAM - NAO HA FAMILIAS CADASTRADAS "
                 "(PROG53)."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-FAMILIAS
           CLOSE ARQ-FAMILIA
           MOVE "METAFAM.DAT" TO WID-ARQ-METAFAM
           OPEN I-O ARQ-METAFAM
           IF WS-RESULTADO-METAFAM NOT = 00
              OPEN OUTPUT ARQ-METAFAM
              CLOSE ARQ-METAFAM
              OPEN I-O ARQ-METAFAM
           END-IF
           PERFORM CARREGA-OVERRIDES
           OPEN OUTPUT RELATORIO
           MOVE WS-CARTAO-ANO  TO CABT-ANO
           MOVE WS-CARTAO-MODO TO CABT-MODO
           MOVE WS-CARTAO-BASE TO CABT-BASE
           MOVE WS-CARTAO-PCT  TO CABT-PCT
           WRITE LINHA FROM CABECALHO-TITULO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO  AFTER 1 LINES

      *    MES A MES: A BASE DE VENDAS DE CADA COMPETENCIA DO ANO
      *    ANTERIOR E APURADA UMA VEZ SO E SERVE A TODOS OS PARES
      *    VENDEDOR X FAMILIA.
           PERFORM GERA-METAS-MES
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES GREATER 12
           CANCEL "APURAFAM"

           CLOSE RELATORIO
           CLOSE ARQ-METAFAM
           DISPLAY "PROGGERFAM - VENDEDORES TRATADOS: "
              WS-QTD-VENDEDORES
           DISPLAY "PROGGERFAM - FAMILIAS TRATADAS...: "
              WS-QTD-FAMILIAS
           DISPLAY "PROGGERFAM - METAS GRAVADAS......: "
              WS-QTD-GRAVADAS
           DISPLAY "PROGGERFAM - METAS PRESERVADAS...: "
              WS-QTD-PRESERVADAS
           DISPLAY "PROGGERFAM - PARES SEM BASE......: "
              WS-QTD-SEM-BASE
           DISPLAY "PROGGERFAM - PREVIA EM RGERFAM.TXT."
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
       CARREGA-FAMILIAS.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-FAMILIA NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1 AND FAM-ATIVA
                 AND WS-QTD-FAMILIAS < 999
                 ADD 1 TO WS-QTD-FAMILIAS
                 MOVE FAM-CODIGO TO
                    TAB-FAM-CODIGO (WS-QTD-FAMILIAS)
                 MOVE FAM-DESCRICAO TO
                    TAB-FAM-DESCRICAO (WS-QTD-FAMILIAS)
              END-IF
           END-PERFORM
           .
       CARREGA-OVERRIDES.
           OPEN INPUT ARQ-OVERRIDE
           IF WS-RESULTADO-OVERRIDE NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-OVERRIDE AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1 AND WS-QTD-OVERRIDES < 999
                 ADD 1 TO WS-QTD-OVERRIDES
                 MOVE OVR-FAM-CODIGO TO
                    TAB-OVR-FAMILIA (WS-QTD-OVERRIDES)
                 MOVE OVR-PERCENTUAL TO
                    TAB-OVR-PCT (WS-QTD-OVERRIDES)
              END-IF
           END-PERFORM
           CLOSE ARQ-OVERRIDE
           MOVE ZEROS TO CONTROLE-FIM
           DISPLAY "PROGGERFAM - CRESCIMENTOS POR FAMILIA: "
              WS-QTD-OVERRIDES
           .
       GERA-METAS-MES.
           COMPUTE WS-COMPET-ALVO =
              (WS-CARTAO-ANO * 100) + WS-IDX-MES
           COMPUTE WS-COMPET-BASE =
              (WS-ANO-BASE * 100) + WS-IDX-MES
           IF WS-CARTAO-BASE = "V"
              MOVE WS-COMPET-BASE TO WS-VFA-COMPETENCIA
              CALL "APURAFAM" USING WS-AREA-VENDAFAM
              IF WS-VFA-RESULTADO = 1
                 DISPLAY "PROGGERFAM - BASE V EXIGE PEDIDO.DAT E "
                    "PEDITEM.DAT."
              END-IF
              IF WS-VFA-RESULTADO = 2
                 DISPLAY "PROGGERFAM - APURACAO PARCIAL (TABELA "
                    "CHEIA) NA COMPETENCIA " WS-COMPET-BASE
              END-IF
           END-IF
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-VENDEDORES
              PERFORM GERA-META-FAMILIA
                 VARYING WS-IDX-FAM FROM 1 BY 1
                 UNTIL WS-IDX-FAM > WS-QTD-FAMILIAS
           END-PERFORM
           .
       GERA-META-FAMILIA.
           PERFORM BUSCA-VALOR-BASE
           IF WS-VALOR-BASE = ZEROS
              ADD 1 TO WS-QTD-SEM-BASE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CARTAO-PCT TO WS-PCT-FAMILIA
           PERFORM VARYING WS-IDX-OVR FROM 1 BY 1
              UNTIL WS-IDX-OVR > WS-QTD-OVERRIDES
              IF TAB-OVR-FAMILIA (WS-IDX-OVR)
                 = TAB-FAM-CODIGO (WS-IDX-FAM)
                 MOVE TAB-OVR-PCT (WS-IDX-OVR)
                    TO WS-PCT-FAMILIA
                 MOVE WS-QTD-OVERRIDES TO WS-IDX-OVR
              END-IF
           END-PERFORM
           COMPUTE WS-VALOR-META ROUNDED =
              WS-VALOR-BASE * (100 + WS-PCT-FAMILIA) / 100
              ON SIZE ERROR
                 MOVE 999999999,99 TO WS-VALOR-META
           END-COMPUTE
           MOVE TAB-VEN-CODIGO (WS-IDX-VEN) TO MTF-VEN-CODIGO
           MOVE WS-COMPET-ALVO              TO MTF-COMPETENCIA
           MOVE TAB-FAM-CODIGO (WS-IDX-FAM) TO MTF-FAM-CODIGO
           READ ARQ-METAFAM
           IF WS-RESULTADO-METAFAM = 00
              AND WS-CARTAO-SUBST NOT = "S"
      *       COMPETENCIA JA CARREGADA E SEM PEDIDO EXPLICITO DE
      *       SUBSTITUICAO: FICA COMO ESTA.
              MOVE "PRESERVADA" TO WS-SITUACAO-LINHA
              ADD 1 TO WS-QTD-PRESERVADAS
              PERFORM IMPRIME-LINHA-PREVIA
              EXIT PARAGRAPH
           END-IF
           IF WS-CARTAO-MODO = "E"
              MOVE TAB-VEN-CODIGO (WS-IDX-VEN) TO MTF-VEN-CODIGO
              MOVE WS-COMPET-ALVO              TO MTF-COMPETENCIA
              MOVE TAB-FAM-CODIGO (WS-IDX-FAM) TO MTF-FAM-CODIGO
              MOVE WS-VALOR-META   TO MTF-VALOR
              MOVE WS-DATA-EDITADA TO MTF-DATA-ALTERACAO
              MOVE "GERACAO"       TO MTF-OPERADOR
              WRITE REGISTRO-METAFAM
              IF WS-RESULTADO-METAFAM = 22
                 REWRITE REGISTRO-METAFAM
              END-IF
              MOVE "GRAVADA" TO WS-SITUACAO-LINHA
              ADD 1 TO WS-QTD-GRAVADAS
           ELSE
              MOVE "PREVIA" TO WS-SITUACAO-LINHA
           END-IF
           PERFORM IMPRIME-LINHA-PREVIA
           .
       BUSCA-VALOR-BASE.
           MOVE ZEROS TO WS-VALOR-BASE
           IF WS-CARTAO-BASE = "V"
              PERFORM VARYING WS-IDX-VFA FROM 1 BY 1
                 UNTIL WS-IDX-VFA > WS-VFA-QTD
                 IF WS-VFA-VENDEDOR (WS-IDX-VFA)
                    = TAB-VEN-CODIGO (WS-IDX-VEN)
                    AND WS-VFA-FAMILIA (WS-IDX-VFA)
                    = TAB-FAM-CODIGO (WS-IDX-FAM)
                    MOVE WS-VFA-VALOR (WS-IDX-VFA) TO WS-VALOR-BASE
                    MOVE WS-VFA-QTD TO WS-IDX-VFA
                 END-IF
              END-PERFORM
           ELSE
              MOVE TAB-VEN-CODIGO (WS-IDX-VEN) TO MTF-VEN-CODIGO
              MOVE WS-COMPET-BASE              TO MTF-COMPETENCIA
              MOVE TAB-FAM-CODIGO (WS-IDX-FAM) TO MTF-FAM-CODIGO
              READ ARQ-METAFAM
              IF WS-RESULTADO-METAFAM = 00
                 MOVE MTF-VALOR TO WS-VALOR-BASE
              END-IF
           END-IF
           .
       IMPRIME-LINHA-PREVIA.
           MOVE TAB-VEN-CODIGO (WS-IDX-VEN)    TO DET-VENDEDOR
           MOVE TAB-VEN-NOME (WS-IDX-VEN)      TO DET-NOME
           MOVE TAB-FAM-CODIGO (WS-IDX-FAM)    TO DET-FAMILIA
           MOVE TAB-FAM-DESCRICAO (WS-IDX-FAM) TO DET-FAM-DESCRICAO
           MOVE WS-COMPET-ALVO     TO DET-COMPETENCIA
           MOVE WS-VALOR-BASE      TO DET-BASE
           MOVE WS-VALOR-META      TO DET-META
           MOVE WS-SITUACAO-LINHA  TO DET-SITUACAO
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           .
