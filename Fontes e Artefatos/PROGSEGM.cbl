       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSEGM.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** CLIENTES E VENDAS POR SEGMENTO E TERRITORIO ********
      *    QUEBRA A BASE POR TERRITORIO (TERRIT.DAT, PELA UF DO
      *    CLIENTE) E, DENTRO DELE, POR SEGMENTO DE MERCADO
      *    (CLI-SEGMENTO, SEGMENTO.DAT): QUANTIDADE DE CLIENTES,
      *    ATIVOS E INATIVOS, VENDAS DOS ULTIMOS 12 MESES (PEDIDOS
      *    LIBERADOS DE PEDIDO.DAT, MESMA JANELA DE COMPETENCIA DO
      *    PROGABC), QUANTIDADE DE PEDIDOS E TICKET MEDIO (VENDAS
      *    / PEDIDOS), COM SUBTOTAL POR TERRITORIO E TOTAL GERAL.
      *    CLIENTE DE UF FORA DA TABELA SAI NO TERRITORIO 000 E
      *    CLIENTE SEM SEGMENTO NO SEGMENTO 00. SAIDA EM RSEGM.TXT;
      *    RODA NOS EXTRAS DE FECHAMENTO DE MES DO PROGLOTE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SEG-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SEGMENTO.

           SELECT RELATORIO ASSIGN TO "RSEGM.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-TERRIT.FD".
       COPY "ARQ-SEGMENTO.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WID-ARQ-SEGMENTO         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SEGMENTO    PIC 9(02) VALUE ZEROS.
       77 WS-SEGMENTO-DISPONIVEL   PIC X(01) VALUE "N".
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-MESES-BASE            PIC 9(06) VALUE ZEROS.
       77 WS-MESES-CORTE           PIC 9(06) VALUE ZEROS.
       77 WS-MESES-REGISTRO        PIC 9(06) VALUE ZEROS.
       77 WS-PED-ANO               PIC 9(04) VALUE ZEROS.
       77 WS-PED-MES               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-TERRIT            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TER               PIC 9(02) VALUE ZEROS.
       77 WS-TERRIT-BUSCA-UF       PIC X(02) VALUE SPACES.
       77 WS-TERRIT-ACHADO         PIC 9(03) VALUE ZEROS.
       77 WS-TERRIT-NOME-ACHADO    PIC X(30) VALUE SPACES.
       77 WS-SEGMENTO-BUSCA        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CELULAS           PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-CELULA            PIC 9(04) VALUE ZEROS.
       77 WS-TERRIT-ATUAL          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CLIENTES-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-SEM-CLI   PIC 9(07) VALUE ZEROS.
       01 TABELA-TERRITORIOS.
          02 TERRIT-OCORRENCIA OCCURS 30 TIMES.
             03 TAB-TER-UF            PIC X(02).
             03 TAB-TER-CODIGO        PIC 9(03).
             03 TAB-TER-NOME          PIC X(30).
      *    UMA CELULA POR TERRITORIO X SEGMENTO ENCONTRADO NA BASE.
       01 TABELA-CELULAS.
          02 CEL-OCORRENCIA OCCURS 999 TIMES.
             03 CEL-CHAVE.
                04 CEL-TERRITORIO     PIC 9(03).
                04 CEL-SEGMENTO       PIC 9(02).
             03 CEL-TERRIT-NOME       PIC X(30).
             03 CEL-CLIENTES          PIC 9(07).
             03 CEL-ATIVOS            PIC 9(07).
             03 CEL-INATIVOS          PIC 9(07).
             03 CEL-PEDIDOS           PIC 9(07).
             03 CEL-VENDAS            PIC 9(13)V9(02).
       01 AREA-TROCA-CELULA         PIC X(78).
       01 WS-ACUMULADOR-TERRIT.
          02 ACT-CLIENTES           PIC 9(07).
          02 ACT-ATIVOS             PIC 9(07).
          02 ACT-INATIVOS           PIC 9(07).
          02 ACT-PEDIDOS            PIC 9(07).
          02 ACT-VENDAS             PIC 9(13)V9(02).
       01 WS-ACUMULADOR-GERAL.
          02 ACG-CLIENTES           PIC 9(07).
          02 ACG-ATIVOS             PIC 9(07).
          02 ACG-INATIVOS           PIC 9(07).
          02 ACG-PEDIDOS            PIC 9(07).
          02 ACG-VENDAS             PIC 9(13)V9(02).
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).
       01 CAB-DATA                 PIC 99/99/9(04).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(28) VALUE SPACES.
          02 FILLER       PIC X(50) VALUE
             "CLIENTES E VENDAS POR SEGMENTO (ULTIMOS 12 MESES)".
          02 FILLER       PIC X(32) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-COLUNAS.
          02 FILLER PIC X(36) VALUE "SEGMENTO".
          02 FILLER PIC X(10) VALUE "  CLIENTES".
          02 FILLER PIC X(10) VALUE "    ATIVOS".
          02 FILLER PIC X(10) VALUE "  INATIVOS".
          02 FILLER PIC X(20) VALUE "     VENDAS 12 MESES".
          02 FILLER PIC X(10) VALUE "   PEDIDOS".
          02 FILLER PIC X(18) VALUE "      TICKET MEDIO".

       01 CABECALHO-TERRIT.
          02 FILLER           PIC X(12) VALUE "TERRITORIO: ".
          02 CABR-CODIGO      PIC 9(03).
          02 FILLER           PIC X(03) VALUE " - ".
          02 CABR-NOME        PIC X(30).

       01 DETALHE-SEGMENTO.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-SEG-CODIGO   PIC 9(02).
          02 FILLER           PIC X(03) VALUE " - ".
          02 DET-SEG-NOME     PIC X(29).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-CLIENTES     PIC ZZZZ.ZZ9.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-ATIVOS       PIC ZZZZ.ZZ9.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-INATIVOS     PIC ZZZZ.ZZ9.
          02 FILLER           PIC X(03) VALUE SPACES.
          02 DET-VENDAS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-PEDIDOS      PIC ZZZZ.ZZ9.
          02 FILLER           PIC X(05) VALUE SPACES.
          02 DET-TICKET       PIC ZZ.ZZZ.ZZ9,99.

       01 WS-ROTULO-TOTAL      PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGSEGM - INICIO DO RELATORIO POR SEGMENTO"
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE WS-MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE WS-ANO-SISTEMA TO CAB-DATA (7:4)
           COMPUTE WS-MESES-BASE =
              (WS-ANO-SISTEMA * 12) + WS-MES-SISTEMA
           COMPUTE WS-MESES-CORTE = WS-MESES-BASE - 11
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "PROGSEGM - CLIENTE.DAT INDISPONIVEL."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-TERRITORIOS
           MOVE "SEGMENTO.DAT" TO WID-ARQ-SEGMENTO
           OPEN INPUT ARQ-SEGMENTO
           IF WS-RESULTADO-SEGMENTO = 00
              MOVE "S" TO WS-SEGMENTO-DISPONIVEL
           END-IF
           INITIALIZE TABELA-CELULAS
           INITIALIZE WS-ACUMULADOR-GERAL

           PERFORM CONTA-CLIENTES
           PERFORM ACUMULA-VENDAS
           PERFORM ORDENA-CELULAS
           PERFORM IMPRIME-RELATORIO

           CLOSE ARQ-CLIENTE
           IF WS-SEGMENTO-DISPONIVEL = "S"
              CLOSE ARQ-SEGMENTO
           END-IF
           DISPLAY "PROGSEGM - CLIENTES LIDOS.......: "
              WS-QTD-CLIENTES-LIDOS
           DISPLAY "PROGSEGM - PEDIDOS NO PERIODO...: "
              WS-QTD-PEDIDOS-LIDOS
           DISPLAY "PROGSEGM - PEDIDOS SEM CLIENTE..: "
              WS-QTD-PEDIDOS-SEM-CLI
           DISPLAY "PROGSEGM - FIM DO RELATORIO."
           GOBACK
           .
       CARREGA-TERRITORIOS.
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT = 00
              MOVE ZEROS TO CONTROLE-FIM
              PERFORM UNTIL CONTROLE-FIM = 1
                 READ ARQ-TERRIT NEXT AT END
                    MOVE 1 TO CONTROLE-FIM
                 END-READ
                 IF CONTROLE-FIM NOT = 1
                    AND WS-QTD-TERRIT LESS 30
                    ADD 1 TO WS-QTD-TERRIT
                    MOVE TER-UF
                       TO TAB-TER-UF (WS-QTD-TERRIT)
                    MOVE TER-TERRITORIO
                       TO TAB-TER-CODIGO (WS-QTD-TERRIT)
                    MOVE TER-NOME
                       TO TAB-TER-NOME (WS-QTD-TERRIT)
                 END-IF
              END-PERFORM
              CLOSE ARQ-TERRIT
           END-IF
           .
       BUSCA-TERRITORIO-UF.
           MOVE ZEROS TO WS-TERRIT-ACHADO
           MOVE "SEM TERRITORIO" TO WS-TERRIT-NOME-ACHADO
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-QTD-TERRIT
              IF TAB-TER-UF (WS-IDX-TER) = WS-TERRIT-BUSCA-UF
                 MOVE TAB-TER-CODIGO (WS-IDX-TER)
                    TO WS-TERRIT-ACHADO
                 MOVE TAB-TER-NOME (WS-IDX-TER)
                    TO WS-TERRIT-NOME-ACHADO
              END-IF
           END-PERFORM
           .
       BUSCA-CELULA.
      *    LOCALIZA A CELULA DO TERRITORIO/SEGMENTO DO CLIENTE LIDO,
      *    ABRINDO UMA NOVA NA PRIMEIRA OCORRENCIA. TABELA CHEIA
      *    DEVOLVE ZERO E O CLIENTE FICA FORA DO RELATORIO.
           MOVE CLI-UF TO WS-TERRIT-BUSCA-UF
           PERFORM BUSCA-TERRITORIO-UF
           MOVE ZEROS TO WS-SEGMENTO-BUSCA
           IF CLI-SEGMENTO NUMERIC
              MOVE CLI-SEGMENTO TO WS-SEGMENTO-BUSCA
           END-IF
           MOVE ZEROS TO WS-IDX-CELULA
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CELULAS
                 OR WS-IDX-CELULA NOT = ZEROS
              IF CEL-TERRITORIO (WS-IDX) = WS-TERRIT-ACHADO
                 AND CEL-SEGMENTO (WS-IDX) = WS-SEGMENTO-BUSCA
                 MOVE WS-IDX TO WS-IDX-CELULA
              END-IF
           END-PERFORM
           IF WS-IDX-CELULA = ZEROS AND WS-QTD-CELULAS < 999
              ADD 1 TO WS-QTD-CELULAS
              MOVE WS-QTD-CELULAS    TO WS-IDX-CELULA
              MOVE WS-TERRIT-ACHADO  TO CEL-TERRITORIO (WS-IDX-CELULA)
              MOVE WS-SEGMENTO-BUSCA TO CEL-SEGMENTO (WS-IDX-CELULA)
              MOVE WS-TERRIT-NOME-ACHADO
                 TO CEL-TERRIT-NOME (WS-IDX-CELULA)
           END-IF
           .
       CONTA-CLIENTES.
           MOVE ZEROS TO CONTROLE-FIM
           MOVE ZEROS TO CLI-CODIGO
           START ARQ-CLIENTE KEY IS NOT LESS CLI-CODIGO
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE 1 TO CONTROLE-FIM
           END-IF
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CLIENTE NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 ADD 1 TO WS-QTD-CLIENTES-LIDOS
                 PERFORM BUSCA-CELULA
                 IF WS-IDX-CELULA NOT = ZEROS
                    ADD 1 TO CEL-CLIENTES (WS-IDX-CELULA)
                    IF CLI-ATIVO
                       ADD 1 TO CEL-ATIVOS (WS-IDX-CELULA)
                    ELSE
                       ADD 1 TO CEL-INATIVOS (WS-IDX-CELULA)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       ACUMULA-VENDAS.
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              DISPLAY "PROGSEGM - NAO HA PEDIDOS REGISTRADOS."
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PEDIDO NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1 AND PED-ATIVO
                 DIVIDE PED-COMPETENCIA BY 100
                    GIVING WS-PED-ANO
                    REMAINDER WS-PED-MES
                 COMPUTE WS-MESES-REGISTRO =
                    (WS-PED-ANO * 12) + WS-PED-MES
                 IF WS-MESES-REGISTRO NOT LESS WS-MESES-CORTE
                    PERFORM ACUMULA-UM-PEDIDO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PEDIDO
           .
       ACUMULA-UM-PEDIDO.
           MOVE PED-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              ADD 1 TO WS-QTD-PEDIDOS-SEM-CLI
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-PEDIDOS-LIDOS
           PERFORM BUSCA-CELULA
           IF WS-IDX-CELULA NOT = ZEROS
              ADD 1         TO CEL-PEDIDOS (WS-IDX-CELULA)
              ADD PED-VALOR TO CEL-VENDAS (WS-IDX-CELULA)
           END-IF
           .
       ORDENA-CELULAS.
      *    ORDENA POR TERRITORIO E SEGMENTO (TROCA SIMPLES, COMO NO
      *    PROGABC).
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX NOT LESS WS-QTD-CELULAS
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 NOT LESS WS-QTD-CELULAS
                 IF CEL-CHAVE (WS-IDX-2) > CEL-CHAVE (WS-IDX-2 + 1)
                    MOVE CEL-OCORRENCIA (WS-IDX-2)
                       TO AREA-TROCA-CELULA
                    MOVE CEL-OCORRENCIA (WS-IDX-2 + 1)
                       TO CEL-OCORRENCIA (WS-IDX-2)
                    MOVE AREA-TROCA-CELULA
                       TO CEL-OCORRENCIA (WS-IDX-2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       IMPRIME-RELATORIO.
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA TO CABT-DATA
           PERFORM IMPRIMIR-CABECALHO
           MOVE 999 TO WS-TERRIT-ATUAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CELULAS
              IF CEL-TERRITORIO (WS-IDX) NOT = WS-TERRIT-ATUAL
                 IF WS-IDX > 1
                    PERFORM IMPRIME-TOTAL-TERRITORIO
                 END-IF
                 PERFORM IMPRIME-CABECALHO-TERRITORIO
              END-IF
              PERFORM IMPRIME-LINHA-SEGMENTO
           END-PERFORM
           IF WS-QTD-CELULAS > ZEROS
              PERFORM IMPRIME-TOTAL-TERRITORIO
           END-IF
           MOVE "TOTAL GERAL" TO WS-ROTULO-TOTAL
           MOVE ACG-CLIENTES TO DET-CLIENTES
           MOVE ACG-ATIVOS   TO DET-ATIVOS
           MOVE ACG-INATIVOS TO DET-INATIVOS
           MOVE ACG-VENDAS   TO DET-VENDAS
           MOVE ACG-PEDIDOS  TO DET-PEDIDOS
           IF ACG-PEDIDOS = ZEROS
              MOVE ZEROS TO DET-TICKET
           ELSE
              COMPUTE DET-TICKET ROUNDED = ACG-VENDAS / ACG-PEDIDOS
           END-IF
           PERFORM IMPRIME-LINHA-TOTAL
           CLOSE RELATORIO
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO  AFTER PAGE
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-COLUNAS AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA
           .
       IMPRIME-CABECALHO-TERRITORIO.
           MOVE CEL-TERRITORIO (WS-IDX) TO WS-TERRIT-ATUAL
           INITIALIZE WS-ACUMULADOR-TERRIT
           IF CONTADOR-LINHA + 3 NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE CEL-TERRITORIO (WS-IDX)  TO CABR-CODIGO
           MOVE CEL-TERRIT-NOME (WS-IDX) TO CABR-NOME
           WRITE LINHA FROM CABECALHO-TERRIT AFTER 2 LINES
           ADD 2 TO CONTADOR-LINHA
           .
       IMPRIME-LINHA-SEGMENTO.
           MOVE CEL-SEGMENTO (WS-IDX) TO DET-SEG-CODIGO
           EVALUATE TRUE
              WHEN CEL-SEGMENTO (WS-IDX) = ZEROS
                 MOVE "SEM SEGMENTO" TO DET-SEG-NOME
              WHEN WS-SEGMENTO-DISPONIVEL NOT = "S"
                 MOVE SPACES TO DET-SEG-NOME
              WHEN OTHER
                 MOVE CEL-SEGMENTO (WS-IDX) TO SEG-CODIGO
                 READ ARQ-SEGMENTO
                 IF WS-RESULTADO-SEGMENTO = 00
                    MOVE SEG-NOME TO DET-SEG-NOME
                 ELSE
                    MOVE "*** NAO CADASTRADO ***" TO DET-SEG-NOME
                 END-IF
           END-EVALUATE
           MOVE CEL-CLIENTES (WS-IDX) TO DET-CLIENTES
           MOVE CEL-ATIVOS (WS-IDX)   TO DET-ATIVOS
           MOVE CEL-INATIVOS (WS-IDX) TO DET-INATIVOS
           MOVE CEL-VENDAS (WS-IDX)   TO DET-VENDAS
           MOVE CEL-PEDIDOS (WS-IDX)  TO DET-PEDIDOS
           IF CEL-PEDIDOS (WS-IDX) = ZEROS
              MOVE ZEROS TO DET-TICKET
           ELSE
              COMPUTE DET-TICKET ROUNDED =
                 CEL-VENDAS (WS-IDX) / CEL-PEDIDOS (WS-IDX)
           END-IF
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           WRITE LINHA FROM DETALHE-SEGMENTO AFTER 1 LINE
           ADD 1 TO CONTADOR-LINHA
           ADD CEL-CLIENTES (WS-IDX) TO ACT-CLIENTES ACG-CLIENTES
           ADD CEL-ATIVOS (WS-IDX)   TO ACT-ATIVOS   ACG-ATIVOS
           ADD CEL-INATIVOS (WS-IDX) TO ACT-INATIVOS ACG-INATIVOS
           ADD CEL-PEDIDOS (WS-IDX)  TO ACT-PEDIDOS  ACG-PEDIDOS
           ADD CEL-VENDAS (WS-IDX)   TO ACT-VENDAS   ACG-VENDAS
           .
       IMPRIME-TOTAL-TERRITORIO.
           MOVE "TOTAL DO TERRITORIO" TO WS-ROTULO-TOTAL
           MOVE ACT-CLIENTES TO DET-CLIENTES
           MOVE ACT-ATIVOS   TO DET-ATIVOS
           MOVE ACT-INATIVOS TO DET-INATIVOS
           MOVE ACT-VENDAS   TO DET-VENDAS
           MOVE ACT-PEDIDOS  TO DET-PEDIDOS
           IF ACT-PEDIDOS = ZEROS
              MOVE ZEROS TO DET-TICKET
           ELSE
              COMPUTE DET-TICKET ROUNDED = ACT-VENDAS / ACT-PEDIDOS
           END-IF
           PERFORM IMPRIME-LINHA-TOTAL
           .
       IMPRIME-LINHA-TOTAL.
      *    A LINHA DE TOTAL REAPROVEITA O DETALHE, COM O ROTULO NO
      *    LUGAR DO CODIGO E NOME DO SEGMENTO.
           IF CONTADOR-LINHA + 1 NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE DETALHE-SEGMENTO TO LINHA
           MOVE WS-ROTULO-TOTAL  TO LINHA (1:36)
           WRITE LINHA AFTER 2 LINES
           ADD 2 TO CONTADOR-LINHA
           .
