       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMARGEM.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** MENSAL DE MARGEM BRUTA ********
      *    PERCORRE AS VENDAS ATIVAS DA COMPETENCIA (PEDIDO.DAT, SO
      *    PED-TIPO VENDA - A BONIFICACAO NAO TEM MARGEM) E SEUS
      *    ITENS (PEDITEM.DAT) E MEDE A MARGEM BRUTA SOBRE O CUSTO
      *    PADRAO CONGELADO NO ITEM NA DIGITACAO (ITE-CUSTO-UNITARIO,
      *    CUSTO.DAT/PROG60): LIQUIDO FINAL DO ITEM (JA SEM O
      *    DESCONTO DO ITEM E O DESCONTO GERAL DO PEDIDO) MENOS
      *    QUANTIDADE X CUSTO. ITEM SEM CUSTO GRAVADO FICA FORA DA
      *    MARGEM E SAI NA COLUNA "VENDA SEM CUSTO".
      *    AS LINHAS DE ITEM VAO PARA UM ARQUIVO DE TRABALHO,
      *    CLASSIFICADO QUATRO VEZES PARA IMPRIMIR OS TOTAIS POR
      *    VENDEDOR, POR CLIENTE, POR PRODUTO E POR TERRITORIO
      *    (TERRIT.DAT, PELA UF DO CLIENTE; FORA DA TABELA =
      *    TERRITORIO ZERO), COM O PERCENTUAL DE MARGEM SOBRE O
      *    LIQUIDO DOS ITENS COM CUSTO. LINHA ABAIXO DA MARGEM
      *    MINIMA DA DIGITACAO (PARAMETRO MARGEMMIN) SAI MARCADA.
      *    CARTAO SYSIN OPCIONAL: COMPETENCIA AAAAMM (EM BRANCO = A
      *    CORRENTE). RODA NOS EXTRAS DE FECHAMENTO DE MES DO
      *    PROGLOTE E GERA RMARGEM.TXT, CATALOGADO (TIPO RMARGEM).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDITEM.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

           SELECT ARQ-MARG ASSIGN TO "ARQMARG".

           SELECT ARQ-SAI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO "RMARGEM.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-TERRIT.FD".

      *    UMA LINHA POR ITEM DE VENDA DA COMPETENCIA.
       FD ARQ-MARG.
       01 REG-MARG.
          02 MRG-VEN-CODIGO         PIC 9(05).
          02 MRG-CLI-CODIGO         PIC 9(07).
          02 MRG-PRO-CODIGO         PIC 9(05).
          02 MRG-TERRITORIO         PIC 9(03).
          02 MRG-TER-NOME           PIC X(30).
          02 MRG-LIQ-COM-CUSTO      PIC 9(09)V9(02).
          02 MRG-CUSTO              PIC 9(11)V9(02).
          02 MRG-LIQ-SEM-CUSTO      PIC 9(09)V9(02).

       FD ARQ-SAI.
       01 REG-SAI.
          02 MRG-VEN-CODIGO-SAI     PIC 9(05).
          02 MRG-CLI-CODIGO-SAI     PIC 9(07).
          02 MRG-PRO-CODIGO-SAI     PIC 9(05).
          02 MRG-TERRITORIO-SAI     PIC 9(03).
          02 MRG-TER-NOME-SAI       PIC X(30).
          02 MRG-LIQ-COM-CUSTO-SAI  PIC 9(09)V9(02).
          02 MRG-CUSTO-SAI          PIC 9(11)V9(02).
          02 MRG-LIQ-SEM-CUSTO-SAI  PIC 9(09)V9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 MRG-VEN-CODIGO-SORT    PIC 9(05).
          05 MRG-CLI-CODIGO-SORT    PIC 9(07).
          05 MRG-PRO-CODIGO-SORT    PIC 9(05).
          05 MRG-TERRITORIO-SORT    PIC 9(03).
          05 FILLER                 PIC X(65).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-TERRIT-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
      *    MESMA MARGEM MINIMA DA DIGITACAO (PROG07).
       77 WS-MARGEM-MINIMA         PIC 9(03)V9(02) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PEDIDOS           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ITENS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-CUSTO         PIC 9(07) VALUE ZEROS.
      *    TERRITORIO DO CLIENTE DO PEDIDO EM LEITURA.
       77 WS-TERRITORIO-PED        PIC 9(03) VALUE ZEROS.
       77 WS-TER-NOME-PED          PIC X(30) VALUE SPACES.
      *    VISAO EM IMPRESSAO: 1 = VENDEDOR, 2 = CLIENTE,
      *    3 = PRODUTO, 4 = TERRITORIO.
       77 WS-VISAO                 PIC 9(01) VALUE ZEROS.
       77 WS-CHAVE-LIDA            PIC 9(07) VALUE ZEROS.
       77 WS-CHAVE-ATUAL           PIC 9(07) VALUE ZEROS.
       77 WS-TER-NOME-ATUAL        PIC X(30) VALUE SPACES.
       77 WS-PRIMEIRA-CHAVE        PIC X(01) VALUE "S".
       77 WS-QTD-CHAVES            PIC 9(05) VALUE ZEROS.
       77 WS-LIQ-COM-CUSTO-CHAVE   PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-CUSTO-CHAVE           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-LIQ-SEM-CUSTO-CHAVE   PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-LIQ-COM-CUSTO-VISAO   PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-CUSTO-VISAO           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-LIQ-SEM-CUSTO-VISAO   PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-MARGEM                PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-PCT-MARGEM            PIC S9(03)V9(02) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RMARGEM".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RMARGEM.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
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
             "MARGEM BRUTA DAS VENDAS DO MES ".
          02 FILLER       PIC X(10) VALUE "  COMPET: ".
          02 CAB-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(33) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-VISAO.
          02 FILLER          PIC X(17) VALUE "MARGEM BRUTA POR ".
          02 CABV-VISAO      PIC X(10).
          02 FILLER          PIC X(30) VALUE
             "   (* = ABAIXO DA MARGEM MIN. ".
          02 CABV-MINIMA     PIC ZZ9,99.
          02 FILLER          PIC X(02) VALUE "%)".

       01 CABECALHO-1.
          02 FILLER PIC X(07) VALUE " CODIGO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 CAB1-NOME PIC X(30).
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "    VALOR LIQUIDO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "     CUSTO PADRAO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(18) VALUE "      MARGEM BRUTA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE " MARG.%".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "  VENDA SEM CUSTO".

       01 DETALHE.
          02 DET-CODIGO            PIC ZZZZZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-NOME              PIC X(30).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-LIQUIDO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-CUSTO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-MARGEM            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-PCT               PIC -ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-SEM-CUSTO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-DESTAQUE          PIC X(01).

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
           DISPLAY "PROGMARGEM - MARGEM BRUTA DAS VENDAS - "
              CAB-DATA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGMARGEM - COMPETENCIA INVALIDA NO "
                    "SYSIN (AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPET-CORRENTE
              DISPLAY "PROGMARGEM - COMPETENCIA FUTURA: "
                 WS-COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "MARGEMMIN" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-MARGEM-MINIMA
           END-IF
           CANCEL "PARAMLER"
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              DISPLAY "PROGMARGEM - NAO HA PEDIDOS CADASTRADOS."
              GOBACK
           END-IF
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN INPUT ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM NOT = 00
              DISPLAY "PROGMARGEM - NAO HA ITENS DE PEDIDOS."
              CLOSE ARQ-PEDIDO
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT = 00
              MOVE "S" TO WS-TERRIT-DISPONIVEL
           END-IF
           OPEN OUTPUT ARQ-MARG
           PERFORM GERA-LINHAS-MARGEM
           CLOSE ARQ-MARG
           IF WS-TERRIT-DISPONIVEL = "S"
              CLOSE ARQ-TERRIT
           END-IF
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-PEDIDO

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA         TO CABT-DATA
           MOVE WS-COMPETENCIA   TO CAB-COMPETENCIA
           MOVE WS-MARGEM-MINIMA TO CABV-MINIMA
           PERFORM IMPRIMIR-CABECALHO

           SORT ARQ-SORT ON ASCENDING KEY MRG-VEN-CODIGO-SORT
              USING  ARQ-MARG
              GIVING ARQ-SAI
           MOVE 1 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           SORT ARQ-SORT ON ASCENDING KEY MRG-CLI-CODIGO-SORT
              USING  ARQ-MARG
              GIVING ARQ-SAI
           MOVE 2 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           SORT ARQ-SORT ON ASCENDING KEY MRG-PRO-CODIGO-SORT
              USING  ARQ-MARG
              GIVING ARQ-SAI
           MOVE 3 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           SORT ARQ-SORT ON ASCENDING KEY MRG-TERRITORIO-SORT
              USING  ARQ-MARG
              GIVING ARQ-SAI
           MOVE 4 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           CLOSE RELATORIO
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CLIENTE
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGMARGEM - VENDAS DA COMPETENCIA.....: "
              WS-QTD-PEDIDOS
           DISPLAY "PROGMARGEM - ITENS ANALISADOS..........: "
              WS-QTD-ITENS
           DISPLAY "PROGMARGEM - ITENS SEM CUSTO PADRAO....: "
              WS-QTD-SEM-CUSTO
           DISPLAY "PROGMARGEM - RELATORIO EM RMARGEM.TXT."
           GOBACK
           .
       GERA-LINHAS-MARGEM.
      *    SO VENDAS ATIVAS (LIBERADAS) DA COMPETENCIA.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PEDIDO NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF PED-ATIVO AND PED-VENDA
                 AND PED-COMPETENCIA = WS-COMPETENCIA
                 ADD 1 TO WS-QTD-PEDIDOS
                 PERFORM BUSCA-TERRITORIO-PEDIDO
                 PERFORM GERA-LINHAS-PEDIDO
              END-IF
           END-PERFORM
           .
       BUSCA-TERRITORIO-PEDIDO.
      *    TERRITORIO PELA UF DO CLIENTE; CLIENTE OU UF FORA DAS
      *    TABELAS FICA NO TERRITORIO ZERO.
           MOVE ZEROS TO WS-TERRITORIO-PED
           MOVE "*** SEM TERRITORIO ***" TO WS-TER-NOME-PED
           MOVE PED-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE NOT = 00
              OR WS-TERRIT-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE CLI-UF TO TER-UF
           READ ARQ-TERRIT
           IF WS-RESULTADO-TERRIT = 00
              MOVE TER-TERRITORIO TO WS-TERRITORIO-PED
              MOVE TER-NOME       TO WS-TER-NOME-PED
           END-IF
           .
       GERA-LINHAS-PEDIDO.
           MOVE PED-NUMERO TO ITE-PED-NUMERO
           MOVE ZEROS      TO ITE-SEQUENCIA
           START ARQ-PEDITEM KEY IS NOT LESS ITE-CHAVE
           IF WS-RESULTADO-PEDITEM NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ITENS
           PERFORM UNTIL WS-FIM-ITENS = 1
              READ ARQ-PEDITEM NEXT AT END
                 MOVE 1 TO WS-FIM-ITENS
              END-READ
              IF WS-FIM-ITENS NOT = 1
                 IF ITE-PED-NUMERO NOT = PED-NUMERO
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    PERFORM GRAVA-LINHA-MARGEM
                 END-IF
              END-IF
           END-PERFORM
           .
       GRAVA-LINHA-MARGEM.
      *    O LIQUIDO FINAL DO ITEM E O VALOR DO ITEM (JA SEM O
      *    DESCONTO DE ITEM) MENOS O DESCONTO GERAL DO PEDIDO, COMO
      *    NO PROGRELDESC.
           ADD 1 TO WS-QTD-ITENS
           MOVE PED-VEN-CODIGO    TO MRG-VEN-CODIGO
           MOVE PED-CLI-CODIGO    TO MRG-CLI-CODIGO
           MOVE ITE-PRO-CODIGO    TO MRG-PRO-CODIGO
           MOVE WS-TERRITORIO-PED TO MRG-TERRITORIO
           MOVE WS-TER-NOME-PED   TO MRG-TER-NOME
           MOVE ZEROS TO MRG-LIQ-COM-CUSTO
           MOVE ZEROS TO MRG-CUSTO
           MOVE ZEROS TO MRG-LIQ-SEM-CUSTO
           IF ITE-CUSTO-UNITARIO = ZEROS
              ADD 1 TO WS-QTD-SEM-CUSTO
              COMPUTE MRG-LIQ-SEM-CUSTO ROUNDED =
                 ITE-VALOR * (100 - PED-PCT-DESCONTO) / 100
           ELSE
              COMPUTE MRG-LIQ-COM-CUSTO ROUNDED =
                 ITE-VALOR * (100 - PED-PCT-DESCONTO) / 100
              COMPUTE MRG-CUSTO ROUNDED =
                 ITE-QUANTIDADE * ITE-CUSTO-UNITARIO
           END-IF
           WRITE REG-MARG
           .
       IMPRIME-VISAO.
           EVALUATE WS-VISAO
              WHEN 1
                 MOVE "VENDEDOR"   TO CABV-VISAO
                 MOVE "NOME DO VENDEDOR" TO CAB1-NOME
              WHEN 2
                 MOVE "CLIENTE"    TO CABV-VISAO
                 MOVE "RAZAO SOCIAL DO CLIENTE" TO CAB1-NOME
              WHEN 3
                 MOVE "PRODUTO"    TO CABV-VISAO
                 MOVE "DESCRICAO DO PRODUTO" TO CAB1-NOME
              WHEN OTHER
                 MOVE "TERRITORIO" TO CABV-VISAO
                 MOVE "NOME DO TERRITORIO" TO CAB1-NOME
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
           MOVE ZEROS TO WS-LIQ-COM-CUSTO-VISAO
           MOVE ZEROS TO WS-CUSTO-VISAO
           MOVE ZEROS TO WS-LIQ-SEM-CUSTO-VISAO
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
                    MOVE MRG-VEN-CODIGO-SAI TO WS-CHAVE-LIDA
                 WHEN 2
                    MOVE MRG-CLI-CODIGO-SAI TO WS-CHAVE-LIDA
                 WHEN 3
                    MOVE MRG-PRO-CODIGO-SAI TO WS-CHAVE-LIDA
                 WHEN OTHER
                    MOVE MRG-TERRITORIO-SAI TO WS-CHAVE-LIDA
              END-EVALUATE
              IF WS-PRIMEIRA-CHAVE = "S"
                 OR WS-CHAVE-LIDA NOT = WS-CHAVE-ATUAL
                 PERFORM QUEBRA-CHAVE
              END-IF
              ADD MRG-LIQ-COM-CUSTO-SAI TO WS-LIQ-COM-CUSTO-CHAVE
              ADD MRG-CUSTO-SAI         TO WS-CUSTO-CHAVE
              ADD MRG-LIQ-SEM-CUSTO-SAI TO WS-LIQ-SEM-CUSTO-CHAVE
              ADD MRG-LIQ-COM-CUSTO-SAI TO WS-LIQ-COM-CUSTO-VISAO
              ADD MRG-CUSTO-SAI         TO WS-CUSTO-VISAO
              ADD MRG-LIQ-SEM-CUSTO-SAI TO WS-LIQ-SEM-CUSTO-VISAO
           END-PERFORM
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CHAVE
           END-IF
           CLOSE ARQ-SAI
           MOVE SPACES TO DETALHE
           MOVE SPACES TO DET-NOME
           STRING "TOTAL DA COMPETENCIA - " WS-QTD-CHAVES
              DELIMITED BY SIZE INTO DET-NOME
           MOVE WS-LIQ-COM-CUSTO-VISAO TO WS-LIQ-COM-CUSTO-CHAVE
           MOVE WS-CUSTO-VISAO         TO WS-CUSTO-CHAVE
           MOVE WS-LIQ-SEM-CUSTO-VISAO TO WS-LIQ-SEM-CUSTO-CHAVE
           PERFORM MONTA-VALORES-DETALHE
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM DETALHE     AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           .
       QUEBRA-CHAVE.
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CHAVE
           END-IF
           MOVE "N" TO WS-PRIMEIRA-CHAVE
           MOVE WS-CHAVE-LIDA TO WS-CHAVE-ATUAL
           MOVE MRG-TER-NOME-SAI TO WS-TER-NOME-ATUAL
           MOVE ZEROS TO WS-LIQ-COM-CUSTO-CHAVE
           MOVE ZEROS TO WS-CUSTO-CHAVE
           MOVE ZEROS TO WS-LIQ-SEM-CUSTO-CHAVE
           .
       IMPRIME-CHAVE.
           ADD 1 TO WS-QTD-CHAVES
           MOVE SPACES TO DETALHE
           EVALUATE WS-VISAO
              WHEN 1
                 MOVE WS-CHAVE-ATUAL TO VEN-CODIGO
                 READ ARQ-VENDEDOR
                 IF WS-RESULTADO-VENDEDOR = 00
                    MOVE VEN-NOME TO DET-NOME
                 ELSE
                    MOVE "*** VENDEDOR NAO CADASTRADO ***" TO DET-NOME
                 END-IF
              WHEN 2
                 MOVE WS-CHAVE-ATUAL TO CLI-CODIGO
                 READ ARQ-CLIENTE
                 IF WS-RESULTADO-CLIENTE = 00
                    MOVE CLI-RAZAO-SOCIAL TO DET-NOME
                 ELSE
                    MOVE "*** CLIENTE NAO CADASTRADO ***" TO DET-NOME
                 END-IF
              WHEN 3
                 MOVE WS-CHAVE-ATUAL TO PRO-CODIGO
                 READ ARQ-PRODUTO
                 IF WS-RESULTADO-PRODUTO = 00
                    MOVE PRO-DESCRICAO TO DET-NOME
                 ELSE
                    MOVE "*** PRODUTO NAO CADASTRADO ***" TO DET-NOME
                 END-IF
              WHEN OTHER
                 MOVE WS-TER-NOME-ATUAL TO DET-NOME
           END-EVALUATE
           MOVE WS-CHAVE-ATUAL TO DET-CODIGO
           PERFORM MONTA-VALORES-DETALHE
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       MONTA-VALORES-DETALHE.
      *    MARGEM E PERCENTUAL SO SOBRE O LIQUIDO DOS ITENS COM
      *    CUSTO; O VALOR LIQUIDO MOSTRADO E O TOTAL VENDIDO.
           COMPUTE DET-LIQUIDO =
              WS-LIQ-COM-CUSTO-CHAVE + WS-LIQ-SEM-CUSTO-CHAVE
           MOVE WS-CUSTO-CHAVE         TO DET-CUSTO
           MOVE WS-LIQ-SEM-CUSTO-CHAVE TO DET-SEM-CUSTO
           IF WS-LIQ-COM-CUSTO-CHAVE = ZEROS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MARGEM =
              WS-LIQ-COM-CUSTO-CHAVE - WS-CUSTO-CHAVE
           COMPUTE WS-PCT-MARGEM ROUNDED =
              WS-MARGEM * 100 / WS-LIQ-COM-CUSTO-CHAVE
              ON SIZE ERROR
                 MOVE -999,99 TO WS-PCT-MARGEM
           END-COMPUTE
           MOVE WS-MARGEM     TO DET-MARGEM
           MOVE WS-PCT-MARGEM TO DET-PCT
           IF WS-PCT-MARGEM LESS WS-MARGEM-MINIMA
              MOVE "*" TO DET-DESTAQUE
           END-IF
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA.
