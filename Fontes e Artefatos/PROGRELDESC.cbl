       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRELDESC.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** MENSAL DE DESCONTOS CONCEDIDOS ********
      *    PERCORRE OS PEDIDOS ATIVOS DA COMPETENCIA CORRENTE
      *    (PEDIDO.DAT) E SEUS ITENS (PEDITEM.DAT) E MEDE A RECEITA
      *    CEDIDA EM DESCONTO: PARA CADA ITEM, O VALOR BRUTO
      *    (QUANTIDADE X PRECO) MENOS O LIQUIDO FINAL, JA DESCONTADO
      *    O DESCONTO DO ITEM E O RATEIO DO DESCONTO GERAL DO
      *    PEDIDO. AS LINHAS DE ITEM VAO PARA UM ARQUIVO DE
      *    TRABALHO, CLASSIFICADO TRES VEZES PARA IMPRIMIR OS
      *    TOTAIS POR VENDEDOR, POR PRODUTO E POR CLIENTE (SO OS QUE
      *    TIVERAM DESCONTO), COM O PERCENTUAL CEDIDO SOBRE O BRUTO.
      *    RODA NOS EXTRAS DE FECHAMENTO DE MES DO PROGLOTE E GERA
      *    RDESC.TXT PARA A SUPERVISAO COMERCIAL.

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

           SELECT ARQ-DESC ASSIGN TO "ARQDESC".

           SELECT ARQ-SAI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO "RDESC.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-CLIENTE.FD".

      *    UMA LINHA POR ITEM DE PEDIDO DA COMPETENCIA.
       FD ARQ-DESC.
       01 REG-DESC.
          02 DSC-VEN-CODIGO         PIC 9(05).
          02 DSC-PRO-CODIGO         PIC 9(05).
          02 DSC-CLI-CODIGO         PIC 9(07).
          02 DSC-VALOR-BRUTO        PIC 9(09)V9(02).
          02 DSC-VALOR-LIQUIDO      PIC 9(09)V9(02).
          02 DSC-VALOR-DESCONTO     PIC 9(09)V9(02).

       FD ARQ-SAI.
       01 REG-SAI.
          02 DSC-VEN-CODIGO-SAI     PIC 9(05).
          02 DSC-PRO-CODIGO-SAI     PIC 9(05).
          02 DSC-CLI-CODIGO-SAI     PIC 9(07).
          02 DSC-VALOR-BRUTO-SAI    PIC 9(09)V9(02).
          02 DSC-VALOR-LIQUIDO-SAI  PIC 9(09)V9(02).
          02 DSC-VALOR-DESCONTO-SAI PIC 9(09)V9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 DSC-VEN-CODIGO-SORT    PIC 9(05).
          05 DSC-PRO-CODIGO-SORT    PIC 9(05).
          05 DSC-CLI-CODIGO-SORT    PIC 9(07).
          05 FILLER                 PIC X(33).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PEDIDOS           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ITENS             PIC 9(07) VALUE ZEROS.
      *    VISAO EM IMPRESSAO: 1 = VENDEDOR, 2 = PRODUTO, 3 = CLIENTE.
       77 WS-VISAO                 PIC 9(01) VALUE ZEROS.
       77 WS-CHAVE-LIDA            PIC 9(07) VALUE ZEROS.
       77 WS-CHAVE-ATUAL           PIC 9(07) VALUE ZEROS.
       77 WS-PRIMEIRA-CHAVE        PIC X(01) VALUE "S".
       77 WS-QTD-CHAVES            PIC 9(05) VALUE ZEROS.
       77 WS-BRUTO-CHAVE           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-LIQUIDO-CHAVE         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-DESCONTO-CHAVE        PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-BRUTO-VISAO           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-LIQUIDO-VISAO         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-DESCONTO-VISAO        PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-PCT-DESCONTO          PIC 9(03)V9(02) VALUE ZEROS.
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
             "DESCONTOS CONCEDIDOS NO MES    ".
          02 FILLER       PIC X(10) VALUE "  COMPET: ".
          02 CAB-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(33) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-VISAO.
          02 FILLER          PIC X(14) VALUE "DESCONTOS POR ".
          02 CABV-VISAO      PIC X(10).

       01 CABECALHO-1.
          02 FILLER PIC X(07) VALUE " CODIGO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 CAB1-NOME PIC X(40).
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "      VALOR BRUTO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "    VALOR LIQUIDO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "  DESC. CONCEDIDO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "DESC.%".

       01 DETALHE.
          02 DET-CODIGO            PIC ZZZZZZ9.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-NOME              PIC X(40).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-BRUTO             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-LIQUIDO           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-DESCONTO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-PCT               PIC ZZ9,99.

       01 TOTAL-VISAO.
          02 FILLER                PIC X(26) VALUE
             "TOTAL DA COMPETENCIA.....".
          02 FILLER                PIC X(10) VALUE "COM DESC: ".
          02 TOTV-QTD              PIC ZZ.ZZ9.
          02 FILLER                PIC X(04) VALUE SPACES.
          02 TOTV-BRUTO            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 TOTV-LIQUIDO          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 TOTV-DESCONTO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 TOTV-PCT              PIC ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           COMPUTE WS-COMPETENCIA =
              (ANO-SISTEMA * 100) + MES-SISTEMA
           DISPLAY "PROGRELDESC - DESCONTOS CONCEDIDOS - "
              CAB-DATA
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              DISPLAY "PROGRELDESC - NAO HA PEDIDOS CADASTRADOS."
              GOBACK
           END-IF
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN INPUT ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM NOT = 00
              DISPLAY "PROGRELDESC - NAO HA ITENS DE PEDIDOS."
              CLOSE ARQ-PEDIDO
              GOBACK
           END-IF
           OPEN OUTPUT ARQ-DESC
           PERFORM GERA-LINHAS-DESCONTO
           CLOSE ARQ-DESC
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-PEDIDO

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA        TO CABT-DATA
           MOVE WS-COMPETENCIA  TO CAB-COMPETENCIA
           PERFORM IMPRIMIR-CABECALHO

           SORT ARQ-SORT ON ASCENDING KEY DSC-VEN-CODIGO-SORT
              USING  ARQ-DESC
              GIVING ARQ-SAI
           MOVE 1 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           SORT ARQ-SORT ON ASCENDING KEY DSC-PRO-CODIGO-SORT
              USING  ARQ-DESC
              GIVING ARQ-SAI
           MOVE 2 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           SORT ARQ-SORT ON ASCENDING KEY DSC-CLI-CODIGO-SORT
              USING  ARQ-DESC
              GIVING ARQ-SAI
           MOVE 3 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           CLOSE RELATORIO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-VENDEDOR
           DISPLAY "PROGRELDESC - PEDIDOS DA COMPETENCIA..: "
              WS-QTD-PEDIDOS
           DISPLAY "PROGRELDESC - ITENS ANALISADOS........: "
              WS-QTD-ITENS
           DISPLAY "PROGRELDESC - RELATORIO EM RDESC.TXT."
           GOBACK
           .
       GERA-LINHAS-DESCONTO.
      *    SO PEDIDOS ATIVOS (LIBERADOS) DA COMPETENCIA CORRENTE.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PEDIDO NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF PED-ATIVO
                 AND PED-COMPETENCIA = WS-COMPETENCIA
                 ADD 1 TO WS-QTD-PEDIDOS
                 PERFORM GERA-LINHAS-PEDIDO
              END-IF
           END-PERFORM
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
                    PERFORM GRAVA-LINHA-DESCONTO
                 END-IF
              END-IF
           END-PERFORM
           .
       GRAVA-LINHA-DESCONTO.
      *    O LIQUIDO FINAL DO ITEM E O VALOR DO ITEM (JA SEM O
      *    DESCONTO DE ITEM) MENOS O DESCONTO GERAL DO PEDIDO.
      *    ITEM SEM BRUTO GRAVADO CONTA O PROPRIO VALOR COMO BRUTO.
           ADD 1 TO WS-QTD-ITENS
           MOVE PED-VEN-CODIGO TO DSC-VEN-CODIGO
           MOVE ITE-PRO-CODIGO TO DSC-PRO-CODIGO
           MOVE PED-CLI-CODIGO TO DSC-CLI-CODIGO
           IF ITE-VALOR-BRUTO GREATER ITE-VALOR
              MOVE ITE-VALOR-BRUTO TO DSC-VALOR-BRUTO
           ELSE
              MOVE ITE-VALOR       TO DSC-VALOR-BRUTO
           END-IF
           COMPUTE DSC-VALOR-LIQUIDO ROUNDED =
              ITE-VALOR * (100 - PED-PCT-DESCONTO) / 100
           COMPUTE DSC-VALOR-DESCONTO =
              DSC-VALOR-BRUTO - DSC-VALOR-LIQUIDO
           WRITE REG-DESC
           .
       IMPRIME-VISAO.
           EVALUATE WS-VISAO
              WHEN 1
                 MOVE "VENDEDOR"  TO CABV-VISAO
                 MOVE "NOME DO VENDEDOR" TO CAB1-NOME
              WHEN 2
                 MOVE "PRODUTO"   TO CABV-VISAO
                 MOVE "DESCRICAO DO PRODUTO" TO CAB1-NOME
              WHEN OTHER
                 MOVE "CLIENTE"   TO CABV-VISAO
                 MOVE "RAZAO SOCIAL DO CLIENTE" TO CAB1-NOME
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
           MOVE ZEROS TO WS-BRUTO-VISAO
           MOVE ZEROS TO WS-LIQUIDO-VISAO
           MOVE ZEROS TO WS-DESCONTO-VISAO
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
                    MOVE DSC-VEN-CODIGO-SAI TO WS-CHAVE-LIDA
                 WHEN 2
                    MOVE DSC-PRO-CODIGO-SAI TO WS-CHAVE-LIDA
                 WHEN OTHER
                    MOVE DSC-CLI-CODIGO-SAI TO WS-CHAVE-LIDA
              END-EVALUATE
              IF WS-PRIMEIRA-CHAVE = "S"
                 OR WS-CHAVE-LIDA NOT = WS-CHAVE-ATUAL
                 PERFORM QUEBRA-CHAVE
              END-IF
              ADD DSC-VALOR-BRUTO-SAI    TO WS-BRUTO-CHAVE
              ADD DSC-VALOR-LIQUIDO-SAI  TO WS-LIQUIDO-CHAVE
              ADD DSC-VALOR-DESCONTO-SAI TO WS-DESCONTO-CHAVE
              ADD DSC-VALOR-BRUTO-SAI    TO WS-BRUTO-VISAO
              ADD DSC-VALOR-LIQUIDO-SAI  TO WS-LIQUIDO-VISAO
              ADD DSC-VALOR-DESCONTO-SAI TO WS-DESCONTO-VISAO
           END-PERFORM
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CHAVE
           END-IF
           CLOSE ARQ-SAI
           MOVE ZEROS TO WS-PCT-DESCONTO
           IF WS-BRUTO-VISAO GREATER ZEROS
              COMPUTE WS-PCT-DESCONTO ROUNDED =
                 WS-DESCONTO-VISAO * 100 / WS-BRUTO-VISAO
           END-IF
           MOVE WS-QTD-CHAVES     TO TOTV-QTD
           MOVE WS-BRUTO-VISAO    TO TOTV-BRUTO
           MOVE WS-LIQUIDO-VISAO  TO TOTV-LIQUIDO
           MOVE WS-DESCONTO-VISAO TO TOTV-DESCONTO
           MOVE WS-PCT-DESCONTO   TO TOTV-PCT
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM TOTAL-VISAO AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           .
       QUEBRA-CHAVE.
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CHAVE
           END-IF
           MOVE "N" TO WS-PRIMEIRA-CHAVE
           MOVE WS-CHAVE-LIDA TO WS-CHAVE-ATUAL
           MOVE ZEROS TO WS-BRUTO-CHAVE
           MOVE ZEROS TO WS-LIQUIDO-CHAVE
           MOVE ZEROS TO WS-DESCONTO-CHAVE
           .
       IMPRIME-CHAVE.
      *    SO ENTRA NA LISTA QUEM TEVE DESCONTO; O TOTAL DA VISAO
      *    SOMA TODAS AS VENDAS, COM E SEM DESCONTO.
           IF WS-DESCONTO-CHAVE = ZEROS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CHAVES
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
                 MOVE WS-CHAVE-ATUAL TO PRO-CODIGO
                 READ ARQ-PRODUTO
                 IF WS-RESULTADO-PRODUTO = 00
                    MOVE PRO-DESCRICAO TO DET-NOME
                 ELSE
                    MOVE "*** PRODUTO NAO CADASTRADO ***" TO DET-NOME
                 END-IF
              WHEN OTHER
                 MOVE WS-CHAVE-ATUAL TO CLI-CODIGO
                 READ ARQ-CLIENTE
                 IF WS-RESULTADO-CLIENTE = 00
                    MOVE CLI-RAZAO-SOCIAL TO DET-NOME
                 ELSE
                    MOVE "*** CLIENTE NAO CADASTRADO ***" TO DET-NOME
                 END-IF
           END-EVALUATE
           MOVE ZEROS TO WS-PCT-DESCONTO
           IF WS-BRUTO-CHAVE GREATER ZEROS
              COMPUTE WS-PCT-DESCONTO ROUNDED =
                 WS-DESCONTO-CHAVE * 100 / WS-BRUTO-CHAVE
           END-IF
           MOVE WS-CHAVE-ATUAL    TO DET-CODIGO
           MOVE WS-BRUTO-CHAVE    TO DET-BRUTO
           MOVE WS-LIQUIDO-CHAVE  TO DET-LIQUIDO
           MOVE WS-DESCONTO-CHAVE TO DET-DESCONTO
           MOVE WS-PCT-DESCONTO   TO DET-PCT
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
           MOVE  02 TO CONTADOR-LINHA.
