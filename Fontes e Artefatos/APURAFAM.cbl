       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURAFAM.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** VENDIDO POR VENDEDOR E FAMILIA ********
      *    SUBPROGRAMA QUE APURA, PARA UMA COMPETENCIA, O VALOR
      *    VENDIDO POR VENDEDOR E FAMILIA DE PRODUTOS: PERCORRE OS
      *    PEDIDOS LIBERADOS DA COMPETENCIA (PEDIDO.DAT), LE OS
      *    ITENS (PEDITEM.DAT) E CLASSIFICA CADA ITEM PELA FAMILIA
      *    DO PRODUTO (PRO-FAMILIA). O DESCONTO GERAL DO PEDIDO E
      *    RATEADO PELOS ITENS, COMO NO BONUS DE CAMPANHA DO
      *    PROG08, PARA A SOMA DAS FAMILIAS BATER COM PED-VALOR. O
      *    CREDITO E DE QUEM VENDEU (PED-VEN-CODIGO), COMO NA
      *    PROJECAO (PROGPROJ). USADO PELO PROGATFAM, PELO
      *    PROGGERFAM E PELAS FAIXAS DE COMISSAO DO PROG08.
      *    BONIFICACAO (PED-TIPO "B") NAO E VENDA E FICA FORA.

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

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-PRODUTO.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-PRODUTO-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FIM-PEDIDOS           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
       77 WS-SOMA-ITENS-PED        PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VALOR-RATEADO         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-PED         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ITEM              PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO                PIC X(01) VALUE SPACES.
      *    ITENS DO PEDIDO CORRENTE JA CLASSIFICADOS, PARA O RATEIO.
       01 TABELA-ITENS-PEDIDO.
          02 ITP-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-ITP-FAMILIA    PIC 9(03).
             03 TAB-ITP-VALOR      PIC 9(09)V9(02).

       LINKAGE SECTION.
       01 LK-AREA-VENDAFAM.
          02 LK-VFA-COMPETENCIA    PIC 9(06).
          02 LK-VFA-RESULTADO      PIC 9(01).
          02 LK-VFA-QTD            PIC 9(04).
          02 LK-VFA-OCORRENCIA OCCURS 5000 TIMES.
             03 LK-VFA-VENDEDOR    PIC 9(05).
             03 LK-VFA-FAMILIA     PIC 9(03).
             03 LK-VFA-VALOR       PIC 9(11)V9(02).

       PROCEDURE DIVISION USING LK-AREA-VENDAFAM.
       INICIO.
           MOVE 1     TO LK-VFA-RESULTADO
           MOVE ZEROS TO LK-VFA-QTD
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              GOBACK
           END-IF
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN INPUT ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM NOT = 00
              CLOSE ARQ-PEDIDO
              GOBACK
           END-IF
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00
              MOVE "S" TO WS-PRODUTO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-PRODUTO-DISPONIVEL
           END-IF
           MOVE ZEROS TO LK-VFA-RESULTADO
           MOVE ZEROS TO WS-FIM-PEDIDOS
           PERFORM UNTIL WS-FIM-PEDIDOS = 1
              READ ARQ-PEDIDO NEXT AT END
                 MOVE 1 TO WS-FIM-PEDIDOS
              END-READ
              IF WS-FIM-PEDIDOS NOT = 1
                 AND PED-COMPETENCIA = LK-VFA-COMPETENCIA
                 AND PED-ATIVO
                 AND NOT PED-BONIFICACAO
                 PERFORM APURA-PEDIDO
              END-IF
           END-PERFORM
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           IF WS-PRODUTO-DISPONIVEL = "S"
              CLOSE ARQ-PRODUTO
           END-IF
           GOBACK
           .
       APURA-PEDIDO.
           MOVE ZEROS TO WS-QTD-ITENS-PED
           MOVE ZEROS TO WS-SOMA-ITENS-PED
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
                    PERFORM GUARDA-ITEM-PEDIDO
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SOMA-ITENS-PED = ZEROS
              EXIT PARAGRAPH
           END-IF
           PERFORM RATEIA-ITEM-PEDIDO
              VARYING WS-IDX-ITEM FROM 1 BY 1
              UNTIL WS-IDX-ITEM > WS-QTD-ITENS-PED
           .
       GUARDA-ITEM-PEDIDO.
           IF WS-QTD-ITENS-PED NOT < 999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ITENS-PED
           ADD ITE-VALOR TO WS-SOMA-ITENS-PED
           MOVE ITE-VALOR TO TAB-ITP-VALOR (WS-QTD-ITENS-PED)
           MOVE ZEROS     TO TAB-ITP-FAMILIA (WS-QTD-ITENS-PED)
           IF WS-PRODUTO-DISPONIVEL = "S"
              MOVE ITE-PRO-CODIGO TO PRO-CODIGO
              READ ARQ-PRODUTO
              IF WS-RESULTADO-PRODUTO = 00
                 MOVE PRO-FAMILIA
                   TO TAB-ITP-FAMILIA (WS-QTD-ITENS-PED)
              END-IF
           END-IF
           .
       RATEIA-ITEM-PEDIDO.
           COMPUTE WS-VALOR-RATEADO ROUNDED =
              TAB-ITP-VALOR (WS-IDX-ITEM) * PED-VALOR
                 / WS-SOMA-ITENS-PED
              ON SIZE ERROR
                 MOVE TAB-ITP-VALOR (WS-IDX-ITEM) TO WS-VALOR-RATEADO
           END-COMPUTE
           MOVE SPACES TO WS-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > LK-VFA-QTD OR WS-ACHADO = "S"
              IF LK-VFA-VENDEDOR (WS-IDX) = PED-VEN-CODIGO
                 AND LK-VFA-FAMILIA (WS-IDX)
                     = TAB-ITP-FAMILIA (WS-IDX-ITEM)
                 MOVE "S" TO WS-ACHADO
                 ADD WS-VALOR-RATEADO TO LK-VFA-VALOR (WS-IDX)
              END-IF
           END-PERFORM
           IF WS-ACHADO = "S"
              EXIT PARAGRAPH
           END-IF
           IF LK-VFA-QTD NOT < 5000
              MOVE 2 TO LK-VFA-RESULTADO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO LK-VFA-QTD
           MOVE PED-VEN-CODIGO   TO LK-VFA-VENDEDOR (LK-VFA-QTD)
           MOVE TAB-ITP-FAMILIA (WS-IDX-ITEM)
                                 TO LK-VFA-FAMILIA (LK-VFA-QTD)
           MOVE WS-VALOR-RATEADO TO LK-VFA-VALOR (LK-VFA-QTD)
           .
