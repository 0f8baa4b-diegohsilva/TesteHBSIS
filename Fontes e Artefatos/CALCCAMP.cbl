       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCAMP.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CAMPANHA PROMOCIONAL DO ITEM ********
      *    SUBPROGRAMA CHAMADO POR QUEM DIGITA ITENS DE PEDIDO
      *    (PROG07, PROGMOVPED) PARA APLICAR AS CAMPANHAS DO
      *    MARKETING (CAMPANHA.DAT, MANTIDA PELO PROG46). UMA
      *    CAMPANHA VALE PARA O ITEM QUANDO ESTA ATIVA, A DATA DO
      *    PEDIDO CAI NO PERIODO, O PRODUTO ESTA NA LISTA DELA E O
      *    TERRITORIO DO CLIENTE (TERRIT.DAT, PELA UF) ESTA ENTRE
      *    OS ELEGIVEIS - CAMPANHA SEM TERRITORIO INFORMADO VALE
      *    PARA TODOS. O PRECO DE CAMPANHA E O PRECO FIXO DO
      *    PRODUTO NA CAMPANHA OU, COM ELE ZERADO, O PRECO SUGERIDO
      *    MENOS O DESCONTO DA CAMPANHA. COM MAIS DE UMA CAMPANHA
      *    VALIDA, FICA A DE MENOR PRECO. SEM CAMPANHA O PRECO
      *    SUGERIDO VOLTA INALTERADO, COM RESULTADO 1.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CMP-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAMPANHA.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CAMPANHA.FD".
       COPY "ARQ-TERRIT.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CAMPANHA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CAMPANHA    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-FIM-CAMPANHAS         PIC 9(01) VALUE ZEROS.
       77 WS-TERRITORIO-CLI        PIC 9(03) VALUE ZEROS.
       77 WS-TER-ELEGIVEL          PIC X(01) VALUE SPACES.
       77 WS-TER-INFORMADO         PIC X(01) VALUE SPACES.
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-IND-PRODUTO           PIC 9(02) VALUE ZEROS.
       77 WS-PRECO-CAMPANHA        PIC 9(09)V9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-CAMPANHA.
          02 LK-CMP-PRO-CODIGO     PIC 9(05).
          02 LK-CMP-UF             PIC X(02).
          02 LK-CMP-DATA           PIC 9(08).
          02 LK-CMP-PRECO-BASE     PIC 9(09)V9(02).
          02 LK-CMP-CAMPANHA       PIC 9(05).
          02 LK-CMP-PRECO          PIC 9(09)V9(02).
          02 LK-CMP-PONTOS         PIC 9(02)V9(02).
          02 LK-CMP-RESULTADO      PIC 9(01).

       PROCEDURE DIVISION USING LK-AREA-CAMPANHA.
       INICIO.
           MOVE 1                 TO LK-CMP-RESULTADO
           MOVE ZEROS             TO LK-CMP-CAMPANHA
           MOVE ZEROS             TO LK-CMP-PONTOS
           MOVE LK-CMP-PRECO-BASE TO LK-CMP-PRECO
           PERFORM LE-TERRITORIO
              THRU F-LE-TERRITORIO
           PERFORM PROCURA-CAMPANHAS
              THRU F-PROCURA-CAMPANHAS
           GOBACK
           .
       LE-TERRITORIO.
      *    UF FORA DE TERRIT.DAT (OU SEM A TABELA) FICA COM
      *    TERRITORIO ZERO: SO ENTRA NAS CAMPANHAS SEM RESTRICAO.
           MOVE ZEROS TO WS-TERRITORIO-CLI
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT NOT = 00
              GO TO F-LE-TERRITORIO
           END-IF
           MOVE LK-CMP-UF TO TER-UF
           READ ARQ-TERRIT
           IF WS-RESULTADO-TERRIT = 00
              MOVE TER-TERRITORIO TO WS-TERRITORIO-CLI
           END-IF
           CLOSE ARQ-TERRIT
           .
       F-LE-TERRITORIO. EXIT.
       PROCURA-CAMPANHAS.
           MOVE "CAMPANHA.DAT" TO WID-ARQ-CAMPANHA
           OPEN INPUT ARQ-CAMPANHA
           IF WS-RESULTADO-CAMPANHA NOT = 00
              GO TO F-PROCURA-CAMPANHAS
           END-IF
           MOVE ZEROS TO WS-FIM-CAMPANHAS
           PERFORM UNTIL WS-FIM-CAMPANHAS = 1
              READ ARQ-CAMPANHA NEXT AT END
                 MOVE 1 TO WS-FIM-CAMPANHAS
              END-READ
              IF WS-FIM-CAMPANHAS NOT = 1
                 AND CMP-ATIVA
                 AND CMP-DATA-INICIO NOT GREATER LK-CMP-DATA
                 AND CMP-DATA-FIM NOT LESS LK-CMP-DATA
                 PERFORM CONFERE-CAMPANHA
              END-IF
           END-PERFORM
           CLOSE ARQ-CAMPANHA
           .
       F-PROCURA-CAMPANHAS. EXIT.
       CONFERE-CAMPANHA.
           MOVE SPACES TO WS-TER-ELEGIVEL
           MOVE SPACES TO WS-TER-INFORMADO
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
              IF CMP-TERRITORIO (WS-IND) NOT = ZEROS
                 MOVE "S" TO WS-TER-INFORMADO
                 IF CMP-TERRITORIO (WS-IND) = WS-TERRITORIO-CLI
                    MOVE "S" TO WS-TER-ELEGIVEL
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TER-INFORMADO = "S" AND WS-TER-ELEGIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-IND-PRODUTO
           PERFORM VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > CMP-QTD-PRODUTOS OR WS-IND > 8
              IF CMP-PRO-CODIGO (WS-IND) = LK-CMP-PRO-CODIGO
                 MOVE WS-IND TO WS-IND-PRODUTO
              END-IF
           END-PERFORM
           IF WS-IND-PRODUTO = ZEROS
              EXIT PARAGRAPH
           END-IF
           IF CMP-PRECO (WS-IND-PRODUTO) GREATER ZEROS
              MOVE CMP-PRECO (WS-IND-PRODUTO) TO WS-PRECO-CAMPANHA
           ELSE
              COMPUTE WS-PRECO-CAMPANHA ROUNDED =
                 LK-CMP-PRECO-BASE
                    * (100 - CMP-PCT-DESCONTO (WS-IND-PRODUTO)) / 100
           END-IF
           IF LK-CMP-RESULTADO = ZEROS
              AND WS-PRECO-CAMPANHA NOT LESS LK-CMP-PRECO
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS               TO LK-CMP-RESULTADO
           MOVE CMP-CODIGO          TO LK-CMP-CAMPANHA
           MOVE WS-PRECO-CAMPANHA   TO LK-CMP-PRECO
           MOVE CMP-PONTOS-COMISSAO TO LK-CMP-PONTOS
           .
