       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPARC.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** DESDOBRAMENTO DO PEDIDO EM PARCELAS ********
      *    SUBPROGRAMA CHAMADO POR QUEM GERA TITULOS A RECEBER
      *    (PROG07, PROG29, PROGMOVPED) PARA DESDOBRAR O VALOR DO
      *    PEDIDO NAS PARCELAS DA CONDICAO DE PAGAMENTO (CONDPAG.DAT,
      *    MANTIDO PELO PROG41). DEVOLVE VENCIMENTO E VALOR DE CADA
      *    PARCELA NA AREA DO AREA-PARCELAS.CPY; A ULTIMA PARCELA
      *    ABSORVE A DIFERENCA DE ARREDONDAMENTO. CONDICAO ZERO,
      *    INEXISTENTE OU INATIVA DEVOLVE PARCELA UNICA NO PRAZO
      *    PADRAO INFORMADO PELO CHAMADOR, COM RESULTADO 1.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CONDPAG ASSIGN TO DISK WID-ARQ-CONDPAG
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CPG-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONDPAG.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CONDPAG.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CONDPAG          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONDPAG     PIC 9(02) VALUE ZEROS.
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-EMISSAO          PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-DISTRIBUIDO     PIC 9(09)V9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-PARCELAS.
          02 LK-PARC-CONDICAO      PIC 9(03).
          02 LK-PARC-EMISSAO       PIC 9(08).
          02 LK-PARC-VALOR-TOTAL   PIC 9(09)V9(02).
          02 LK-PARC-PRAZO-PADRAO  PIC 9(03).
          02 LK-PARC-QTD           PIC 9(02).
          02 LK-PARC-RESULTADO     PIC 9(01).
          02 LK-PARC-TABELA OCCURS 12 TIMES.
             03 LK-PARC-VENCIMENTO PIC 9(08).
             03 LK-PARC-VALOR      PIC 9(09)V9(02).

       PROCEDURE DIVISION USING LK-AREA-PARCELAS.
       INICIO.
           MOVE 1     TO LK-PARC-RESULTADO
           MOVE ZEROS TO LK-PARC-QTD
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 12
              MOVE ZEROS TO LK-PARC-VENCIMENTO (WS-IND)
              MOVE ZEROS TO LK-PARC-VALOR (WS-IND)
           END-PERFORM
           COMPUTE WS-DIAS-EMISSAO =
              FUNCTION INTEGER-OF-DATE (LK-PARC-EMISSAO)
           IF LK-PARC-CONDICAO NOT = ZEROS
              PERFORM LE-CONDICAO
                 THRU F-LE-CONDICAO
           END-IF
           IF LK-PARC-RESULTADO NOT = ZEROS
              MOVE 1 TO LK-PARC-QTD
              COMPUTE LK-PARC-VENCIMENTO (1) =
                 FUNCTION DATE-OF-INTEGER
                    (WS-DIAS-EMISSAO + LK-PARC-PRAZO-PADRAO)
              MOVE LK-PARC-VALOR-TOTAL TO LK-PARC-VALOR (1)
           END-IF
           GOBACK
           .
       LE-CONDICAO.
           MOVE "CONDPAG.DAT" TO WID-ARQ-CONDPAG
           OPEN INPUT ARQ-CONDPAG
           IF WS-RESULTADO-CONDPAG NOT = 00
              GO TO F-LE-CONDICAO
           END-IF
           MOVE LK-PARC-CONDICAO TO CPG-CODIGO
           READ ARQ-CONDPAG
           IF WS-RESULTADO-CONDPAG NOT = 00
              OR NOT CPG-ATIVA
              OR CPG-QTD-PARCELAS = ZEROS
              OR CPG-QTD-PARCELAS > 12
              CLOSE ARQ-CONDPAG
              GO TO F-LE-CONDICAO
           END-IF
           MOVE CPG-QTD-PARCELAS TO LK-PARC-QTD
           MOVE ZEROS TO WS-VALOR-DISTRIBUIDO
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > CPG-QTD-PARCELAS
              COMPUTE LK-PARC-VENCIMENTO (WS-IND) =
                 FUNCTION DATE-OF-INTEGER
                    (WS-DIAS-EMISSAO + CPG-DIAS (WS-IND))
              IF WS-IND = CPG-QTD-PARCELAS
                 COMPUTE LK-PARC-VALOR (WS-IND) =
                    LK-PARC-VALOR-TOTAL - WS-VALOR-DISTRIBUIDO
              ELSE
                 COMPUTE LK-PARC-VALOR (WS-IND) ROUNDED =
                    LK-PARC-VALOR-TOTAL * CPG-PERCENTUAL (WS-IND)
                    / 100
                 ADD LK-PARC-VALOR (WS-IND) TO WS-VALOR-DISTRIBUIDO
              END-IF
           END-PERFORM
           MOVE ZEROS TO LK-PARC-RESULTADO
           CLOSE ARQ-CONDPAG
           .
       F-LE-CONDICAO. EXIT.
