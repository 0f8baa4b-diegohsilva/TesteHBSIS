       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOLER.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CUSTO PADRAO VIGENTE DO PRODUTO ********
      *    SUBPROGRAMA CHAMADO POR QUEM GRAVA ITENS DE PEDIDO
      *    (PROG07, PROGMOVPED, PROGPEDREC) PARA CONGELAR NO ITEM O
      *    CUSTO PADRAO DO PRODUTO (CUSTO.DAT, MANTIDO PELO PROG60)
      *    VIGENTE NA DATA DO PEDIDO: A LINHA DE MAIOR VIGENCIA QUE
      *    NAO PASSE DA DATA. SEM LINHA VIGENTE (OU SEM A TABELA) O
      *    CUSTO VOLTA ZERADO, COM RESULTADO 1.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CUSTO ASSIGN TO DISK WID-ARQ-CUSTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CUS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CUSTO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CUSTO.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CUSTO            PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CUSTO       PIC 9(02) VALUE ZEROS.
       77 WS-FIM-CUSTOS            PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-CUSTO.
          02 LK-CUS-PRO-CODIGO     PIC 9(05).
          02 LK-CUS-DATA           PIC 9(08).
          02 LK-CUS-CUSTO          PIC 9(09)V9(02).
          02 LK-CUS-RESULTADO      PIC 9(01).

       PROCEDURE DIVISION USING LK-AREA-CUSTO.
       INICIO.
           MOVE 1     TO LK-CUS-RESULTADO
           MOVE ZEROS TO LK-CUS-CUSTO
           MOVE "CUSTO.DAT" TO WID-ARQ-CUSTO
           OPEN INPUT ARQ-CUSTO
           IF WS-RESULTADO-CUSTO NOT = 00
              GOBACK
           END-IF
           MOVE LK-CUS-PRO-CODIGO TO CUS-PRO-CODIGO
           MOVE ZEROS             TO CUS-VIGENCIA
           START ARQ-CUSTO KEY IS NOT LESS CUS-CHAVE
           IF WS-RESULTADO-CUSTO NOT = 00
              CLOSE ARQ-CUSTO
              GOBACK
           END-IF
           MOVE ZEROS TO WS-FIM-CUSTOS
           PERFORM UNTIL WS-FIM-CUSTOS = 1
              READ ARQ-CUSTO NEXT AT END
                 MOVE 1 TO WS-FIM-CUSTOS
              END-READ
              IF WS-FIM-CUSTOS NOT = 1
                 IF CUS-PRO-CODIGO NOT = LK-CUS-PRO-CODIGO
                    OR CUS-VIGENCIA GREATER LK-CUS-DATA
                    MOVE 1 TO WS-FIM-CUSTOS
                 ELSE
                    MOVE CUS-VALOR TO LK-CUS-CUSTO
                    MOVE ZEROS     TO LK-CUS-RESULTADO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-CUSTO
           GOBACK
           .
