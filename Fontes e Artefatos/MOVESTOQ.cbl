       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVESTOQ.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** MOVIMENTACAO DE ESTOQUE ********
      *    SUBPROGRAMA UNICO DE ATUALIZACAO DOS SALDOS DE ESTOQUE
      *    (ESTOQUE.DAT): CHAMADO PELA MANUTENCAO DO PROG43
      *    (ENTRADA, AJUSTE, INVENTARIO E MINIMO), PELA DIGITACAO
      *    DE PEDIDOS (PROG07 E PROGMOVPED: CONSULTA E RESERVA),
      *    PELO CANCELAMENTO/REJEICAO (PROG07, PROG29: LIBERACAO) E
      *    PELO RETORNO DO ERP (PROGACKPED: SAIDA). CADA SALDO
      *    ALTERADO DEIXA UMA LINHA EM MOVEST.TXT. AS FUNCOES E OS
      *    RESULTADOS ESTAO DESCRITOS NO AREA-ESTOQUE.CPY.
      *    PRODUTO SEM LINHA EM ESTOQUE.DAT NAO TEM CONTROLE DE
      *    ESTOQUE: RESERVA, LIBERACAO E SAIDA O IGNORAM.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-ESTOQUE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS STQ-PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ESTOQUE.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDITEM.

           SELECT ARQ-MOVEST ASSIGN TO DISK WID-ARQ-MOVEST
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-MOVEST.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-ESTOQUE.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-MOVEST.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-ESTOQUE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-MOVEST           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ESTOQUE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MOVEST      PIC 9(02) VALUE ZEROS.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
       77 WS-STQ-NOVO              PIC X(01) VALUE SPACES.
       77 WS-QTD-APLICADOS         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MOVIMENTO         PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-QTD-EFETIVA           PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-SINAL-EFETIVO         PIC X(01) VALUE SPACES.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-ESTOQUE.
          02 LK-STQ-FUNCAO         PIC X(01).
          02 LK-STQ-PRO-CODIGO     PIC 9(05).
          02 LK-STQ-PED-NUMERO     PIC 9(09).
          02 LK-STQ-QUANTIDADE     PIC 9(07)V9(02).
          02 LK-STQ-SINAL          PIC X(01).
          02 LK-STQ-DOCUMENTO      PIC X(20).
          02 LK-STQ-OPERADOR       PIC X(10).
          02 LK-STQ-FISICA         PIC 9(07)V9(02).
          02 LK-STQ-RESERVADA      PIC 9(07)V9(02).
          02 LK-STQ-DISPONIVEL     PIC S9(07)V9(02).
          02 LK-STQ-MINIMA         PIC 9(07)V9(02).
          02 LK-STQ-RESULTADO      PIC 9(01).

       PROCEDURE DIVISION USING LK-AREA-ESTOQUE.
       INICIO.
           MOVE ZEROS TO LK-STQ-RESULTADO
           MOVE ZEROS TO LK-STQ-FISICA
           MOVE ZEROS TO LK-STQ-RESERVADA
           MOVE ZEROS TO LK-STQ-DISPONIVEL
           MOVE ZEROS TO LK-STQ-MINIMA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE "ESTOQUE.DAT" TO WID-ARQ-ESTOQUE
           OPEN I-O ARQ-ESTOQUE
           IF WS-RESULTADO-ESTOQUE NOT = 00
      *       SEM ARQUIVO NENHUM PRODUTO TEM CONTROLE; SO OS
      *       MOVIMENTOS DO PROG43 CRIAM O ARQUIVO.
              IF LK-STQ-FUNCAO = "C" OR = "R" OR = "L" OR = "S"
                 MOVE 1 TO LK-STQ-RESULTADO
                 GOBACK
              END-IF
              OPEN OUTPUT ARQ-ESTOQUE
              CLOSE ARQ-ESTOQUE
              OPEN I-O ARQ-ESTOQUE
           END-IF
           IF LK-STQ-FUNCAO NOT = "C"
              MOVE "MOVEST.TXT" TO WID-ARQ-MOVEST
              OPEN EXTEND ARQ-MOVEST
              IF WS-RESULTADO-MOVEST NOT = 00
                 OPEN OUTPUT ARQ-MOVEST
                 CLOSE ARQ-MOVEST
                 OPEN EXTEND ARQ-MOVEST
              END-IF
           END-IF
           EVALUATE LK-STQ-FUNCAO
              WHEN "C"
                 PERFORM CONSULTA-SALDO
              WHEN "E"
              WHEN "A"
              WHEN "I"
              WHEN "M"
                 PERFORM MOVIMENTA-PRODUTO
                    THRU F-MOVIMENTA-PRODUTO
              WHEN "R"
              WHEN "L"
              WHEN "S"
                 PERFORM MOVIMENTA-PEDIDO
                    THRU F-MOVIMENTA-PEDIDO
              WHEN OTHER
                 MOVE 1 TO LK-STQ-RESULTADO
           END-EVALUATE
           CLOSE ARQ-ESTOQUE
           IF LK-STQ-FUNCAO NOT = "C"
              CLOSE ARQ-MOVEST
           END-IF
           GOBACK
           .
       CONSULTA-SALDO.
           MOVE LK-STQ-PRO-CODIGO TO STQ-PRO-CODIGO
           READ ARQ-ESTOQUE
           IF WS-RESULTADO-ESTOQUE NOT = 00
              MOVE 1 TO LK-STQ-RESULTADO
           ELSE
              PERFORM DEVOLVE-SALDO
           END-IF
           .
       DEVOLVE-SALDO.
           MOVE STQ-QTD-FISICA     TO LK-STQ-FISICA
           MOVE STQ-QTD-RESERVADA  TO LK-STQ-RESERVADA
           MOVE STQ-QTD-DISPONIVEL TO LK-STQ-DISPONIVEL
           MOVE STQ-QTD-MINIMA     TO LK-STQ-MINIMA
           .
       MOVIMENTA-PRODUTO.
      *    MOVIMENTOS DO PROG43. PRODUTO AINDA SEM SALDO GANHA A
      *    LINHA NO PRIMEIRO MOVIMENTO. BAIXA MAIOR QUE O FISICO
      *    ZERA O FISICO; O MOVIMENTO REGISTRA O QUE FOI BAIXADO.
           MOVE LK-STQ-PRO-CODIGO TO STQ-PRO-CODIGO
           READ ARQ-ESTOQUE
           IF WS-RESULTADO-ESTOQUE = 00
              MOVE "N" TO WS-STQ-NOVO
           ELSE
              MOVE "S" TO WS-STQ-NOVO
              INITIALIZE REGISTRO-ESTOQUE
              MOVE LK-STQ-PRO-CODIGO TO STQ-PRO-CODIGO
           END-IF
           MOVE LK-STQ-QUANTIDADE TO WS-QTD-EFETIVA
           MOVE "+"               TO WS-SINAL-EFETIVO
           EVALUATE LK-STQ-FUNCAO
              WHEN "E"
                 ADD LK-STQ-QUANTIDADE TO STQ-QTD-FISICA
              WHEN "A"
                 IF LK-STQ-SINAL = "-"
                    MOVE "-" TO WS-SINAL-EFETIVO
                    IF LK-STQ-QUANTIDADE GREATER STQ-QTD-FISICA
                       MOVE STQ-QTD-FISICA TO WS-QTD-EFETIVA
                    END-IF
                    SUBTRACT WS-QTD-EFETIVA FROM STQ-QTD-FISICA
                 ELSE
                    ADD LK-STQ-QUANTIDADE TO STQ-QTD-FISICA
                 END-IF
              WHEN "I"
                 IF LK-STQ-QUANTIDADE NOT LESS STQ-QTD-FISICA
                    COMPUTE WS-QTD-EFETIVA =
                       LK-STQ-QUANTIDADE - STQ-QTD-FISICA
                 ELSE
                    MOVE "-" TO WS-SINAL-EFETIVO
                    COMPUTE WS-QTD-EFETIVA =
                       STQ-QTD-FISICA - LK-STQ-QUANTIDADE
                 END-IF
                 MOVE LK-STQ-QUANTIDADE TO STQ-QTD-FISICA
                 MOVE WS-DATA-SISTEMA   TO STQ-DATA-INVENTARIO
              WHEN "M"
                 MOVE SPACE             TO WS-SINAL-EFETIVO
                 MOVE LK-STQ-QUANTIDADE TO STQ-QTD-MINIMA
           END-EVALUATE
           COMPUTE STQ-QTD-DISPONIVEL =
              STQ-QTD-FISICA - STQ-QTD-RESERVADA
           MOVE WS-DATA-SISTEMA TO STQ-DATA-ULT-MOV
           IF WS-STQ-NOVO = "S"
              WRITE REGISTRO-ESTOQUE
           ELSE
              REWRITE REGISTRO-ESTOQUE
           END-IF
           IF WS-RESULTADO-ESTOQUE NOT = 00
              MOVE 2 TO LK-STQ-RESULTADO
              GO TO F-MOVIMENTA-PRODUTO
           END-IF
           PERFORM DEVOLVE-SALDO
           MOVE ZEROS TO MVE-PED-NUMERO
           PERFORM GRAVA-MOVIMENTO
           .
       F-MOVIMENTA-PRODUTO. EXIT.
       MOVIMENTA-PEDIDO.
      *    RESERVA, LIBERACAO OU SAIDA DE TODOS OS ITENS DO PEDIDO
      *    CUJO PRODUTO TEM CONTROLE DE ESTOQUE. NADA APLICADO
      *    DEVOLVE RESULTADO 1.
           MOVE ZEROS TO WS-QTD-APLICADOS
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN INPUT ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM NOT = 00
              MOVE 1 TO LK-STQ-RESULTADO
              GO TO F-MOVIMENTA-PEDIDO
           END-IF
           MOVE LK-STQ-PED-NUMERO TO ITE-PED-NUMERO
           MOVE ZEROS             TO ITE-SEQUENCIA
           START ARQ-PEDITEM KEY IS NOT LESS ITE-CHAVE
           IF WS-RESULTADO-PEDITEM NOT = 00
              MOVE 1 TO WS-FIM-ITENS
           ELSE
              MOVE ZEROS TO WS-FIM-ITENS
           END-IF
           PERFORM UNTIL WS-FIM-ITENS = 1
              READ ARQ-PEDITEM NEXT AT END
                 MOVE 1 TO WS-FIM-ITENS
              END-READ
              IF WS-FIM-ITENS NOT = 1
                 IF ITE-PED-NUMERO NOT = LK-STQ-PED-NUMERO
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    PERFORM MOVIMENTA-ITEM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PEDITEM
           IF WS-QTD-APLICADOS = ZEROS
              AND LK-STQ-RESULTADO = ZEROS
              MOVE 1 TO LK-STQ-RESULTADO
           END-IF
           .
       F-MOVIMENTA-PEDIDO. EXIT.
       MOVIMENTA-ITEM.
           MOVE ITE-PRO-CODIGO TO STQ-PRO-CODIGO
           READ ARQ-ESTOQUE
           IF WS-RESULTADO-ESTOQUE NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ITE-QUANTIDADE TO WS-QTD-MOVIMENTO
           MOVE ITE-QUANTIDADE TO WS-QTD-EFETIVA
           EVALUATE LK-STQ-FUNCAO
              WHEN "R"
                 MOVE "+" TO WS-SINAL-EFETIVO
                 ADD WS-QTD-MOVIMENTO TO STQ-QTD-RESERVADA
              WHEN "L"
                 MOVE "-" TO WS-SINAL-EFETIVO
                 IF WS-QTD-MOVIMENTO GREATER STQ-QTD-RESERVADA
                    MOVE STQ-QTD-RESERVADA TO WS-QTD-EFETIVA
                 END-IF
                 SUBTRACT WS-QTD-EFETIVA FROM STQ-QTD-RESERVADA
              WHEN "S"
      *          A MERCADORIA SAI DO FISICO E DEIXA DE ESTAR
      *          RESERVADA; OS DOIS SALDOS PARAM EM ZERO.
                 MOVE "-" TO WS-SINAL-EFETIVO
                 IF WS-QTD-MOVIMENTO GREATER STQ-QTD-RESERVADA
                    MOVE ZEROS TO STQ-QTD-RESERVADA
                 ELSE
                    SUBTRACT WS-QTD-MOVIMENTO FROM STQ-QTD-RESERVADA
                 END-IF
                 IF WS-QTD-MOVIMENTO GREATER STQ-QTD-FISICA
                    MOVE STQ-QTD-FISICA TO WS-QTD-EFETIVA
                 END-IF
                 SUBTRACT WS-QTD-EFETIVA FROM STQ-QTD-FISICA
           END-EVALUATE
           COMPUTE STQ-QTD-DISPONIVEL =
              STQ-QTD-FISICA - STQ-QTD-RESERVADA
           MOVE WS-DATA-SISTEMA TO STQ-DATA-ULT-MOV
           REWRITE REGISTRO-ESTOQUE
           IF WS-RESULTADO-ESTOQUE NOT = 00
              MOVE 2 TO LK-STQ-RESULTADO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-APLICADOS
           MOVE LK-STQ-PED-NUMERO TO MVE-PED-NUMERO
           PERFORM GRAVA-MOVIMENTO
           .
       GRAVA-MOVIMENTO.
      *    MVE-PED-NUMERO JA PREENCHIDO PELO CHAMADOR.
           MOVE WS-DATA-SISTEMA   TO MVE-DATA
           MOVE WS-HORA-SISTEMA   TO MVE-HORA
           MOVE STQ-PRO-CODIGO    TO MVE-PRO-CODIGO
           MOVE LK-STQ-FUNCAO     TO MVE-TIPO
           MOVE WS-SINAL-EFETIVO  TO MVE-SINAL
           MOVE WS-QTD-EFETIVA    TO MVE-QUANTIDADE
           MOVE STQ-QTD-FISICA    TO MVE-FISICA-APOS
           MOVE STQ-QTD-RESERVADA TO MVE-RESERVADA-APOS
           MOVE LK-STQ-DOCUMENTO  TO MVE-DOCUMENTO
           MOVE LK-STQ-OPERADOR   TO MVE-OPERADOR
           WRITE REGISTRO-MOVEST
           .
