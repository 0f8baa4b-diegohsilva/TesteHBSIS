       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG43.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** MOVIMENTACAO DE ESTOQUE ********
      *    MOSTRA O SALDO DE ESTOQUE DO PRODUTO (FISICO, RESERVADO
      *    EM PEDIDOS E DISPONIVEL) E REGISTRA OS MOVIMENTOS
      *    MANUAIS: ENTRADA DE MERCADORIA, AJUSTE (+/-), CONTAGEM
      *    DE INVENTARIO (A QUANTIDADE CONTADA SUBSTITUI O FISICO)
      *    E O ESTOQUE MINIMO USADO PELO RELATORIO DE REPOSICAO
      *    (PROGREPOS). A GRAVACAO E FEITA PELO MOVESTOQ, QUE
      *    REGISTRA CADA MOVIMENTO EM MOVEST.TXT. O PRIMEIRO
      *    MOVIMENTO DE UM PRODUTO LIGA O CONTROLE DE ESTOQUE DELE:
      *    A PARTIR DAI A DIGITACAO DE PEDIDOS CONFERE E RESERVA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PRODUTO.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 AUX-CODIGO               PIC 9(05) VALUE ZEROS.
       77 AUX-TIPO                 PIC X(01) VALUE SPACES.
           88 TIPO-ENTRADA      VALUE "E".
           88 TIPO-AJUSTE       VALUE "A".
           88 TIPO-INVENTARIO   VALUE "I".
           88 TIPO-MINIMO       VALUE "M".
       77 AUX-QUANTIDADE           PIC 9(07)V9(02) VALUE ZEROS.
       77 AUX-SINAL                PIC X(01) VALUE SPACES.
       77 AUX-DOCUMENTO            PIC X(20) VALUE SPACES.
       01 WS-QTD-EDITADA           PIC -Z.ZZZ.ZZ9,99.
       COPY "AREA-ESTOQUE.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-ESTOQUE BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "   MOVIMENTACAO DE ESTOQUE    ".
          02 LINE 02 COLUMN 73 VALUE "PROG43".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DO PRODUTO.....".
          02 LINE 05 COLUMN 01 VALUE "DESCRICAO.............".
          02 LINE 06 COLUMN 01 VALUE "UNIDADE...............".
          02 LINE 07 COLUMN 01 VALUE "QUANTIDADE FISICA.....".
          02 LINE 08 COLUMN 01 VALUE "RESERVADA EM PEDIDOS..".
          02 LINE 09 COLUMN 01 VALUE "DISPONIVEL............".
          02 LINE 10 COLUMN 01 VALUE "ESTOQUE MINIMO........".
          02 LINE 11 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 12 COLUMN 01 VALUE "MOVIMENTO (E/A/I/M)...".
          02 LINE 12 COLUMN 30 VALUE
             "E=ENTRADA A=AJUSTE I=INVENTARIO M=MINIMO".
          02 LINE 13 COLUMN 01 VALUE "QUANTIDADE............".
          02 LINE 14 COLUMN 01 VALUE "SINAL DO AJUSTE (+/-).".
          02 LINE 15 COLUMN 01 VALUE "DOCUMENTO.............".
          02 LINE 16 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "NAO HA PRODUTOS CADASTRADOS (PROG24)." AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MOVIMENTAR-ESTOQUE
                 THRU F-MOVIMENTAR-ESTOQUE
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MOVIMENTAR OUTRO PRODUTO? S/N"         AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2431
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-PRODUTO
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       MOVIMENTAR-ESTOQUE.
           DISPLAY TELA-ESTOQUE AT 0101
           MOVE ZEROS TO AUX-CODIGO
           ACCEPT AUX-CODIGO                                  AT 0424
           IF AUX-CODIGO = ZEROS
              GO TO F-MOVIMENTAR-ESTOQUE
           END-IF
           MOVE AUX-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "PRODUTO NAO CADASTRADO!"               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MOVIMENTAR-ESTOQUE
           END-IF
           DISPLAY PRO-DESCRICAO                              AT 0524
           DISPLAY PRO-UNIDADE                                AT 0624
           IF PRO-INATIVO
              DISPLAY "(PRODUTO INATIVO)"                     AT 0630
           END-IF
           MOVE "C"        TO WS-STQ-FUNCAO
           MOVE AUX-CODIGO TO WS-STQ-PRO-CODIGO
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           CANCEL "MOVESTOQ"
           PERFORM MOSTRA-SALDO
           IF WS-STQ-RESULTADO NOT = ZEROS
              DISPLAY "PRODUTO SEM CONTROLE DE ESTOQUE - O PRIMEIRO "
                 "MOVIMENTO O INCLUI."                        AT 2301
           END-IF
           MOVE SPACES TO AUX-TIPO
           PERFORM UNTIL TIPO-ENTRADA OR TIPO-AJUSTE
                      OR TIPO-INVENTARIO OR TIPO-MINIMO
              ACCEPT AUX-TIPO                                 AT 1224
              IF AUX-TIPO = SPACES
                 DISPLAY LIMPA-LINHA                          AT 2301
                 GO TO F-MOVIMENTAR-ESTOQUE
              END-IF
              INSPECT AUX-TIPO CONVERTING "eaim" TO "EAIM"
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
      *    CONTAGEM E MINIMO ACEITAM ZERO; ENTRADA E AJUSTE NAO.
           MOVE ZEROS TO AUX-QUANTIDADE
           ACCEPT AUX-QUANTIDADE                              AT 1324
           PERFORM UNTIL AUX-QUANTIDADE GREATER ZEROS
                      OR TIPO-INVENTARIO OR TIPO-MINIMO
              DISPLAY "A QUANTIDADE DEVE SER MAIOR QUE ZERO!" AT 2401
              ACCEPT AUX-QUANTIDADE                           AT 1324
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE "+" TO AUX-SINAL
           IF TIPO-AJUSTE
              MOVE SPACES TO AUX-SINAL
              PERFORM UNTIL AUX-SINAL = "+" OR = "-"
                 ACCEPT AUX-SINAL                             AT 1424
              END-PERFORM
           END-IF
           MOVE SPACES TO AUX-DOCUMENTO
           ACCEPT AUX-DOCUMENTO                               AT 1524
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA O MOVIMENTO? S/N"                AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-MOVIMENTAR-ESTOQUE
           END-IF
           MOVE AUX-TIPO       TO WS-STQ-FUNCAO
           MOVE AUX-CODIGO     TO WS-STQ-PRO-CODIGO
           MOVE ZEROS          TO WS-STQ-PED-NUMERO
           MOVE AUX-QUANTIDADE TO WS-STQ-QUANTIDADE
           MOVE AUX-SINAL      TO WS-STQ-SINAL
           MOVE AUX-DOCUMENTO  TO WS-STQ-DOCUMENTO
           MOVE OPERADOR       TO WS-STQ-OPERADOR
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           CANCEL "MOVESTOQ"
           IF WS-STQ-RESULTADO NOT = ZEROS
              DISPLAY "ERRO NA GRAVACAO - ESTOQUE."           AT 2401
           ELSE
              PERFORM MOSTRA-SALDO
              DISPLAY "MOVIMENTO REGISTRADO COM SUCESSO!"     AT 2401
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-MOVIMENTAR-ESTOQUE. EXIT.
       MOSTRA-SALDO.
           MOVE WS-STQ-FISICA     TO WS-QTD-EDITADA
           DISPLAY WS-QTD-EDITADA                             AT 0724
           MOVE WS-STQ-RESERVADA  TO WS-QTD-EDITADA
           DISPLAY WS-QTD-EDITADA                             AT 0824
           MOVE WS-STQ-DISPONIVEL TO WS-QTD-EDITADA
           DISPLAY WS-QTD-EDITADA                             AT 0924
           MOVE WS-STQ-MINIMA     TO WS-QTD-EDITADA
           DISPLAY WS-QTD-EDITADA                             AT 1024
           .
