       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG41.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** MANUTENCAO DE CONDICOES DE PAGAMENTO ********
      *    MANTEM O CADASTRO DE CONDICOES DE PAGAMENTO (CONDPAG.DAT):
      *    CODIGO DE 3 POSICOES, DESCRICAO, QUANTIDADE DE PARCELAS
      *    (ATE 12) E, PARA CADA PARCELA, OS DIAS A PARTIR DA EMISSAO
      *    E O PERCENTUAL DO VALOR DO PEDIDO. A GRAVACAO SO E ACEITA
      *    COM OS DIAS EM ORDEM CRESCENTE E OS PERCENTUAIS FECHANDO
      *    100,00. A CONDICAO E ESCOLHIDA NA DIGITACAO DO PEDIDO
      *    (PROG07) E NO MOVIMENTO DO CAMPO (PROGMOVPED); O CALCPARC
      *    DESDOBRA O PEDIDO EM UM TITULO POR PARCELA.

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
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-CONDPAG          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONDPAG     PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-CPG-EXISTE            PIC X(01) VALUE SPACES.
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-POSICAO               PIC 9(04) VALUE ZEROS.
       77 WS-SOMA-PERCENTUAL       PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-PARCELAS-OK           PIC X(01) VALUE SPACES.
       77 WS-NUM-PARCELA           PIC Z9.
       77 AUX-CODIGO               PIC 9(03) VALUE ZEROS.
       77 AUX-DESCRICAO            PIC X(30) VALUE SPACES.
       77 AUX-QTD-PARCELAS         PIC 9(02) VALUE ZEROS.
       77 AUX-STATUS               PIC X(01) VALUE SPACES.
       01 AUX-TABELA-PARCELAS.
          02 AUX-PARCELA OCCURS 12 TIMES.
             03 AUX-DIAS           PIC 9(03).
             03 AUX-PERCENTUAL     PIC 9(03)V9(02).

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CONDPAG BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "MANUTENCAO DE COND. DE PAGAMENTO".
          02 LINE 02 COLUMN 73 VALUE "PROG41".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DA CONDICAO....".
          02 LINE 05 COLUMN 01 VALUE "DESCRICAO.............".
          02 LINE 06 COLUMN 01 VALUE "QTD. DE PARCELAS......".
          02 LINE 07 COLUMN 01 VALUE "SITUACAO (A/I)........".
          02 LINE 08 COLUMN 01 VALUE
             "PARCELA   DIAS   PERCENTUAL".
          02 LINE 21 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "CONDPAG.DAT" TO WID-ARQ-CONDPAG
           OPEN I-O ARQ-CONDPAG
           IF WS-RESULTADO-CONDPAG NOT = 00
              OPEN OUTPUT ARQ-CONDPAG
              CLOSE ARQ-CONDPAG
              OPEN I-O ARQ-CONDPAG
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-CONDICAO
                 THRU F-MANTER-CONDICAO
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRA CONDICAO? S/N"            AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2428
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-CONDPAG
           EXIT PROGRAM
           .
       MANTER-CONDICAO.
           DISPLAY TELA-CONDPAG AT 0101
           MOVE ZEROS TO AUX-CODIGO
           ACCEPT AUX-CODIGO                                  AT 0424
           IF AUX-CODIGO = ZEROS
              DISPLAY "A CONDICAO ZERO E O PRAZO PADRAO (PRAZOVENC)."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-CONDICAO
           END-IF
           MOVE AUX-CODIGO TO CPG-CODIGO
           MOVE ZEROS      TO AUX-TABELA-PARCELAS
           READ ARQ-CONDPAG
           IF WS-RESULTADO-CONDPAG = 00
              MOVE "S" TO WS-CPG-EXISTE
              DISPLAY CPG-DESCRICAO                           AT 0524
              DISPLAY CPG-QTD-PARCELAS                        AT 0624
              DISPLAY CPG-STATUS                              AT 0724
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > CPG-QTD-PARCELAS
                         OR WS-IND > 12
                 MOVE CPG-DIAS (WS-IND)       TO AUX-DIAS (WS-IND)
                 MOVE CPG-PERCENTUAL (WS-IND)
                   TO AUX-PERCENTUAL (WS-IND)
                 PERFORM MOSTRA-PARCELA
              END-PERFORM
              DISPLAY "CONDICAO JA CADASTRADA - NOVOS VALORES REGRAVAM."
                                                              AT 2301
           ELSE
              MOVE "N" TO WS-CPG-EXISTE
           END-IF
           MOVE SPACES TO AUX-DESCRICAO
           ACCEPT AUX-DESCRICAO                               AT 0524
           PERFORM UNTIL AUX-DESCRICAO NOT = SPACES
              DISPLAY "A DESCRICAO E OBRIGATORIA!"            AT 2401
              ACCEPT AUX-DESCRICAO                            AT 0524
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE ZEROS TO AUX-QTD-PARCELAS
           PERFORM UNTIL AUX-QTD-PARCELAS > ZEROS
                     AND AUX-QTD-PARCELAS NOT > 12
              ACCEPT AUX-QTD-PARCELAS                         AT 0624
           END-PERFORM
           MOVE SPACES TO AUX-STATUS
           PERFORM UNTIL AUX-STATUS = "A" OR = "I"
              ACCEPT AUX-STATUS                               AT 0724
              IF AUX-STATUS = "a"
                 MOVE "A" TO AUX-STATUS
              END-IF
              IF AUX-STATUS = "i"
                 MOVE "I" TO AUX-STATUS
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           MOVE "N" TO WS-PARCELAS-OK
           PERFORM UNTIL WS-PARCELAS-OK = "S"
              PERFORM ACEITA-PARCELAS
                 THRU F-ACEITA-PARCELAS
           END-PERFORM
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE ZEROS            TO REGISTRO-CONDPAG
              MOVE AUX-CODIGO       TO CPG-CODIGO
              MOVE AUX-DESCRICAO    TO CPG-DESCRICAO
              MOVE AUX-QTD-PARCELAS TO CPG-QTD-PARCELAS
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > AUX-QTD-PARCELAS
                 MOVE AUX-DIAS (WS-IND)       TO CPG-DIAS (WS-IND)
                 MOVE AUX-PERCENTUAL (WS-IND)
                   TO CPG-PERCENTUAL (WS-IND)
              END-PERFORM
              MOVE AUX-STATUS       TO CPG-STATUS
              MOVE OPERADOR         TO CPG-OPERADOR
              MOVE DATA-DE-HOJE     TO CPG-DATA-ALTERACAO
              IF WS-CPG-EXISTE = "S"
                 REWRITE REGISTRO-CONDPAG
              ELSE
                 WRITE REGISTRO-CONDPAG
              END-IF
              IF WS-RESULTADO-CONDPAG NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - CONDICOES:"      AT 2401
                 DISPLAY WS-RESULTADO-CONDPAG                 AT 2432
              ELSE
                 DISPLAY "CONDICAO GRAVADA COM SUCESSO!"      AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-MANTER-CONDICAO. EXIT.
      *    DIAS E PERCENTUAL DE CADA PARCELA, UMA POR LINHA (9 A 20).
      *    OS DIAS TEM DE CRESCER DE UMA PARCELA PARA A SEGUINTE E A
      *    SOMA DOS PERCENTUAIS TEM DE FECHAR 100,00.
       ACEITA-PARCELAS.
           MOVE ZEROS TO WS-SOMA-PERCENTUAL
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > AUX-QTD-PARCELAS
              PERFORM MOSTRA-PARCELA
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 11
              ACCEPT AUX-DIAS (WS-IND)                  AT WS-POSICAO
              IF WS-IND > 1
                 PERFORM UNTIL AUX-DIAS (WS-IND)
                               > AUX-DIAS (WS-IND - 1)
                    DISPLAY "OS DIAS DEVEM SER CRESCENTES!"   AT 2401
                    ACCEPT AUX-DIAS (WS-IND)            AT WS-POSICAO
                 END-PERFORM
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 18
              ACCEPT AUX-PERCENTUAL (WS-IND)            AT WS-POSICAO
              ADD AUX-PERCENTUAL (WS-IND) TO WS-SOMA-PERCENTUAL
           END-PERFORM
           IF WS-SOMA-PERCENTUAL NOT = 100
              DISPLAY "A SOMA DOS PERCENTUAIS DEVE SER 100,00 - SOMA:"
                                                              AT 2401
              DISPLAY WS-SOMA-PERCENTUAL                      AT 2448
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-ACEITA-PARCELAS
           END-IF
           MOVE "S" TO WS-PARCELAS-OK
           .
       F-ACEITA-PARCELAS. EXIT.
       MOSTRA-PARCELA.
           COMPUTE WS-LINHA-TELA = WS-IND + 8
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 4
           MOVE WS-IND TO WS-NUM-PARCELA
           DISPLAY WS-NUM-PARCELA                       AT WS-POSICAO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 11
           DISPLAY AUX-DIAS (WS-IND)                    AT WS-POSICAO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 18
           DISPLAY AUX-PERCENTUAL (WS-IND)              AT WS-POSICAO
           .
