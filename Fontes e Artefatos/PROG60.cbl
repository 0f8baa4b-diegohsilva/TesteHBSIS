       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG60.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CUSTO PADRAO DOS PRODUTOS ********
      *    MANTEM O CUSTO PADRAO DOS PRODUTOS (CUSTO.DAT) SEMPRE
      *    POR INCLUSAO DE NOVA VIGENCIA, COMO A TABELA DE PRECOS
      *    DO PROG40 - O HISTORICO NAO E REGRAVADO:
      *      (I)NCLUIR  - NOVO CUSTO UNITARIO DE UM PRODUTO A PARTIR
      *                   DE UMA DATA;
      *      (C)ONSULTA - HISTORICO DE CUSTOS DO PRODUTO NA TELA.
      *    OPCAO SO DE SUPERVISOR NO MENU. A DIGITACAO DE PEDIDOS
      *    CONGELA NO ITEM O CUSTO VIGENTE NA DATA DO PEDIDO
      *    (CUSTOLER), BASE DA MARGEM BRUTA DO PROG07 E DO
      *    RELATORIO PROGMARGEM.

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

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CUSTO.FD".
       COPY "ARQ-PRODUTO.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-CUSTO            PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CUSTO       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-FUNCAO                PIC X(01) VALUE SPACES.
           88 FUNCAO-INCLUIR    VALUE "I" "i".
           88 FUNCAO-CONSULTA   VALUE "C" "c".
       77 AUX-PRODUTO              PIC 9(05) VALUE ZEROS.
       77 AUX-VIGENCIA             PIC 9(08) VALUE ZEROS.
       77 AUX-VALOR                PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-FIM-CUSTOS            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TELA              PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-POS-TELA              PIC 9(04) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       01 WS-LINHA-HISTORICO.
          02 WS-HIS-VIGENCIA       PIC 9(08).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 WS-HIS-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 WS-HIS-CADASTRO       PIC 9(08).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 WS-HIS-OPERADOR       PIC X(10).
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-ANO           PIC 9(04).

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CUSTO   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "   CUSTO PADRAO DOS PRODUTOS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG60".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE
             "FUNCAO (I)NCLUIR (C)ONSULTA".
          02 LINE 05 COLUMN 01 VALUE "PRODUTO...............".
          02 LINE 06 COLUMN 01 VALUE "UNIDADE...............".
          02 LINE 07 COLUMN 01 VALUE "VIGENCIA (AAAAMMDD)...".
          02 LINE 08 COLUMN 01 VALUE "CUSTO UNITARIO........".
          02 LINE 09 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           MOVE "CUSTO.DAT" TO WID-ARQ-CUSTO
           OPEN I-O ARQ-CUSTO
           IF WS-RESULTADO-CUSTO NOT = 00
              OPEN OUTPUT ARQ-CUSTO
              CLOSE ARQ-CUSTO
              OPEN I-O ARQ-CUSTO
           END-IF
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "NAO HA PRODUTOS CADASTRADOS (PROG24)." AT 2401
              ACCEPT PAUSA                                    AT 2478
              CLOSE ARQ-CUSTO
              GO TO FIM-SEM-ARQUIVOS
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM TRATA-FUNCAO
                 THRU F-TRATA-FUNCAO
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "OUTRA OPERACAO? S/N"                   AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2421
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-CUSTO
           CLOSE ARQ-PRODUTO
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       TRATA-FUNCAO.
           DISPLAY TELA-CUSTO AT 0101
           MOVE SPACES TO WS-FUNCAO
           PERFORM UNTIL FUNCAO-INCLUIR OR FUNCAO-CONSULTA
              ACCEPT WS-FUNCAO                                AT 0429
           END-PERFORM
           EVALUATE TRUE
              WHEN FUNCAO-INCLUIR
                 PERFORM INCLUIR-CUSTO
                    THRU F-INCLUIR-CUSTO
              WHEN OTHER
                 PERFORM CONSULTA-HISTORICO
                    THRU F-CONSULTA-HISTORICO
           END-EVALUATE
           .
       F-TRATA-FUNCAO. EXIT.
       INCLUIR-CUSTO.
           PERFORM ACEITA-PRODUTO
           IF AUX-PRODUTO = ZEROS
              GO TO F-INCLUIR-CUSTO
           END-IF
           MOVE ZEROS TO AUX-VIGENCIA
           ACCEPT AUX-VIGENCIA                                AT 0724
           IF AUX-VIGENCIA = ZEROS
              MOVE WS-HOJE-AAAAMMDD TO AUX-VIGENCIA
              DISPLAY AUX-VIGENCIA                            AT 0724
           END-IF
           MOVE ZEROS TO AUX-VALOR
           ACCEPT AUX-VALOR                                   AT 0824
           PERFORM UNTIL AUX-VALOR GREATER ZEROS
              DISPLAY "O CUSTO DEVE SER MAIOR QUE ZERO!"      AT 2401
              ACCEPT AUX-VALOR                                AT 0824
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
      *    CUSTO ACIMA DO PRECO DE LISTA E POSSIVEL (PRODUTO DE
      *    ENTRADA, POR EXEMPLO), MAS MERECE UMA SEGUNDA OLHADA.
           IF AUX-VALOR NOT LESS PRO-PRECO-LISTA
              AND PRO-PRECO-LISTA GREATER ZEROS
              DISPLAY "ATENCAO: CUSTO IGUAL OU ACIMA DO PRECO DE "
                 "LISTA DO PRODUTO."                          AT 2301
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A NOVA VIGENCIA? S/N"            AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2432
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-INCLUIR-CUSTO
           END-IF
           MOVE AUX-PRODUTO      TO CUS-PRO-CODIGO
           MOVE AUX-VIGENCIA     TO CUS-VIGENCIA
           MOVE AUX-VALOR        TO CUS-VALOR
           MOVE WS-HOJE-AAAAMMDD TO CUS-DATA-CADASTRO
           MOVE OPERADOR         TO CUS-OPERADOR
           WRITE REGISTRO-CUSTO
           IF WS-RESULTADO-CUSTO = 22
              DISPLAY "JA EXISTE CUSTO NESTA VIGENCIA - O "
                 "HISTORICO NAO E REGRAVADO."                 AT 2401
           ELSE
              IF WS-RESULTADO-CUSTO NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - CUSTOS:"         AT 2401
                 DISPLAY WS-RESULTADO-CUSTO                   AT 2428
              ELSE
                 DISPLAY "CUSTO GRAVADO COM SUCESSO!"         AT 2401
              END-IF
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-INCLUIR-CUSTO. EXIT.
       ACEITA-PRODUTO.
           MOVE ZEROS TO AUX-PRODUTO
           ACCEPT AUX-PRODUTO                                 AT 0524
           IF AUX-PRODUTO = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-PRODUTO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "PRODUTO NAO CADASTRADO!"               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE ZEROS TO AUX-PRODUTO
           ELSE
              DISPLAY PRO-DESCRICAO                           AT 0532
              DISPLAY PRO-UNIDADE                             AT 0624
           END-IF
           .
       CONSULTA-HISTORICO.
           PERFORM ACEITA-PRODUTO
           IF AUX-PRODUTO = ZEROS
              GO TO F-CONSULTA-HISTORICO
           END-IF
           MOVE AUX-PRODUTO TO CUS-PRO-CODIGO
           MOVE ZEROS       TO CUS-VIGENCIA
           START ARQ-CUSTO KEY IS NOT LESS CUS-CHAVE
           IF WS-RESULTADO-CUSTO NOT = 00
              DISPLAY "SEM CUSTOS PARA ESTE PRODUTO."         AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-CONSULTA-HISTORICO
           END-IF
           MOVE ZEROS TO WS-QTD-TELA
           MOVE ZEROS TO WS-FIM-CUSTOS
           PERFORM UNTIL WS-FIM-CUSTOS = 1
              READ ARQ-CUSTO NEXT AT END
                 MOVE 1 TO WS-FIM-CUSTOS
              END-READ
              IF WS-FIM-CUSTOS NOT = 1
                 IF CUS-PRO-CODIGO NOT = AUX-PRODUTO
                    MOVE 1 TO WS-FIM-CUSTOS
                 ELSE
                    PERFORM MOSTRA-LINHA-HISTORICO
                 END-IF
              END-IF
           END-PERFORM
           ACCEPT PAUSA                                       AT 2478
           .
       F-CONSULTA-HISTORICO. EXIT.
       MOSTRA-LINHA-HISTORICO.
           IF WS-QTD-TELA NOT LESS 13
              DISPLAY "ENTER PARA CONTINUAR A LISTA..."       AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY TELA-CUSTO AT 0101
              MOVE ZEROS TO WS-QTD-TELA
           END-IF
           ADD 1 TO WS-QTD-TELA
           MOVE CUS-VIGENCIA      TO WS-HIS-VIGENCIA
           MOVE CUS-VALOR         TO WS-HIS-VALOR
           MOVE CUS-DATA-CADASTRO TO WS-HIS-CADASTRO
           MOVE CUS-OPERADOR      TO WS-HIS-OPERADOR
           COMPUTE WS-LINHA-TELA = WS-QTD-TELA + 9
           COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 1
           DISPLAY WS-LINHA-HISTORICO AT WS-POS-TELA
           .
