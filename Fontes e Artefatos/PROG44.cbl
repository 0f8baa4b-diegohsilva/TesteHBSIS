       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG44.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** DEVOLUCAO DE MERCADORIA ********
      *    REGISTRA A DEVOLUCAO, TOTAL OU PARCIAL, DE ITENS DE UM
      *    PEDIDO ATIVO, SEMANAS DEPOIS DA VENDA SE FOR O CASO. O
      *    OPERADOR ESCOLHE OS ITENS DO PEDIDO (PEDITEM.DAT) E AS
      *    QUANTIDADES, LIMITADAS AO QUE FOI VENDIDO MENOS O QUE JA
      *    VOLTOU EM DEVOLUCOES ANTERIORES, E UM MOTIVO DA TABELA
      *    TAB-MOTDEV. A DEVOLUCAO GRAVADA EM DEVOLUC.DAT:
      *      - ABATE O VALOR DAS PARCELAS EM ABERTO DO PEDIDO, DA
      *        ULTIMA PARA A PRIMEIRA. PARCELA JA REGISTRADA NO
      *        BANCO SO E ABATIDA INTEIRA (VIRA CANCELADA E SAI
      *        COMO BAIXA NA PROXIMA REMESSA DO PROGREMBAN); O QUE
      *        NAO COUBER NAS PARCELAS FICA COMO CREDITO A DEVOLVER
      *        AO CLIENTE, MOSTRADO NA TELA E NO PROGRELDEV;
      *      - GERA O AJUSTE NEGATIVO DE COMISSAO EM AJUSCOM.DAT
      *        (COMISSAO DO VENDEDOR SOBRE O VALOR DEVOLVIDO) PARA
      *        A PROXIMA RODADA DO PROG08 ABATER;
      *      - DEVOLVE AO ESTOQUE (MOVESTOQ, ENTRADA) OS PRODUTOS
      *        COM CONTROLE DE ESTOQUE, QUANDO O PEDIDO JA TINHA
      *        SAIDO (ACEITO PELO ERP EM EXPPED.DAT).
      *    A DEVOLUCAO CONTA NA COMPETENCIA DO DIA E E RECUSADA SE
      *    ELA ESTIVER FECHADA (FECHACMP.DAT). O PEDIDO ORIGINAL
      *    NAO E ALTERADO; O PROGCONSVEN LEVA O VALOR DEVOLVIDO
      *    PARA O VENDHIST E O PROG09 O ABATE DO ATINGIMENTO.
      *    O VALOR DEVOLVIDO E PROPORCIONAL AO VALOR LIQUIDO DO ITEM
      *    (DESCONTOS DE ITEM E GERAL DO PEDIDO JA APLICADOS).
      *    SO SE DEVOLVE PEDIDO DA EMPRESA DA SESSAO (EMPRLER).
      *    PEDIDO DE BONIFICACAO NAO ACEITA DEVOLUCAO: NAO FOI
      *    COMISSIONADO NEM CONTOU PARA A META, ENTAO NAO HA
      *    COMISSAO A ESTORNAR NEM VENDA A ABATER.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDITEM.

           SELECT ARQ-DEVOLUC ASSIGN TO DISK WID-ARQ-DEVOLUC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEVOLUC.

           SELECT ARQ-CTRL-PEDIDO ASSIGN TO DISK WID-ARQ-CTRL-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE-PED
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRL.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.

           SELECT ARQ-AJUSCOM ASSIGN TO DISK WID-ARQ-AJUSCOM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AJU-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AJUSCOM.

           SELECT ARQ-FECHACMP ASSIGN TO DISK WID-ARQ-FECHACMP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FCH-COMPETENCIA
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FECHACMP.

           SELECT ARQ-EXPPED ASSIGN TO DISK WID-ARQ-EXPPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EXP-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EXPPED.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-DEVOLUC.FD".
       COPY "CTRL-PEDIDO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-AJUSCOM.FD".
       COPY "ARQ-FECHACMP.FD".
       COPY "ARQ-EXPPED.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DEVOLUC          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-PEDIDO      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-AJUSCOM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-FECHACMP         PIC X(50) VALUE SPACES.
       77 WID-ARQ-EXPPED           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DEVOLUC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AJUSCOM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FECHACMP    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXPPED      PIC 9(02) VALUE ZEROS.
       77 WS-FECHACMP-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-EXPPED-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-COMPETENCIA-ABERTA    PIC X(01) VALUE "S".
       77 WS-COMPETENCIA-DEV       PIC 9(06) VALUE ZEROS.
       77 WS-DATA-DEV-AAAAMMDD     PIC 9(08) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-EMPRESA-SESSAO        PIC 9(02) VALUE ZEROS.
       77 AUX-NUMERO               PIC 9(09) VALUE ZEROS.
       77 AUX-SEQUENCIA            PIC 9(03) VALUE ZEROS.
       77 AUX-QUANTIDADE           PIC 9(07)V9(02) VALUE ZEROS.
       77 AUX-MOTIVO               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS             PIC 9(03) VALUE ZEROS.
       77 WS-MAX-ITENS             PIC 9(03) VALUE 8.
       77 WS-IDX-ITEM              PIC 9(03) VALUE ZEROS.
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
       77 WS-FIM-DEVOLUCOES        PIC 9(01) VALUE ZEROS.
       77 WS-LINHA-ITEM            PIC 9(02) VALUE ZEROS.
       77 WS-POS-ITEM              PIC 9(04) VALUE ZEROS.
       77 WS-ITEM-OK               PIC X(01) VALUE SPACES.
       77 WS-SALDO-ITEM            PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-NUMERO-DEVOLUCAO      PIC 9(09) VALUE ZEROS.
       77 WS-VALOR-DEVOLUCAO       PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-RESTANTE        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-ABATIDO         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-CREDITO         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-SALDO-PARCELA         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-QTD-PARCELAS          PIC 9(02) VALUE ZEROS.
       77 WS-PARCELA-ATUAL         PIC 9(02) VALUE ZEROS.
       77 WS-PASSO-ABATIMENTO      PIC 9(01) VALUE ZEROS.
       77 WS-PEDIDO-FATURADO       PIC X(01) VALUE "N".
       01 WS-QTD-EDITADA           PIC Z.ZZZ.ZZ9,99.
       01 WS-VALOR-EDITADO         PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-TABELA-ITENS.
          02 WS-ITEM OCCURS 8 TIMES.
             03 WS-ITEM-SEQUENCIA  PIC 9(03).
             03 WS-ITEM-PRODUTO    PIC 9(05).
             03 WS-ITEM-QTDE       PIC 9(07)V9(02).
             03 WS-ITEM-PRECO      PIC 9(09)V9(02).
             03 WS-ITEM-VALOR      PIC 9(09)V9(02).
             03 WS-ITEM-QTDE-DEV   PIC 9(07)V9(02).
             03 WS-ITEM-VALOR-DEV  PIC 9(09)V9(02).
             03 WS-ITEM-DEVOLVER   PIC 9(07)V9(02).
             03 WS-ITEM-VALOR-NOVO PIC 9(09)V9(02).
       COPY "TAB-MOTDEV.cpy".
       COPY "AREA-ESTOQUE.cpy".
       01 AUX-DATA-DEV             PIC 99/99/9(04).
       01 AUX-DATA-DEV-R REDEFINES AUX-DATA-DEV.
          02 AUX-DEV-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 AUX-DEV-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 AUX-DEV-ANO           PIC 9(04).

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-DEVOLUCAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "   DEVOLUCAO DE MERCADORIA    ".
          02 LINE 02 COLUMN 73 VALUE "PROG44".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "NUMERO DO PEDIDO......".
          02 LINE 05 COLUMN 01 VALUE "DATA DO PEDIDO........".
          02 LINE 06 COLUMN 01 VALUE "CLIENTE...............".
          02 LINE 07 COLUMN 01 VALUE "VENDEDOR..............".
          02 LINE 08 COLUMN 01 VALUE "VALOR DO PEDIDO.......".
          02 LINE 09 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 10 COLUMN 01 VALUE
             "SEQ PRODUT DESCRICAO                 VENDIDO".
          02 LINE 10 COLUMN 46 VALUE
             "JA DEVOLVIDO   DEVOLVER AGORA".
          02 LINE 19 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 20 COLUMN 01 VALUE "ITEM (SEQ; 0=ENCERRA).".
          02 LINE 21 COLUMN 01 VALUE "QUANTIDADE DEVOLVIDA..".
          02 LINE 22 COLUMN 01 VALUE "MOTIVO (1 A 7)........".

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              DISPLAY "NAO HA PEDIDOS REGISTRADOS."           AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN INPUT ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM NOT = 00
              DISPLAY "NAO HA ITENS DE PEDIDOS REGISTRADOS."  AT 2401
              ACCEPT PAUSA                                    AT 2478
              CLOSE ARQ-PEDIDO
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           MOVE "DEVOLUC.DAT" TO WID-ARQ-DEVOLUC
           OPEN I-O ARQ-DEVOLUC
           IF WS-RESULTADO-DEVOLUC NOT = 00
              OPEN OUTPUT ARQ-DEVOLUC
              CLOSE ARQ-DEVOLUC
              OPEN I-O ARQ-DEVOLUC
           END-IF
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              OPEN OUTPUT ARQ-TITULO
              CLOSE ARQ-TITULO
              OPEN I-O ARQ-TITULO
           END-IF
           MOVE "CTRLPED.DAT" TO WID-ARQ-CTRL-PEDIDO
           OPEN I-O ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              OPEN OUTPUT ARQ-CTRL-PEDIDO
              CLOSE ARQ-CTRL-PEDIDO
              OPEN I-O ARQ-CTRL-PEDIDO
           END-IF
           MOVE 1 TO CTL-CHAVE-PED
           READ ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              MOVE 1     TO CTL-CHAVE-PED
              MOVE ZEROS TO CTL-ULTIMO-NUMERO-PED
              WRITE REGISTRO-CTRL-PEDIDO
           END-IF
           MOVE "AJUSCOM.DAT" TO WID-ARQ-AJUSCOM
           OPEN I-O ARQ-AJUSCOM
           IF WS-RESULTADO-AJUSCOM NOT = 00
              OPEN OUTPUT ARQ-AJUSCOM
              CLOSE ARQ-AJUSCOM
              OPEN I-O ARQ-AJUSCOM
           END-IF
           MOVE "FECHACMP.DAT" TO WID-ARQ-FECHACMP
           OPEN INPUT ARQ-FECHACMP
           IF WS-RESULTADO-FECHACMP = 00
              MOVE "S" TO WS-FECHACMP-DISPONIVEL
           ELSE
              MOVE "N" TO WS-FECHACMP-DISPONIVEL
           END-IF
           MOVE "EXPPED.DAT" TO WID-ARQ-EXPPED
           OPEN INPUT ARQ-EXPPED
           IF WS-RESULTADO-EXPPED = 00
              MOVE "S" TO WS-EXPPED-DISPONIVEL
           ELSE
              MOVE "N" TO WS-EXPPED-DISPONIVEL
           END-IF
           CALL "EMPRLER" USING OPERADOR WS-EMPRESA-SESSAO
           CANCEL "EMPRLER"
           MOVE DATA-DE-HOJE TO AUX-DATA-DEV
           COMPUTE WS-DATA-DEV-AAAAMMDD =
              (AUX-DEV-ANO * 10000) + (AUX-DEV-MES * 100)
                 + AUX-DEV-DIA
           COMPUTE WS-COMPETENCIA-DEV =
              (AUX-DEV-ANO * 100) + AUX-DEV-MES

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM DEVOLVER-PEDIDO
                 THRU F-DEVOLVER-PEDIDO
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "REGISTRAR OUTRA DEVOLUCAO? S/N"        AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2432
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-DEVOLUC
           CLOSE ARQ-TITULO
           CLOSE ARQ-CTRL-PEDIDO
           CLOSE ARQ-AJUSCOM
           IF WS-FECHACMP-DISPONIVEL = "S"
              CLOSE ARQ-FECHACMP
           END-IF
           IF WS-EXPPED-DISPONIVEL = "S"
              CLOSE ARQ-EXPPED
           END-IF
           CANCEL "MOVESTOQ"
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       DEVOLVER-PEDIDO.
           DISPLAY TELA-DEVOLUCAO AT 0101
           MOVE ZEROS TO AUX-NUMERO
           ACCEPT AUX-NUMERO                                  AT 0424
           IF AUX-NUMERO = ZEROS
              GO TO F-DEVOLVER-PEDIDO
           END-IF
           MOVE AUX-NUMERO TO PED-NUMERO
           READ ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              DISPLAY "PEDIDO NAO ENCONTRADO!"                AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DEVOLVER-PEDIDO
           END-IF
           PERFORM MOSTRA-PEDIDO
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND PED-EMPRESA NOT = WS-EMPRESA-SESSAO
              AND NOT (PED-EMPRESA = ZEROS AND WS-EMPRESA-SESSAO = 01)
              DISPLAY "PEDIDO DE OUTRA EMPRESA - DEVOLUCAO RECUSADA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DEVOLVER-PEDIDO
           END-IF
           IF NOT PED-ATIVO
              DISPLAY "SO PEDIDO ATIVO (LIBERADO) ACEITA DEVOLUCAO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DEVOLVER-PEDIDO
           END-IF
           IF PED-BONIFICACAO
              DISPLAY "PEDIDO DE BONIFICACAO NAO ACEITA DEVOLUCAO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DEVOLVER-PEDIDO
           END-IF
           PERFORM VERIFICA-COMPETENCIA-ABERTA
           IF WS-COMPETENCIA-ABERTA NOT = "S"
              DISPLAY "COMPETENCIA ATUAL FECHADA - DEVOLUCAO RECUSADA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DEVOLVER-PEDIDO
           END-IF
           PERFORM CARREGA-ITENS-PEDIDO
           IF WS-QTD-ITENS = ZEROS
              DISPLAY "PEDIDO SEM ITENS REGISTRADOS."         AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DEVOLVER-PEDIDO
           END-IF
           PERFORM CARREGA-DEVOLUCOES-ANTERIORES
           PERFORM MOSTRA-ITEM
              VARYING WS-IDX-ITEM FROM 1 BY 1
              UNTIL WS-IDX-ITEM > WS-QTD-ITENS
           MOVE ZEROS TO WS-VALOR-DEVOLUCAO
           MOVE 1 TO AUX-SEQUENCIA
           PERFORM UNTIL AUX-SEQUENCIA = ZEROS
              PERFORM ACEITA-ITEM-DEVOLUCAO
           END-PERFORM
           IF WS-VALOR-DEVOLUCAO = ZEROS
              DISPLAY "NENHUM ITEM DEVOLVIDO."                AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DEVOLVER-PEDIDO
           END-IF
           MOVE WS-VALOR-DEVOLUCAO TO WS-VALOR-EDITADO
           DISPLAY "VALOR DA DEVOLUCAO:"                      AT 2301
           DISPLAY WS-VALOR-EDITADO                           AT 2321
           PERFORM ACEITA-MOTIVO-DEVOLUCAO
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A DEVOLUCAO? S/N"                AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-DEVOLVER-PEDIDO
           END-IF
           PERFORM GRAVA-DEVOLUCAO
              THRU F-GRAVA-DEVOLUCAO
           .
       F-DEVOLVER-PEDIDO. EXIT.
       MOSTRA-PEDIDO.
           DISPLAY PED-NUMERO                                 AT 0424
           DISPLAY PED-DATA                                   AT 0524
           DISPLAY PED-CLI-CODIGO                             AT 0624
           MOVE PED-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              DISPLAY CLI-RAZAO-SOCIAL (1:40)                 AT 0634
           END-IF
           DISPLAY PED-VEN-CODIGO                             AT 0724
           MOVE PED-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              DISPLAY VEN-NOME (1:40)                         AT 0734
           END-IF
           MOVE PED-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 0824
           .
       CARREGA-ITENS-PEDIDO.
           MOVE ZEROS TO WS-QTD-ITENS
           INITIALIZE WS-TABELA-ITENS
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
                    OR WS-QTD-ITENS NOT LESS WS-MAX-ITENS
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    ADD 1 TO WS-QTD-ITENS
                    MOVE ITE-SEQUENCIA
                       TO WS-ITEM-SEQUENCIA (WS-QTD-ITENS)
                    MOVE ITE-PRO-CODIGO
                       TO WS-ITEM-PRODUTO (WS-QTD-ITENS)
                    MOVE ITE-QUANTIDADE
                       TO WS-ITEM-QTDE (WS-QTD-ITENS)
                    MOVE ITE-PRECO-UNITARIO
                       TO WS-ITEM-PRECO (WS-QTD-ITENS)
      *             VALOR DO ITEM JA LIQUIDO DOS DESCONTOS DE ITEM
      *             E GERAL DO PEDIDO: E O QUE O CLIENTE PAGOU.
                    COMPUTE WS-ITEM-VALOR (WS-QTD-ITENS) ROUNDED =
                       ITE-VALOR * (100 - PED-PCT-DESCONTO) / 100
                 END-IF
              END-IF
           END-PERFORM
           .
       CARREGA-DEVOLUCOES-ANTERIORES.
      *    SOMA, POR ITEM, O QUE JA VOLTOU EM DEVOLUCOES ANTERIORES
      *    DO MESMO PEDIDO (AS LINHAS DE RESUMO, SEQUENCIA 000, NAO
      *    SAO ITENS).
           MOVE PED-NUMERO TO DEV-PED-NUMERO
           MOVE ZEROS      TO DEV-NUMERO
           MOVE ZEROS      TO DEV-ITE-SEQUENCIA
           START ARQ-DEVOLUC KEY IS NOT LESS DEV-CHAVE
           IF WS-RESULTADO-DEVOLUC NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-DEVOLUCOES
           PERFORM UNTIL WS-FIM-DEVOLUCOES = 1
              READ ARQ-DEVOLUC NEXT AT END
                 MOVE 1 TO WS-FIM-DEVOLUCOES
              END-READ
              IF WS-FIM-DEVOLUCOES NOT = 1
                 IF DEV-PED-NUMERO NOT = PED-NUMERO
                    MOVE 1 TO WS-FIM-DEVOLUCOES
                 ELSE
                    IF DEV-ITE-SEQUENCIA NOT = ZEROS
                       PERFORM SOMA-DEVOLUCAO-ITEM
                          VARYING WS-IDX-ITEM FROM 1 BY 1
                          UNTIL WS-IDX-ITEM > WS-QTD-ITENS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       SOMA-DEVOLUCAO-ITEM.
           IF WS-ITEM-SEQUENCIA (WS-IDX-ITEM) = DEV-ITE-SEQUENCIA
              ADD DEV-QUANTIDADE TO WS-ITEM-QTDE-DEV (WS-IDX-ITEM)
              ADD DEV-VALOR      TO WS-ITEM-VALOR-DEV (WS-IDX-ITEM)
           END-IF
           .
       MOSTRA-ITEM.
           COMPUTE WS-LINHA-ITEM = 10 + WS-IDX-ITEM
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 1
           DISPLAY WS-ITEM-SEQUENCIA (WS-IDX-ITEM)     AT WS-POS-ITEM
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 5
           DISPLAY WS-ITEM-PRODUTO (WS-IDX-ITEM)       AT WS-POS-ITEM
           MOVE WS-ITEM-PRODUTO (WS-IDX-ITEM) TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00
              COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 12
              DISPLAY PRO-DESCRICAO (1:20)             AT WS-POS-ITEM
           END-IF
           MOVE WS-ITEM-QTDE (WS-IDX-ITEM) TO WS-QTD-EDITADA
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 33
           DISPLAY WS-QTD-EDITADA                      AT WS-POS-ITEM
           MOVE WS-ITEM-QTDE-DEV (WS-IDX-ITEM) TO WS-QTD-EDITADA
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 46
           DISPLAY WS-QTD-EDITADA                      AT WS-POS-ITEM
           MOVE WS-ITEM-DEVOLVER (WS-IDX-ITEM) TO WS-QTD-EDITADA
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 63
           DISPLAY WS-QTD-EDITADA                      AT WS-POS-ITEM
           .
       ACEITA-ITEM-DEVOLUCAO.
      *    QUANTIDADE ZERO DESMARCA O ITEM; DIGITAR O MESMO ITEM DE
      *    NOVO SUBSTITUI A QUANTIDADE ANTERIOR.
           MOVE ZEROS TO AUX-SEQUENCIA
           DISPLAY LIMPA-LINHA                                AT 2024
           ACCEPT AUX-SEQUENCIA                               AT 2024
           IF AUX-SEQUENCIA = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ITEM-OK
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > WS-QTD-ITENS
                      OR WS-ITEM-OK = "S"
              IF WS-ITEM-SEQUENCIA (WS-IDX-ITEM) = AUX-SEQUENCIA
                 MOVE "S" TO WS-ITEM-OK
              END-IF
           END-PERFORM
           IF WS-ITEM-OK NOT = "S"
              DISPLAY "ITEM NAO PERTENCE AO PEDIDO!"          AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-IDX-ITEM
           COMPUTE WS-SALDO-ITEM =
              WS-ITEM-QTDE (WS-IDX-ITEM)
                 - WS-ITEM-QTDE-DEV (WS-IDX-ITEM)
           IF WS-SALDO-ITEM = ZEROS
              DISPLAY "ITEM JA TOTALMENTE DEVOLVIDO."         AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO AUX-QUANTIDADE
           DISPLAY LIMPA-LINHA                                AT 2124
           ACCEPT AUX-QUANTIDADE                              AT 2124
           PERFORM UNTIL AUX-QUANTIDADE NOT GREATER WS-SALDO-ITEM
              MOVE WS-SALDO-ITEM TO WS-QTD-EDITADA
              DISPLAY "QUANTIDADE ACIMA DO SALDO DO ITEM:"    AT 2401
              DISPLAY WS-QTD-EDITADA                          AT 2436
              ACCEPT AUX-QUANTIDADE                           AT 2124
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           SUBTRACT WS-ITEM-VALOR-NOVO (WS-IDX-ITEM)
              FROM WS-VALOR-DEVOLUCAO
           MOVE AUX-QUANTIDADE TO WS-ITEM-DEVOLVER (WS-IDX-ITEM)
      *    QUEM DEVOLVE O SALDO INTEIRO DO ITEM LEVA O VALOR QUE
      *    FALTAVA, SEM SOBRA DE ARREDONDAMENTO.
           IF AUX-QUANTIDADE = WS-SALDO-ITEM
              COMPUTE WS-ITEM-VALOR-NOVO (WS-IDX-ITEM) =
                 WS-ITEM-VALOR (WS-IDX-ITEM)
                    - WS-ITEM-VALOR-DEV (WS-IDX-ITEM)
           ELSE
              COMPUTE WS-ITEM-VALOR-NOVO (WS-IDX-ITEM) ROUNDED =
                 WS-ITEM-VALOR (WS-IDX-ITEM) * AUX-QUANTIDADE
                    / WS-ITEM-QTDE (WS-IDX-ITEM)
           END-IF
           ADD WS-ITEM-VALOR-NOVO (WS-IDX-ITEM) TO WS-VALOR-DEVOLUCAO
           PERFORM MOSTRA-ITEM
           .
       ACEITA-MOTIVO-DEVOLUCAO.
           DISPLAY "1-AVARIA 2-ERRADO 3-ATRASO 4-DESISTENCIA "
              "5-PRECO 6-VALIDADE 7-OUTROS"                   AT 2401
           MOVE ZEROS TO AUX-MOTIVO
           PERFORM UNTIL AUX-MOTIVO > ZEROS
                     AND AUX-MOTIVO NOT > WS-QTD-MOTIVOS-DEV
              ACCEPT AUX-MOTIVO                               AT 2224
           END-PERFORM
           DISPLAY DESCRICAO-MOTIVO-DEV (AUX-MOTIVO)          AT 2230
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       VERIFICA-COMPETENCIA-ABERTA.
      *    COMPETENCIA SEM LINHA EM FECHACMP.DAT (OU ARQUIVO
      *    AUSENTE) E TRATADA COMO ABERTA.
           MOVE "S" TO WS-COMPETENCIA-ABERTA
           IF WS-FECHACMP-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA-DEV TO FCH-COMPETENCIA
           READ ARQ-FECHACMP
           IF WS-RESULTADO-FECHACMP = 00 AND FCH-FECHADA
              MOVE "N" TO WS-COMPETENCIA-ABERTA
           END-IF
           .
       GRAVA-DEVOLUCAO.
      *    A DEVOLUCAO TOMA O PROXIMO NUMERO DA SEQUENCIA DE
      *    PEDIDOS, QUE TAMBEM E A CHAVE DO AJUSTE NO AJUSCOM.
           MOVE 1 TO CTL-CHAVE-PED
           READ ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              MOVE ZEROS TO CTL-ULTIMO-NUMERO-PED
           END-IF
           COMPUTE WS-NUMERO-DEVOLUCAO = CTL-ULTIMO-NUMERO-PED + 1
           MOVE WS-NUMERO-DEVOLUCAO TO CTL-ULTIMO-NUMERO-PED
           MOVE 1                   TO CTL-CHAVE-PED
           REWRITE REGISTRO-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              DISPLAY "ERRO NA GRAVACAO - CONTROLE DE PEDIDOS:"
                                                              AT 2401
              DISPLAY WS-RESULTADO-CTRL                       AT 2442
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-GRAVA-DEVOLUCAO
           END-IF
           PERFORM VERIFICA-PEDIDO-FATURADO
           PERFORM GRAVA-ITEM-DEVOLUCAO
              VARYING WS-IDX-ITEM FROM 1 BY 1
              UNTIL WS-IDX-ITEM > WS-QTD-ITENS
           PERFORM ABATE-PARCELAS-DEVOLUCAO
           MOVE PED-NUMERO          TO DEV-PED-NUMERO
           MOVE WS-NUMERO-DEVOLUCAO TO DEV-NUMERO
           MOVE ZEROS               TO DEV-ITE-SEQUENCIA
           PERFORM MOVE-DADOS-DEVOLUCAO
           MOVE WS-VALOR-DEVOLUCAO  TO DEV-VALOR-TOTAL
           MOVE WS-VALOR-ABATIDO    TO DEV-VALOR-ABATIDO
           MOVE WS-VALOR-CREDITO    TO DEV-VALOR-CREDITO
           WRITE REGISTRO-DEVOLUC
           IF WS-RESULTADO-DEVOLUC NOT = 00
              DISPLAY "ERRO NA GRAVACAO - DEVOLUCOES:"        AT 2401
              DISPLAY WS-RESULTADO-DEVOLUC                    AT 2433
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           PERFORM GERA-AJUSTE-DEVOLUCAO
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "DEVOLUCAO GRAVADA - NUMERO:"              AT 2301
           DISPLAY WS-NUMERO-DEVOLUCAO                        AT 2329
           MOVE WS-VALOR-ABATIDO TO WS-VALOR-EDITADO
           DISPLAY "ABATIDO NAS PARCELAS:"                    AT 2401
           DISPLAY WS-VALOR-EDITADO                           AT 2423
           MOVE WS-VALOR-CREDITO TO WS-VALOR-EDITADO
           DISPLAY "CREDITO AO CLIENTE:"                      AT 2439
           DISPLAY WS-VALOR-EDITADO                           AT 2459
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-GRAVA-DEVOLUCAO. EXIT.
       MOVE-DADOS-DEVOLUCAO.
           MOVE WS-DATA-DEV-AAAAMMDD TO DEV-DATA
           MOVE WS-COMPETENCIA-DEV   TO DEV-COMPETENCIA
           MOVE AUX-MOTIVO           TO DEV-MOTIVO
           MOVE PED-CLI-CODIGO       TO DEV-CLI-CODIGO
           MOVE PED-VEN-CODIGO       TO DEV-VEN-CODIGO
           MOVE OPERADOR             TO DEV-OPERADOR
           .
       GRAVA-ITEM-DEVOLUCAO.
           IF WS-ITEM-DEVOLVER (WS-IDX-ITEM) = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE PED-NUMERO          TO DEV-PED-NUMERO
           MOVE WS-NUMERO-DEVOLUCAO TO DEV-NUMERO
           MOVE WS-ITEM-SEQUENCIA (WS-IDX-ITEM) TO DEV-ITE-SEQUENCIA
           PERFORM MOVE-DADOS-DEVOLUCAO
           MOVE WS-ITEM-PRODUTO (WS-IDX-ITEM)    TO DEV-PRO-CODIGO
           MOVE WS-ITEM-DEVOLVER (WS-IDX-ITEM)   TO DEV-QUANTIDADE
           MOVE WS-ITEM-PRECO (WS-IDX-ITEM)      TO DEV-PRECO-UNITARIO
           MOVE WS-ITEM-VALOR-NOVO (WS-IDX-ITEM) TO DEV-VALOR
           WRITE REGISTRO-DEVOLUC
           IF WS-RESULTADO-DEVOLUC NOT = 00
              DISPLAY "ERRO NA GRAVACAO - DEVOLUCOES:"        AT 2401
              DISPLAY WS-RESULTADO-DEVOLUC                    AT 2433
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           IF WS-PEDIDO-FATURADO = "S"
              PERFORM DEVOLVE-ESTOQUE-ITEM
           END-IF
           .
       VERIFICA-PEDIDO-FATURADO.
      *    SO VOLTA AO ESTOQUE A MERCADORIA QUE JA TINHA SAIDO: O
      *    PEDIDO ACEITO PELO ERP. SEM O CONTROLE DE EXPORTACAO NAO
      *    HA COMO SABER E O ESTOQUE NAO E TOCADO.
           MOVE "N" TO WS-PEDIDO-FATURADO
           IF WS-EXPPED-DISPONIVEL = "S"
              MOVE PED-NUMERO TO EXP-PED-NUMERO
              READ ARQ-EXPPED
              IF WS-RESULTADO-EXPPED = 00 AND EXP-ACEITO
                 MOVE "S" TO WS-PEDIDO-FATURADO
              END-IF
           END-IF
           .
       DEVOLVE-ESTOQUE-ITEM.
      *    PRODUTO SEM CONTROLE DE ESTOQUE CONTINUA SEM CONTROLE: A
      *    ENTRADA SO E FEITA QUANDO JA EXISTE SALDO CADASTRADO.
           MOVE "C"                           TO WS-STQ-FUNCAO
           MOVE WS-ITEM-PRODUTO (WS-IDX-ITEM) TO WS-STQ-PRO-CODIGO
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO NOT = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE "E"                            TO WS-STQ-FUNCAO
           MOVE WS-ITEM-PRODUTO (WS-IDX-ITEM)  TO WS-STQ-PRO-CODIGO
           MOVE PED-NUMERO                     TO WS-STQ-PED-NUMERO
           MOVE WS-ITEM-DEVOLVER (WS-IDX-ITEM) TO WS-STQ-QUANTIDADE
           MOVE "+"                            TO WS-STQ-SINAL
           MOVE SPACES                         TO WS-STQ-DOCUMENTO
           STRING "DEVOLUCAO " WS-NUMERO-DEVOLUCAO
              DELIMITED BY SIZE INTO WS-STQ-DOCUMENTO
           MOVE OPERADOR                       TO WS-STQ-OPERADOR
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO NOT = ZEROS
              DISPLAY "ERRO NA ENTRADA DE ESTOQUE DO PRODUTO:"
                                                              AT 2401
              DISPLAY WS-STQ-PRO-CODIGO                       AT 2441
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       ABATE-PARCELAS-DEVOLUCAO.
      *    PRIMEIRO PASSO: PARCELAS EM ABERTO AINDA NAO REGISTRADAS
      *    NO BANCO, DA ULTIMA PARA A PRIMEIRA, ABATIDAS NO QUE
      *    COUBER. SEGUNDO PASSO: PARCELAS JA REGISTRADAS, QUE SO
      *    PODEM SAIR INTEIRAS (BAIXA NA REMESSA). O QUE SOBRAR E
      *    CREDITO DO CLIENTE.
           MOVE WS-VALOR-DEVOLUCAO TO WS-VALOR-RESTANTE
           MOVE ZEROS TO WS-VALOR-ABATIDO
           MOVE ZEROS TO WS-QTD-PARCELAS
           MOVE PED-NUMERO TO TIT-NUMERO
           MOVE 1          TO TIT-PARCELA
           READ ARQ-TITULO
           IF WS-RESULTADO-TITULO = 00
              MOVE TIT-QTD-PARCELAS TO WS-QTD-PARCELAS
           END-IF
           PERFORM VARYING WS-PASSO-ABATIMENTO FROM 1 BY 1
                   UNTIL WS-PASSO-ABATIMENTO > 2
              PERFORM VARYING WS-PARCELA-ATUAL FROM WS-QTD-PARCELAS
                      BY -1 UNTIL WS-PARCELA-ATUAL < 1
                         OR WS-VALOR-RESTANTE = ZEROS
                 PERFORM ABATE-UMA-PARCELA
              END-PERFORM
           END-PERFORM
           MOVE WS-VALOR-RESTANTE TO WS-VALOR-CREDITO
           .
       ABATE-UMA-PARCELA.
           MOVE PED-NUMERO       TO TIT-NUMERO
           MOVE WS-PARCELA-ATUAL TO TIT-PARCELA
           READ ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00 OR NOT TIT-ABERTO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-PARCELA = TIT-VALOR - TIT-VALOR-PAGO
           IF WS-PASSO-ABATIMENTO = 1
              IF TIT-REM-NUMERO NOT = ZEROS
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF TIT-REM-NUMERO = ZEROS
                 OR TIT-VALOR-PAGO NOT = ZEROS
                 OR WS-SALDO-PARCELA GREATER WS-VALOR-RESTANTE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-SALDO-PARCELA GREATER WS-VALOR-RESTANTE
              SUBTRACT WS-VALOR-RESTANTE FROM TIT-VALOR
              ADD WS-VALOR-RESTANTE TO WS-VALOR-ABATIDO
              MOVE ZEROS TO WS-VALOR-RESTANTE
           ELSE
      *       PARCELA ZERADA: SEM NADA PAGO VIRA CANCELADA; COM
      *       PAGAMENTO PARCIAL FICA QUITADA PELO QUE JA ENTROU.
              MOVE TIT-VALOR-PAGO TO TIT-VALOR
              ADD WS-SALDO-PARCELA TO WS-VALOR-ABATIDO
              SUBTRACT WS-SALDO-PARCELA FROM WS-VALOR-RESTANTE
              IF TIT-VALOR-PAGO = ZEROS
                 MOVE "C" TO TIT-STATUS
              ELSE
                 MOVE "P" TO TIT-STATUS
              END-IF
           END-IF
           REWRITE REGISTRO-TITULO
           .
       GERA-AJUSTE-DEVOLUCAO.
      *    O PEDIDO DEVOLVIDO CONTINUA ATIVO E E COMISSIONADO
      *    INTEIRO; O AJUSTE TIRA A COMISSAO DO VALOR DEVOLVIDO,
      *    PELO PERCENTUAL VIGENTE DO VENDEDOR (MESMA REGRA DO
      *    CANCELAMENTO NO PROG07).
           MOVE PED-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO-DEVOLUCAO TO AJU-PED-NUMERO
           MOVE PED-VEN-CODIGO      TO AJU-VEN-CODIGO
           MOVE PED-CLI-CODIGO      TO AJU-CLI-CODIGO
           MOVE WS-COMPETENCIA-DEV  TO AJU-COMPET-ORIGEM
           MOVE WS-VALOR-DEVOLUCAO  TO AJU-VALOR-PEDIDO
           COMPUTE AJU-VALOR-AJUSTE ROUNDED =
              WS-VALOR-DEVOLUCAO * VEN-COMISSAO / 100
           IF AJU-VALOR-AJUSTE = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-DEV-AAAAMMDD TO AJU-DATA-GERACAO
           MOVE "P"                  TO AJU-STATUS
           MOVE ZEROS                TO AJU-COMPET-BAIXA
           MOVE ZEROS                TO AJU-VALOR-BAIXA-CMP
           MOVE "D"                  TO AJU-ORIGEM
           MOVE PED-NUMERO           TO AJU-PED-ORIGEM
           MOVE "D"                  TO AJU-NATUREZA
           WRITE REGISTRO-AJUSCOM
           IF WS-RESULTADO-AJUSCOM NOT = 00
              DISPLAY "ERRO NA GRAVACAO - AJUSTE DE COMISSAO:" AT 2401
              DISPLAY WS-RESULTADO-AJUSCOM                    AT 2441
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
