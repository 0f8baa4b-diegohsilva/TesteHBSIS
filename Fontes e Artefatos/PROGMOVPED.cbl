      *    PRODUTO), PASSANDO PELAS MESMAS CRITICAS DA DIGITACAO
      *    ONLINE DO PROG07: VENDEDOR E CLIENTE ATIVOS, PRODUTO
      *    ATIVO, DATA VALIDA E COMPETENCIA ABERTA. LINHA ACEITA
      *    GERA O PEDIDO, O ITEM E OS TITULOS A RECEBER DAS PARCELAS
      *    DA CONDICAO DE PAGAMENTO INFORMADA (OU ENTRA
      *    PENDENTE DE LIBERACAO QUANDO PASSA DA ALCADA, COMO NO
      *    ONLINE); LINHA RECUSADA VAI PARA REJPED.TXT COM CODIGO
      *    DE MOTIVO, COMO NO PROGMOVFIL. TOTAIS DE CONTROLE SAEM
      *    NO FIM DO PROCESSAMENTO. CLIENTE EM BLOQUEIO COMERCIAL
      *    (PROGBLOQ) TEM A LINHA RECUSADA; O PEDIDO SO ENTRA PELO
      *    PROG07, COM LIBERACAO DE SUPERVISOR. PRODUTO COM
      *    CONTROLE DE ESTOQUE (ESTOQUE.DAT) SEM DISPONIVEL PARA A
      *    QUANTIDADE TEM A LINHA RECUSADA; O PEDIDO GRAVADO RESERVA
      *    O ITEM (MOVESTOQ), COMO NO PROG07. O ITEM TEM O ICMS E O
      *    IPI CALCULADOS PELO CALCTRIB, COMO NO PROG07; CADA PEDIDO
      *    GRAVADO SAI NO LOG COM LIQUIDO, IMPOSTOS E TOTAL COM
      *    IMPOSTOS, E OS TOTAIS DE CONTROLE TRAZEM OS IMPOSTOS.
      *    CAMPANHA PROMOCIONAL VIGENTE (CALCCAMP) SUBSTITUI O PRECO
      *    SUGERIDO E FICA GRAVADA NO ITEM, COMO NO PROG07.
      *    O ITEM CONGELA O CUSTO PADRAO VIGENTE NA DATA DO PEDIDO
      *    (CUSTOLER), COMO NO PROG07.
      *    CONTRATO DE PRECO DO CLIENTE OU DO GRUPO ECONOMICO
      *    (CONTRLER) VALE ANTES DA TABELA E SEM CAMPANHA, E O ITEM
      *    GRAVA A ORIGEM DO PRECO PRATICADO, COMO NO PROG07.
      *    O PEDIDO E OS TITULOS FICAM NA EMPRESA DO VENDEDOR
      *    (VEN-EMPRESA -> PED-EMPRESA/TIT-EMPRESA; ZERO = 01).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.
       77 WS-RESULTADO-CTRL        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-PEDIDO        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FECHACMP    PIC 9(02) VALUE ZEROS.
           88 MOTIVO-QTDE-INVALIDA     VALUE 06.
           88 MOTIVO-ERRO-GRAVACAO     VALUE 07.
           88 MOTIVO-PRECO-FORA-TOL    VALUE 08.
           88 MOTIVO-CLIENTE-BLOQUEADO VALUE 09.
           88 MOTIVO-ESTOQUE-INSUF     VALUE 10.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-GRAVADO         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-ICMS-GRAVADO          PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-IPI-GRAVADO           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-TOTAL-COM-IMPOSTOS    PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-VALOR-COM-IMPOSTOS    PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-FECHACMP-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-PROX-NUMERO-PED       PIC 9(09) VALUE ZEROS.
       77 WS-COMPETENCIA-MOV       PIC 9(06) VALUE ZEROS.
       77 WS-MOV-AAAAMM            PIC 9(06) VALUE ZEROS.
       77 WS-PRECO-ITEM            PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-PEDIDO          PIC 9(09)V9(02) VALUE ZEROS.
      *    MESMO PRAZO DE VENCIMENTO E MESMA ALCADA DE LIBERACAO
      *    DA DIGITACAO ONLINE (PROG07).
       77 WS-PRAZO-VENCIMENTO      PIC 9(03) VALUE 30.
       77 WS-TIER-BUSCA            PIC X(01) VALUE SPACES.
       77 WS-FIM-PRECOS            PIC 9(01) VALUE ZEROS.
       77 WS-ACHOU-PRECO           PIC X(01) VALUE SPACES.
       77 WS-ORIGEM-PRECO          PIC X(01) VALUE SPACES.
       01 WS-DATA-EDITADA          PIC 99/99/9(04).
       COPY "AREA-PARCELAS.cpy".
       COPY "AREA-ESTOQUE.cpy".
       COPY "AREA-TRIBUTO.cpy".
       COPY "AREA-CAMPANHA.cpy".
       COPY "AREA-CUSTO.cpy".
       COPY "AREA-CONTRATO.cpy".

       PROCEDURE DIVISION.
       INICIO.
              CLOSE ARQ-PRECO
           END-IF
           CLOSE ARQ-REJ-MOVPED
           CANCEL "MOVESTOQ"
           CANCEL "CALCTRIB"
           CANCEL "CALCCAMP"
           CANCEL "CUSTOLER"
           CANCEL "CONTRLER"
           DISPLAY "PROGMOVPED - LINHAS LIDAS......: " WS-QTD-LIDOS
           DISPLAY "PROGMOVPED - PEDIDOS GRAVADOS..: "
              WS-QTD-GRAVADOS
              WS-QTD-REJEITADOS
           DISPLAY "PROGMOVPED - VALOR GRAVADO.....: "
              WS-VALOR-GRAVADO
           DISPLAY "PROGMOVPED - ICMS GRAVADO......: "
              WS-ICMS-GRAVADO
           DISPLAY "PROGMOVPED - IPI GRAVADO.......: "
              WS-IPI-GRAVADO
           COMPUTE WS-TOTAL-COM-IMPOSTOS =
              WS-VALOR-GRAVADO + WS-ICMS-GRAVADO + WS-IPI-GRAVADO
           DISPLAY "PROGMOVPED - TOTAL C/ IMPOSTOS.: "
              WS-TOTAL-COM-IMPOSTOS
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGMOVPED - FIM DOS PEDIDOS DO CAMPO."
           GOBACK
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
      *    O PEDIDO E DA EMPRESA DO VENDEDOR (ZERO = EMPRESA 01).
           MOVE VEN-EMPRESA TO WS-EMPRESA-PEDIDO
           IF WS-EMPRESA-PEDIDO = ZEROS
              MOVE 01 TO WS-EMPRESA-PEDIDO
           END-IF
           IF MVP-CLI-CODIGO NOT = ZEROS
              MOVE MVP-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
      *    CLIENTE EM BLOQUEIO COMERCIAL (PROGBLOQ) NAO TEM COMO SER
      *    LIBERADO NO LOTE: O PEDIDO E REDIGITADO NO PROG07, COM A
      *    LIBERACAO DO SUPERVISOR.
           IF CLI-BLOQUEADO
              SET MOTIVO-CLIENTE-BLOQUEADO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           DIVIDE MVP-DATA BY 100
              GIVING WS-MOV-AAAAMM
              REMAINDER WS-MOV-DIA
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
      *    PRODUTO SEM REGISTRO EM ESTOQUE.DAT NAO TEM CONTROLE DE
      *    ESTOQUE E PASSA SEM CONFERENCIA.
           MOVE "C"            TO WS-STQ-FUNCAO
           MOVE MVP-PRO-CODIGO TO WS-STQ-PRO-CODIGO
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO = ZEROS
              AND MVP-QUANTIDADE GREATER WS-STQ-DISPONIVEL
              SET MOTIVO-ESTOQUE-INSUF TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           PERFORM GRAVA-PEDIDO-MOVIMENTO
           .
       F-PROCESSA-MOVIMENTO. EXIT.
       GRAVA-PEDIDO-MOVIMENTO.
           PERFORM BUSCA-PRECO-VIGENTE-MOV
           PERFORM APLICA-CAMPANHA-MOV
           IF MVP-PRECO-UNIT = ZEROS
              MOVE WS-PRECO-SUGERIDO TO WS-PRECO-ITEM
           ELSE
                 PERFORM GRAVA-REJEITO-MOVIMENTO
                 EXIT PARAGRAPH
              END-IF
              IF WS-PRECO-ITEM NOT = WS-PRECO-SUGERIDO
                 MOVE "D" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           COMPUTE WS-VALOR-PEDIDO ROUNDED =
              MVP-QUANTIDADE * WS-PRECO-ITEM
           MOVE CLI-CODIGO         TO PED-CLI-CODIGO
           MOVE MVP-VEN-CODIGO     TO PED-VEN-CODIGO
           MOVE WS-VALOR-PEDIDO    TO PED-VALOR
           MOVE WS-VALOR-PEDIDO    TO PED-VALOR-BRUTO
           MOVE ZEROS              TO PED-PCT-DESCONTO
           MOVE SPACES             TO PED-DESC-LIBERADOR
      *    PEDIDO DO CAMPO TEM UM ITEM SO: OS IMPOSTOS DO ITEM SAO OS
      *    DO PEDIDO.
           MOVE CLI-FILIAL         TO WS-TRB-FILIAL
           MOVE CLI-UF             TO WS-TRB-UF-DESTINO
           MOVE PRO-CLASSE-FISCAL  TO WS-TRB-CLASSE
           MOVE WS-VALOR-PEDIDO    TO WS-TRB-VALOR-BASE
           CALL "CALCTRIB" USING WS-AREA-TRIBUTO
           MOVE WS-TRB-VALOR-ICMS  TO PED-VALOR-ICMS
           MOVE WS-TRB-VALOR-IPI   TO PED-VALOR-IPI
           IF MVP-COND-PAGTO IS NUMERIC
              MOVE MVP-COND-PAGTO TO PED-COND-PAGTO
           ELSE
              MOVE ZEROS          TO PED-COND-PAGTO
           END-IF
           IF WS-VALOR-PEDIDO GREATER WS-VALOR-ALCADA
              MOVE "P" TO PED-STATUS
           ELSE
           ELSE
              MOVE SPACE TO PED-FORA-CARTEIRA
           END-IF
           MOVE "V"    TO PED-TIPO
           MOVE SPACES TO PED-BON-LIBERADOR
           MOVE WS-EMPRESA-PEDIDO TO PED-EMPRESA
           WRITE REGISTRO-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              SUBTRACT 1 FROM WS-PROX-NUMERO-PED
           MOVE MVP-QUANTIDADE  TO ITE-QUANTIDADE
           MOVE WS-PRECO-ITEM   TO ITE-PRECO-UNITARIO
           MOVE WS-VALOR-PEDIDO TO ITE-VALOR
           MOVE WS-VALOR-PEDIDO TO ITE-VALOR-BRUTO
           MOVE ZEROS           TO ITE-PCT-DESCONTO
           MOVE WS-TRB-PCT-ICMS   TO ITE-PCT-ICMS
           MOVE WS-TRB-PCT-IPI    TO ITE-PCT-IPI
           MOVE WS-TRB-VALOR-ICMS TO ITE-VALOR-ICMS
           MOVE WS-TRB-VALOR-IPI  TO ITE-VALOR-IPI
           MOVE WS-TRB-ST         TO ITE-ICMS-ST
           MOVE WS-CMP-CAMPANHA   TO ITE-CAMPANHA
           MOVE WS-CMP-PONTOS     TO ITE-PONTOS-CAMPANHA
           MOVE MVP-PRO-CODIGO    TO WS-CUS-PRO-CODIGO
           COMPUTE WS-CUS-DATA =
              (WS-MOV-ANO * 10000) + (WS-MOV-MES * 100) + WS-MOV-DIA
           CALL "CUSTOLER" USING WS-AREA-CUSTO
           MOVE WS-CUS-CUSTO      TO ITE-CUSTO-UNITARIO
           MOVE WS-ORIGEM-PRECO   TO ITE-ORIGEM-PRECO
           WRITE REGISTRO-PEDITEM
           MOVE "R"        TO WS-STQ-FUNCAO
           MOVE ZEROS      TO WS-STQ-PRO-CODIGO
           MOVE PED-NUMERO TO WS-STQ-PED-NUMERO
           MOVE SPACES     TO WS-STQ-DOCUMENTO
           MOVE "LOTE"     TO WS-STQ-OPERADOR
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO = 2
              DISPLAY "PROGMOVPED - ERRO NA RESERVA DE ESTOQUE DO "
                 "PEDIDO " PED-NUMERO
           END-IF
           IF PED-ATIVO
              PERFORM GRAVA-TITULO-MOVIMENTO
              ADD 1 TO WS-QTD-GRAVADOS
              ADD 1 TO WS-QTD-PENDENTES
           END-IF
           ADD WS-VALOR-PEDIDO TO WS-VALOR-GRAVADO
           ADD PED-VALOR-ICMS  TO WS-ICMS-GRAVADO
           ADD PED-VALOR-IPI   TO WS-IPI-GRAVADO
           COMPUTE WS-VALOR-COM-IMPOSTOS =
              WS-VALOR-PEDIDO + PED-VALOR-ICMS + PED-VALOR-IPI
           DISPLAY "PROGMOVPED - PEDIDO " PED-NUMERO
              " LIQUIDO " WS-VALOR-PEDIDO
              " ICMS " PED-VALOR-ICMS
              " IPI " PED-VALOR-IPI
              " TOTAL " WS-VALOR-COM-IMPOSTOS
           .
      *    UM TITULO POR PARCELA DA CONDICAO DE PAGAMENTO DO PEDIDO,
      *    DESDOBRADA PELO CALCPARC (MESMA REGRA DO PROG07).
       GRAVA-TITULO-MOVIMENTO.
           MOVE PED-COND-PAGTO      TO WS-PARC-CONDICAO
           MOVE MVP-DATA            TO WS-PARC-EMISSAO
           MOVE PED-VALOR           TO WS-PARC-VALOR-TOTAL
           MOVE WS-PRAZO-VENCIMENTO TO WS-PARC-PRAZO-PADRAO
           CALL "CALCPARC" USING WS-AREA-PARCELAS
           PERFORM VARYING WS-IND-PARCELA FROM 1 BY 1
                   UNTIL WS-IND-PARCELA > WS-PARC-QTD
              INITIALIZE REGISTRO-TITULO
              MOVE PED-NUMERO      TO TIT-NUMERO
              MOVE WS-IND-PARCELA  TO TIT-PARCELA
              MOVE WS-PARC-QTD     TO TIT-QTD-PARCELAS
              MOVE PED-CLI-CODIGO  TO TIT-CLI-CODIGO
              MOVE PED-VEN-CODIGO  TO TIT-VEN-CODIGO
              MOVE PED-EMPRESA     TO TIT-EMPRESA
              MOVE MVP-DATA        TO TIT-DATA-EMISSAO
              MOVE WS-PARC-VENCIMENTO (WS-IND-PARCELA)
                TO TIT-DATA-VENCIMENTO
              MOVE WS-PARC-VALOR (WS-IND-PARCELA) TO TIT-VALOR
              MOVE ZEROS           TO TIT-VALOR-PAGO
              MOVE ZEROS           TO TIT-DATA-PAGAMENTO
              MOVE "A"             TO TIT-STATUS
              WRITE REGISTRO-TITULO
           END-PERFORM
           .
       GRAVA-REJEITO-MOVIMENTO.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE MVP-PRO-CODIGO TO RJP-PRO-CODIGO
           MOVE MVP-QUANTIDADE TO RJP-QUANTIDADE
           MOVE MVP-PRECO-UNIT TO RJP-PRECO-UNIT
           MOVE MVP-COND-PAGTO TO RJP-COND-PAGTO
           MOVE WS-REJ-MOTIVO  TO RJP-MOTIVO
           WRITE REGISTRO-REJ-MOVPED
           .
       APLICA-CAMPANHA-MOV.
      *    MESMA REGRA DE CAMPANHA DA DIGITACAO ONLINE: O PRECO DE
      *    CAMPANHA PASSA A SER O SUGERIDO E A REFERENCIA DA
      *    TOLERANCIA. PRECO DE CONTRATO NAO ENTRA EM CAMPANHA.
           IF WS-ORIGEM-PRECO = "C" OR = "G"
              MOVE ZEROS TO WS-CMP-CAMPANHA
              MOVE ZEROS TO WS-CMP-PONTOS
              EXIT PARAGRAPH
           END-IF
           MOVE MVP-PRO-CODIGO    TO WS-CMP-PRO-CODIGO
           MOVE CLI-UF            TO WS-CMP-UF
           COMPUTE WS-CMP-DATA =
              (WS-MOV-ANO * 10000) + (WS-MOV-MES * 100) + WS-MOV-DIA
           MOVE WS-PRECO-SUGERIDO TO WS-CMP-PRECO-BASE
           CALL "CALCCAMP" USING WS-AREA-CAMPANHA
           IF WS-CMP-RESULTADO = ZEROS
              MOVE WS-CMP-PRECO TO WS-PRECO-SUGERIDO
              MOVE "P"          TO WS-ORIGEM-PRECO
           END-IF
           .
       BUSCA-PRECO-VIGENTE-MOV.
      *    MESMA REGRA DE PRECO SUGERIDO DA DIGITACAO ONLINE:
      *    CONTRATO DO CLIENTE OU DO GRUPO ECONOMICO (CONTRLER);
      *    SEM CONTRATO, TABELA DE PRECOS NA DATA DO PEDIDO, FAIXA
      *    DA CLASSE ABC DO CLIENTE E DEPOIS A GERAL; SEM TABELA,
      *    O PRECO DE LISTA DO CADASTRO.
           MOVE PRO-PRECO-LISTA TO WS-PRECO-SUGERIDO
           MOVE "L"             TO WS-ORIGEM-PRECO
           MOVE CLI-CODIGO      TO WS-CTP-CLI-CODIGO
           MOVE CLI-CNPJ        TO WS-CTP-CLI-CNPJ
           MOVE MVP-PRO-CODIGO  TO WS-CTP-PRO-CODIGO
           MOVE MVP-DATA        TO WS-CTP-DATA
           CALL "CONTRLER" USING WS-AREA-CONTRATO
           IF WS-CTP-RESULTADO = ZEROS
              MOVE WS-CTP-PRECO  TO WS-PRECO-SUGERIDO
              MOVE WS-CTP-ORIGEM TO WS-ORIGEM-PRECO
              EXIT PARAGRAPH
           END-IF
           IF WS-PRECO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           IF CLI-CLASSE-ABC = "A" OR = "B" OR = "C"
              MOVE CLI-CLASSE-ABC TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER-MOV
              IF WS-ACHOU-PRECO = "S"
                 MOVE "F" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           IF WS-ACHOU-PRECO NOT = "S"
              MOVE SPACE TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER-MOV
              IF WS-ACHOU-PRECO = "S"
                 MOVE "T" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           .
       PROCURA-PRECO-TIER-MOV.
