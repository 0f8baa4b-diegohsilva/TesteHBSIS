       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEDIPED.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** PEDIDOS DE COMPRA EDI DAS REDES ********
      *    APLICA EM LOTE OS PEDIDOS DE COMPRA QUE AS REDES DE VAREJO
      *    MANDAM POR EDI (EDIPED.TXT: UM CABECALHO "H" POR PEDIDO DE
      *    COMPRA SEGUIDO DAS LINHAS "I"), COM O CODIGO E A UNIDADE
      *    DO PRODUTO NO CADASTRO DO CLIENTE. O DE-PARA (EDIXREF.DAT,
      *    PROG61) TRADUZ CADA LINHA PARA O NOSSO PRO-CODIGO E
      *    CONVERTE QUANTIDADE (X FATOR) E PRECO (/ FATOR).
      *    O PEDIDO PASSA PELAS MESMAS CRITICAS DO PROCESSADOR DE
      *    PEDIDOS DO CAMPO (PROGMOVPED) E DOS PROGRAMADOS
      *    (PROGPEDREC): CLIENTE (PELO CNPJ) E VENDEDOR DA CARTEIRA
      *    ATIVOS, CLIENTE FORA DE BLOQUEIO COMERCIAL, DATA VALIDA,
      *    COMPETENCIA ABERTA, PRODUTO ATIVO COM ESTOQUE, PRECO NA
      *    TOLERANCIA DA TABELA (COM A CAMPANHA VIGENTE) E LIMITE DE
      *    CREDITO. FALHA DE CLIENTE, DATA, COMPETENCIA OU CREDITO
      *    RECUSA O PEDIDO INTEIRO; FALHA DE ITEM RECUSA SO A LINHA.
      *    COMO O PEDIDO DA REDE NAO TEM COMO SER REDIGITADO A CADA
      *    DIVERGENCIA, DUAS FALHAS DE ITEM VIRAM ALTERACAO EM VEZ DE
      *    RECUSA: PRECO FORA DA TOLERANCIA E ATENDIDO PELO NOSSO
      *    PRECO, E ESTOQUE INSUFICIENTE REDUZ A QUANTIDADE AO
      *    DISPONIVEL (EM UNIDADES INTEIRAS DO CLIENTE).
      *    AS LINHAS ACEITAS (ATE 8, O LIMITE DO PEDIDO) GERAM PEDIDO,
      *    ITENS E TITULOS A RECEBER, OU PEDIDO PENDENTE DE LIBERACAO
      *    ACIMA DA ALCADA, COMO NO ONLINE. CADA LINHA RECEBIDA VOLTA
      *    PARA A REDE EM EDIRET.TXT COMO ACEITA, ALTERADA OU
      *    RECUSADA; A RECUSADA VAI TAMBEM PARA REJEDI.TXT COM O
      *    CODIGO DE MOTIVO. TOTAIS DE CONTROLE SAEM NO FIM.
      *    CONTRATO DE PRECO DO CLIENTE OU DO GRUPO ECONOMICO
      *    (CONTRLER) VALE ANTES DA TABELA E SEM CAMPANHA, E O ITEM
      *    GRAVA A ORIGEM DO PRECO, COMO NO PROG07.
      *    O PEDIDO E OS TITULOS FICAM NA EMPRESA DO VENDEDOR
      *    (VEN-EMPRESA -> PED-EMPRESA/TIT-EMPRESA; ZERO = 01).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-MOV-EDIPED ASSIGN TO WID-ARQ-MOV-EDIPED
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-MOV.

           SELECT ARQ-REJ-EDIPED ASSIGN TO WID-ARQ-REJ-EDIPED
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-REJ.

           SELECT ARQ-RET-EDIPED ASSIGN TO WID-ARQ-RET-EDIPED
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-RET.

           SELECT ARQ-EDIXREF ASSIGN TO DISK WID-ARQ-EDIXREF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS XRF-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EDIXREF.

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

           SELECT ARQ-PRECO ASSIGN TO DISK WID-ARQ-PRECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRECO.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.

           SELECT ARQ-FECHACMP ASSIGN TO DISK WID-ARQ-FECHACMP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FCH-COMPETENCIA
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FECHACMP.

       DATA DIVISION.
       FILE SECTION.
       COPY "MOV-EDIPED.FD".
       COPY "REJ-EDIPED.FD".
       COPY "RET-EDIPED.FD".
       COPY "ARQ-EDIXREF.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "CTRL-PEDIDO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-PRECO.FD".
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-FECHACMP.FD".

       WORKING-STORAGE SECTION.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-MOV-EDIPED       PIC X(50) VALUE SPACES.
       77 WID-ARQ-REJ-EDIPED       PIC X(50) VALUE SPACES.
       77 WID-ARQ-RET-EDIPED       PIC X(50) VALUE SPACES.
       77 WID-ARQ-EDIXREF          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-PEDIDO      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRECO            PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-FECHACMP         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-MOV         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REJ         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RET         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EDIXREF     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-PEDIDO        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRECO       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FECHACMP    PIC 9(02) VALUE ZEROS.
      *    MOTIVO DE RECUSA DO PEDIDO INTEIRO.
       77 WS-REJ-MOTIVO            PIC 9(02) VALUE ZEROS.
           88 MOTIVO-VENDEDOR-INVALIDO VALUE 01.
           88 MOTIVO-CLIENTE-INVALIDO  VALUE 02.
           88 MOTIVO-DATA-INVALIDA     VALUE 03.
           88 MOTIVO-COMPET-FECHADA    VALUE 04.
           88 MOTIVO-ERRO-GRAVACAO     VALUE 07.
           88 MOTIVO-CLIENTE-BLOQUEADO VALUE 09.
           88 MOTIVO-LIMITE-CREDITO    VALUE 11.
           88 MOTIVO-SEM-ITEM-ACEITO   VALUE 13.
      *    MOTIVO DA LINHA EM CONFERENCIA.
       77 WS-LIN-MOTIVO            PIC 9(02) VALUE ZEROS.
           88 LIN-PRODUTO-INVALIDO     VALUE 05.
           88 LIN-QTDE-INVALIDA        VALUE 06.
           88 LIN-PRECO-FORA-TOL       VALUE 08.
           88 LIN-ESTOQUE-INSUF        VALUE 10.
           88 LIN-SEM-DE-PARA          VALUE 12.
           88 LIN-ALEM-DO-LIMITE       VALUE 14.
           88 LIN-SEM-CABECALHO        VALUE 15.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-FIM-MOVIMENTOS        PIC 9(01) VALUE ZEROS.
       77 WS-FIM-TITULOS           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-PRECOS            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-LIDOS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RECUSADOS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LINHAS-LIDAS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LIN-ACEITAS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LIN-ALTERADAS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LIN-RECUSADAS     PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-GRAVADO         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-ICMS-GRAVADO          PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-IPI-GRAVADO           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-FECHACMP-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-PRECO-DISPONIVEL      PIC X(01) VALUE "N".
       77 WS-PROX-NUMERO-PED       PIC 9(09) VALUE ZEROS.
       77 WS-COMPETENCIA-MOV       PIC 9(06) VALUE ZEROS.
       77 WS-MOV-ANO               PIC 9(04) VALUE ZEROS.
       77 WS-MOV-MES               PIC 9(02) VALUE ZEROS.
       77 WS-MOV-DIA               PIC 9(02) VALUE ZEROS.
       77 WS-MOV-AAAAMM            PIC 9(06) VALUE ZEROS.
       77 WS-PRO-BUSCA             PIC 9(05) VALUE ZEROS.
       77 WS-PRECO-SUGERIDO        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PRECO-ITEM            PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TIER-BUSCA            PIC X(01) VALUE SPACES.
       77 WS-ACHOU-PRECO           PIC X(01) VALUE SPACES.
       77 WS-ORIGEM-PRECO          PIC X(01) VALUE SPACES.
       77 WS-DESVIO-PRECO          PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VALOR-PEDIDO          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-ICMS-PED        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-IPI-PED         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-EXPOSICAO             PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-INTEIRA-CLIENTE   PIC 9(07) VALUE ZEROS.
      *    MESMO PRAZO DE VENCIMENTO, MESMA ALCADA DE LIBERACAO E
      *    MESMA TOLERANCIA DE PRECO DA DIGITACAO ONLINE (PROG07).
       77 WS-PRAZO-VENCIMENTO      PIC 9(03) VALUE 30.
       77 WS-VALOR-ALCADA          PIC 9(09)V9(02) VALUE 50000.
       77 WS-TOLERANCIA-PRECO      PIC 9(03)V9(02) VALUE 10.
       01 WS-DATA-EDITADA          PIC 99/99/9(04).

      *    CABECALHO DO PEDIDO DE COMPRA EM MONTAGEM.
       77 WS-PEDIDO-ABERTO         PIC X(01) VALUE "N".
       77 WS-CAB-CLI-CNPJ          PIC 9(14) VALUE ZEROS.
       77 WS-CAB-PEDIDO-CLIENTE    PIC X(15) VALUE SPACES.
       77 WS-CAB-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-CAB-COND-PAGTO        PIC 9(03) VALUE ZEROS.

      *    LINHAS DO PEDIDO DE COMPRA, NA UNIDADE DO CLIENTE E JA
      *    TRADUZIDAS. AS ACEITAS ("A"/"C") VIRAM OS ITENS DO PEDIDO.
       77 WS-MAX-LINHAS            PIC 9(02) VALUE 99.
       77 WS-MAX-ITENS             PIC 9(02) VALUE 8.
       77 WS-QTD-LINHAS            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-ACEITOS     PIC 9(02) VALUE ZEROS.
       77 WS-IND-LINHA             PIC 9(02) VALUE ZEROS.
       77 WS-SEQ-ITEM              PIC 9(03) VALUE ZEROS.
       01 TABELA-LINHAS.
          02 LINHA-OCORRENCIA OCCURS 99 TIMES.
             03 TAB-LIN-LINHA          PIC 9(04).
             03 TAB-LIN-PRO-CLIENTE    PIC X(20).
             03 TAB-LIN-QTD-CLIENTE    PIC 9(07)V9(02).
             03 TAB-LIN-PRECO-CLIENTE  PIC 9(09)V9(02).
             03 TAB-LIN-FATOR          PIC 9(05)V9(04).
             03 TAB-LIN-PRO-CODIGO     PIC 9(05).
             03 TAB-LIN-QUANTIDADE     PIC 9(07)V9(02).
             03 TAB-LIN-PRECO          PIC 9(09)V9(02).
             03 TAB-LIN-VALOR          PIC 9(09)V9(02).
             03 TAB-LIN-CLASSE         PIC X(04).
             03 TAB-LIN-CAMPANHA       PIC 9(05).
             03 TAB-LIN-PONTOS         PIC 9(02)V9(02).
             03 TAB-LIN-ORIGEM         PIC X(01).
             03 TAB-LIN-SITUACAO       PIC X(01).
                88 TAB-LIN-ACEITA      VALUE "A".
                88 TAB-LIN-ALTERADA    VALUE "C".
                88 TAB-LIN-RECUSADA    VALUE "R".
             03 TAB-LIN-MOTIVO         PIC 9(02).
             03 TAB-LIN-QTD-CONFIRMADA PIC 9(07)V9(02).
             03 TAB-LIN-PRECO-CONFIRMADO PIC 9(09)V9(02).

       COPY "AREA-PARCELAS.cpy".
       COPY "AREA-ESTOQUE.cpy".
       COPY "AREA-TRIBUTO.cpy".
       COPY "AREA-CAMPANHA.cpy".
       COPY "AREA-CUSTO.cpy".
       COPY "AREA-CONTRATO.cpy".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGEDIPED - INICIO DOS PEDIDOS EDI DAS REDES"
           MOVE "PROGEDIPED" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGEDIPED - JA EXISTE APLICACAO DE "
                 "PEDIDOS EDI EM EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *    LIMITES OPERACIONAIS VEM DA TABELA DE PARAMETROS
      *    (PARAM.DAT, PROG37); PARAMETRO AUSENTE MANTEM O VALOR
      *    PADRAO EMBUTIDO.
           MOVE "PRAZOVENC" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PRAZO-VENCIMENTO
           END-IF
           MOVE "VALORALCADA" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-VALOR-ALCADA
           END-IF
           MOVE "TOLPRECO" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-TOLERANCIA-PRECO
           END-IF
           CANCEL "PARAMLER"
           MOVE "EDIPED.TXT" TO WID-ARQ-MOV-EDIPED
           OPEN INPUT ARQ-MOV-EDIPED
           IF WS-RESULTADO-MOV NOT = 00
              DISPLAY "PROGEDIPED - EDIPED.TXT NAO ENCONTRADO."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           MOVE "EDIXREF.DAT" TO WID-ARQ-EDIXREF
           OPEN INPUT ARQ-EDIXREF
           IF WS-RESULTADO-ACESSO NOT = 00
              OR WS-RESULTADO-VENDEDOR NOT = 00
              OR WS-RESULTADO-PRODUTO NOT = 00
              OR WS-RESULTADO-EDIXREF NOT = 00
              DISPLAY "PROGEDIPED - CADASTROS BASICOS AUSENTES "
                 "(CLIENTE/VENDEDOR/PRODUTO/DE-PARA EDI)."
              CLOSE ARQ-MOV-EDIPED
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN I-O ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              OPEN OUTPUT ARQ-PEDIDO
              CLOSE ARQ-PEDIDO
              OPEN I-O ARQ-PEDIDO
           END-IF
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN I-O ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM NOT = 00
              OPEN OUTPUT ARQ-PEDITEM
              CLOSE ARQ-PEDITEM
              OPEN I-O ARQ-PEDITEM
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
           MOVE CTL-ULTIMO-NUMERO-PED TO WS-PROX-NUMERO-PED
           MOVE "PRECO.DAT" TO WID-ARQ-PRECO
           OPEN INPUT ARQ-PRECO
           IF WS-RESULTADO-PRECO = 00
              MOVE "S" TO WS-PRECO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-PRECO-DISPONIVEL
           END-IF
           MOVE "FECHACMP.DAT" TO WID-ARQ-FECHACMP
           OPEN INPUT ARQ-FECHACMP
           IF WS-RESULTADO-FECHACMP = 00
              MOVE "S" TO WS-FECHACMP-DISPONIVEL
           ELSE
              MOVE "N" TO WS-FECHACMP-DISPONIVEL
           END-IF
           MOVE "REJEDI.TXT" TO WID-ARQ-REJ-EDIPED
           OPEN EXTEND ARQ-REJ-EDIPED
           IF WS-RESULTADO-REJ NOT = 00
              OPEN OUTPUT ARQ-REJ-EDIPED
              CLOSE ARQ-REJ-EDIPED
              OPEN EXTEND ARQ-REJ-EDIPED
           END-IF
           MOVE "EDIRET.TXT" TO WID-ARQ-RET-EDIPED
           OPEN EXTEND ARQ-RET-EDIPED
           IF WS-RESULTADO-RET NOT = 00
              OPEN OUTPUT ARQ-RET-EDIPED
              CLOSE ARQ-RET-EDIPED
              OPEN EXTEND ARQ-RET-EDIPED
           END-IF

           MOVE "N" TO WS-PEDIDO-ABERTO
           PERFORM UNTIL WS-FIM-MOVIMENTOS = 1
              READ ARQ-MOV-EDIPED AT END
                 MOVE 1 TO WS-FIM-MOVIMENTOS
              END-READ
              IF WS-FIM-MOVIMENTOS NOT = 1
                 EVALUATE TRUE
                    WHEN EDI-CABECALHO
                       IF WS-PEDIDO-ABERTO = "S"
                          PERFORM FECHA-PEDIDO-EDI
                       END-IF
                       PERFORM ABRE-PEDIDO-EDI
                    WHEN EDI-ITEM
                       ADD 1 TO WS-QTD-LINHAS-LIDAS
                       PERFORM ACUMULA-LINHA-EDI
                    WHEN OTHER
                       DISPLAY "PROGEDIPED - LINHA DE TIPO INVALIDO "
                          "IGNORADA: " EDI-TIPO-LINHA
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-PEDIDO-ABERTO = "S"
              PERFORM FECHA-PEDIDO-EDI
           END-IF

           MOVE WS-PROX-NUMERO-PED TO CTL-ULTIMO-NUMERO-PED
           MOVE 1 TO CTL-CHAVE-PED
           REWRITE REGISTRO-CTRL-PEDIDO

           CLOSE ARQ-MOV-EDIPED
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-TITULO
           CLOSE ARQ-CTRL-PEDIDO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-EDIXREF
           IF WS-FECHACMP-DISPONIVEL = "S"
              CLOSE ARQ-FECHACMP
           END-IF
           IF WS-PRECO-DISPONIVEL = "S"
              CLOSE ARQ-PRECO
           END-IF
           CLOSE ARQ-REJ-EDIPED
           CLOSE ARQ-RET-EDIPED
           CANCEL "MOVESTOQ"
           CANCEL "CALCTRIB"
           CANCEL "CALCCAMP"
           CANCEL "CUSTOLER"
           CANCEL "CONTRLER"
           DISPLAY "PROGEDIPED - PEDIDOS DE COMPRA LIDOS: "
              WS-QTD-PEDIDOS-LIDOS
           DISPLAY "PROGEDIPED - PEDIDOS GRAVADOS......: "
              WS-QTD-GRAVADOS
           DISPLAY "PROGEDIPED - PENDENTES ALCADA......: "
              WS-QTD-PENDENTES
           DISPLAY "PROGEDIPED - PEDIDOS RECUSADOS.....: "
              WS-QTD-RECUSADOS
           DISPLAY "PROGEDIPED - LINHAS LIDAS..........: "
              WS-QTD-LINHAS-LIDAS
           DISPLAY "PROGEDIPED - LINHAS ACEITAS........: "
              WS-QTD-LIN-ACEITAS
           DISPLAY "PROGEDIPED - LINHAS ALTERADAS......: "
              WS-QTD-LIN-ALTERADAS
           DISPLAY "PROGEDIPED - LINHAS RECUSADAS......: "
              WS-QTD-LIN-RECUSADAS
           DISPLAY "PROGEDIPED - VALOR GRAVADO.........: "
              WS-VALOR-GRAVADO
           DISPLAY "PROGEDIPED - ICMS GRAVADO..........: "
              WS-ICMS-GRAVADO
           DISPLAY "PROGEDIPED - IPI GRAVADO...........: "
              WS-IPI-GRAVADO
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGEDIPED - FIM DOS PEDIDOS EDI DAS REDES."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       ABRE-PEDIDO-EDI.
           ADD 1 TO WS-QTD-PEDIDOS-LIDOS
           MOVE "S" TO WS-PEDIDO-ABERTO
           MOVE ZEROS  TO WS-QTD-LINHAS
           MOVE ZEROS  TO TABELA-LINHAS
           IF EDI-CLI-CNPJ IS NUMERIC
              MOVE EDI-CLI-CNPJ TO WS-CAB-CLI-CNPJ
           ELSE
              MOVE ZEROS TO WS-CAB-CLI-CNPJ
           END-IF
           MOVE EDI-PEDIDO-CLIENTE TO WS-CAB-PEDIDO-CLIENTE
           IF EDI-DATA IS NUMERIC
              MOVE EDI-DATA TO WS-CAB-DATA
           ELSE
              MOVE ZEROS TO WS-CAB-DATA
           END-IF
           IF EDI-COND-PAGTO IS NUMERIC
              MOVE EDI-COND-PAGTO TO WS-CAB-COND-PAGTO
           ELSE
              MOVE ZEROS TO WS-CAB-COND-PAGTO
           END-IF
           .
       ACUMULA-LINHA-EDI.
      *    LINHA SEM CABECALHO OU ALEM DA CAPACIDADE DA TABELA E
      *    RECUSADA NA HORA.
           IF WS-PEDIDO-ABERTO NOT = "S"
              MOVE ZEROS  TO WS-CAB-CLI-CNPJ
              MOVE SPACES TO WS-CAB-PEDIDO-CLIENTE
              MOVE ZEROS  TO WS-CAB-DATA
              SET LIN-SEM-CABECALHO TO TRUE
              PERFORM GRAVA-REJEITO-AVULSO
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-LINHAS NOT LESS WS-MAX-LINHAS
              SET LIN-ALEM-DO-LIMITE TO TRUE
              PERFORM GRAVA-REJEITO-AVULSO
              PERFORM GRAVA-RETORNO-AVULSO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-LINHAS
           MOVE WS-QTD-LINHAS TO WS-IND-LINHA
           IF EDI-LINHA IS NUMERIC
              MOVE EDI-LINHA TO TAB-LIN-LINHA (WS-IND-LINHA)
           ELSE
              MOVE WS-IND-LINHA TO TAB-LIN-LINHA (WS-IND-LINHA)
           END-IF
           MOVE EDI-PRO-CLIENTE TO TAB-LIN-PRO-CLIENTE (WS-IND-LINHA)
           IF EDI-QUANTIDADE IS NUMERIC
              MOVE EDI-QUANTIDADE TO TAB-LIN-QTD-CLIENTE (WS-IND-LINHA)
           END-IF
           IF EDI-PRECO-UNIT IS NUMERIC
              MOVE EDI-PRECO-UNIT
                TO TAB-LIN-PRECO-CLIENTE (WS-IND-LINHA)
           END-IF
           .
       FECHA-PEDIDO-EDI.
      *    CONFERE E GRAVA O PEDIDO DE COMPRA MONTADO E DEVOLVE CADA
      *    LINHA NA RESPOSTA AO CLIENTE.
           MOVE ZEROS TO WS-REJ-MOTIVO
           MOVE ZEROS TO WS-VALOR-PEDIDO
           MOVE ZEROS TO WS-QTD-ITENS-ACEITOS
           MOVE ZEROS TO PED-NUMERO
           PERFORM PROCESSA-PEDIDO-EDI
              THRU F-PROCESSA-PEDIDO-EDI
           IF WS-REJ-MOTIVO NOT = ZEROS
              ADD 1 TO WS-QTD-RECUSADOS
              MOVE ZEROS TO PED-NUMERO
              DISPLAY "PROGEDIPED - PEDIDO DE COMPRA "
                 WS-CAB-PEDIDO-CLIENTE " CNPJ " WS-CAB-CLI-CNPJ
                 " RECUSADO - MOTIVO " WS-REJ-MOTIVO
           END-IF
           PERFORM DEVOLVE-LINHA-EDI
              VARYING WS-IND-LINHA FROM 1 BY 1
              UNTIL WS-IND-LINHA > WS-QTD-LINHAS
           MOVE "N" TO WS-PEDIDO-ABERTO
           .
       PROCESSA-PEDIDO-EDI.
           MOVE WS-CAB-CLI-CNPJ TO CLI-CNPJ
           READ ARQ-CLIENTE KEY IS CLI-CNPJ
           IF WS-RESULTADO-ACESSO NOT = 00 OR NOT CLI-ATIVO
              SET MOTIVO-CLIENTE-INVALIDO TO TRUE
              GO TO F-PROCESSA-PEDIDO-EDI
           END-IF
      *    CLIENTE EM BLOQUEIO COMERCIAL (PROGBLOQ) NAO TEM COMO SER
      *    LIBERADO NO LOTE: O PEDIDO E DIGITADO NO PROG07, COM A
      *    LIBERACAO DO SUPERVISOR.
           IF CLI-BLOQUEADO
              SET MOTIVO-CLIENTE-BLOQUEADO TO TRUE
              GO TO F-PROCESSA-PEDIDO-EDI
           END-IF
      *    O PEDIDO DA REDE ENTRA PARA O VENDEDOR DA CARTEIRA.
           MOVE CLI-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00 OR NOT VEN-ATIVO
              SET MOTIVO-VENDEDOR-INVALIDO TO TRUE
              GO TO F-PROCESSA-PEDIDO-EDI
           END-IF
      *    O PEDIDO E DA EMPRESA DO VENDEDOR (ZERO = EMPRESA 01).
           MOVE VEN-EMPRESA TO WS-EMPRESA-PEDIDO
           IF WS-EMPRESA-PEDIDO = ZEROS
              MOVE 01 TO WS-EMPRESA-PEDIDO
           END-IF
           DIVIDE WS-CAB-DATA BY 100
              GIVING WS-MOV-AAAAMM
              REMAINDER WS-MOV-DIA
           DIVIDE WS-MOV-AAAAMM BY 100
              GIVING WS-MOV-ANO
              REMAINDER WS-MOV-MES
           IF WS-CAB-DATA = ZEROS
              OR WS-MOV-MES < 01 OR WS-MOV-MES > 12
              OR WS-MOV-DIA < 01 OR WS-MOV-DIA > 31
              SET MOTIVO-DATA-INVALIDA TO TRUE
              GO TO F-PROCESSA-PEDIDO-EDI
           END-IF
           MOVE WS-MOV-AAAAMM TO WS-COMPETENCIA-MOV
           IF WS-FECHACMP-DISPONIVEL = "S"
              MOVE WS-COMPETENCIA-MOV TO FCH-COMPETENCIA
              READ ARQ-FECHACMP
              IF WS-RESULTADO-FECHACMP = 00 AND FCH-FECHADA
                 SET MOTIVO-COMPET-FECHADA TO TRUE
                 GO TO F-PROCESSA-PEDIDO-EDI
              END-IF
           END-IF
           PERFORM CONFERE-LINHA-EDI
              VARYING WS-IND-LINHA FROM 1 BY 1
              UNTIL WS-IND-LINHA > WS-QTD-LINHAS
           IF WS-QTD-ITENS-ACEITOS = ZEROS
              SET MOTIVO-SEM-ITEM-ACEITO TO TRUE
              GO TO F-PROCESSA-PEDIDO-EDI
           END-IF
           PERFORM VERIFICA-LIMITE-CREDITO
           IF WS-REJ-MOTIVO NOT = ZEROS
              GO TO F-PROCESSA-PEDIDO-EDI
           END-IF
           PERFORM GRAVA-PEDIDO-EDI
           .
       F-PROCESSA-PEDIDO-EDI. EXIT.
       CONFERE-LINHA-EDI.
      *    TRADUZ A LINHA PELO DE-PARA DO CLIENTE E APLICA AS
      *    CRITICAS DE ITEM. A LINHA SAI ACEITA ("A"), ALTERADA
      *    ("C") OU RECUSADA ("R") COM O MOTIVO.
           MOVE "A"   TO TAB-LIN-SITUACAO (WS-IND-LINHA)
           MOVE ZEROS TO WS-LIN-MOTIVO
           MOVE CLI-CODIGO TO XRF-CLI-CODIGO
           MOVE TAB-LIN-PRO-CLIENTE (WS-IND-LINHA) TO XRF-PRO-CLIENTE
           READ ARQ-EDIXREF
           IF WS-RESULTADO-EDIXREF NOT = 00
              SET LIN-SEM-DE-PARA TO TRUE
              PERFORM RECUSA-LINHA-EDI
              EXIT PARAGRAPH
           END-IF
           IF XRF-FATOR = ZEROS
              MOVE 1 TO TAB-LIN-FATOR (WS-IND-LINHA)
           ELSE
              MOVE XRF-FATOR TO TAB-LIN-FATOR (WS-IND-LINHA)
           END-IF
           MOVE XRF-PRO-CODIGO TO TAB-LIN-PRO-CODIGO (WS-IND-LINHA)
           MOVE XRF-PRO-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00 OR NOT PRO-ATIVO
              SET LIN-PRODUTO-INVALIDO TO TRUE
              PERFORM RECUSA-LINHA-EDI
              EXIT PARAGRAPH
           END-IF
           IF TAB-LIN-QTD-CLIENTE (WS-IND-LINHA) NOT GREATER ZEROS
              SET LIN-QTDE-INVALIDA TO TRUE
              PERFORM RECUSA-LINHA-EDI
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-ITENS-ACEITOS NOT LESS WS-MAX-ITENS
              SET LIN-ALEM-DO-LIMITE TO TRUE
              PERFORM RECUSA-LINHA-EDI
              EXIT PARAGRAPH
           END-IF
           MOVE TAB-LIN-QTD-CLIENTE (WS-IND-LINHA)
             TO TAB-LIN-QTD-CONFIRMADA (WS-IND-LINHA)
           COMPUTE TAB-LIN-QUANTIDADE (WS-IND-LINHA) ROUNDED =
              TAB-LIN-QTD-CLIENTE (WS-IND-LINHA)
              * TAB-LIN-FATOR (WS-IND-LINHA)
              ON SIZE ERROR
                 SET LIN-QTDE-INVALIDA TO TRUE
           END-COMPUTE
           IF LIN-QTDE-INVALIDA
              PERFORM RECUSA-LINHA-EDI
              EXIT PARAGRAPH
           END-IF
      *    PRECO: O DO CLIENTE CONVERTIDO PARA A NOSSA UNIDADE, NA
      *    TOLERANCIA SOBRE O SUGERIDO (TABELA + CAMPANHA); FORA DELA
      *    OU NAO INFORMADO, VALE O NOSSO.
           MOVE PRO-CODIGO TO WS-PRO-BUSCA
           PERFORM BUSCA-PRECO-VIGENTE
           PERFORM APLICA-CAMPANHA
           IF TAB-LIN-PRECO-CLIENTE (WS-IND-LINHA) = ZEROS
              MOVE WS-PRECO-SUGERIDO TO WS-PRECO-ITEM
           ELSE
              COMPUTE WS-PRECO-ITEM ROUNDED =
                 TAB-LIN-PRECO-CLIENTE (WS-IND-LINHA)
                 / TAB-LIN-FATOR (WS-IND-LINHA)
              PERFORM CONFERE-TOLERANCIA
              IF LIN-PRECO-FORA-TOL
                 MOVE WS-PRECO-SUGERIDO TO WS-PRECO-ITEM
                 MOVE "C" TO TAB-LIN-SITUACAO (WS-IND-LINHA)
                 MOVE WS-LIN-MOTIVO TO TAB-LIN-MOTIVO (WS-IND-LINHA)
              END-IF
              IF WS-PRECO-ITEM NOT = WS-PRECO-SUGERIDO
                 MOVE "D" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           MOVE WS-ORIGEM-PRECO TO TAB-LIN-ORIGEM (WS-IND-LINHA)
      *    PRODUTO SEM REGISTRO EM ESTOQUE.DAT NAO TEM CONTROLE DE
      *    ESTOQUE E PASSA SEM CONFERENCIA. SEM DISPONIVEL PARA O
      *    PEDIDO, A QUANTIDADE CAI PARA AS UNIDADES INTEIRAS DO
      *    CLIENTE QUE O DISPONIVEL ATENDE.
           MOVE "C"        TO WS-STQ-FUNCAO
           MOVE PRO-CODIGO TO WS-STQ-PRO-CODIGO
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO = ZEROS
              AND TAB-LIN-QUANTIDADE (WS-IND-LINHA)
                  GREATER WS-STQ-DISPONIVEL
              DIVIDE WS-STQ-DISPONIVEL
                 BY TAB-LIN-FATOR (WS-IND-LINHA)
                 GIVING WS-QTD-INTEIRA-CLIENTE
              SET LIN-ESTOQUE-INSUF TO TRUE
              IF WS-QTD-INTEIRA-CLIENTE = ZEROS
                 PERFORM RECUSA-LINHA-EDI
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-QTD-INTEIRA-CLIENTE
                TO TAB-LIN-QTD-CONFIRMADA (WS-IND-LINHA)
              COMPUTE TAB-LIN-QUANTIDADE (WS-IND-LINHA) ROUNDED =
                 WS-QTD-INTEIRA-CLIENTE * TAB-LIN-FATOR (WS-IND-LINHA)
              MOVE "C" TO TAB-LIN-SITUACAO (WS-IND-LINHA)
              MOVE WS-LIN-MOTIVO TO TAB-LIN-MOTIVO (WS-IND-LINHA)
           END-IF
           MOVE WS-PRECO-ITEM     TO TAB-LIN-PRECO (WS-IND-LINHA)
           COMPUTE TAB-LIN-PRECO-CONFIRMADO (WS-IND-LINHA) ROUNDED =
              WS-PRECO-ITEM * TAB-LIN-FATOR (WS-IND-LINHA)
           COMPUTE TAB-LIN-VALOR (WS-IND-LINHA) ROUNDED =
              TAB-LIN-QUANTIDADE (WS-IND-LINHA) * WS-PRECO-ITEM
           MOVE PRO-CLASSE-FISCAL TO TAB-LIN-CLASSE (WS-IND-LINHA)
           IF WS-CMP-RESULTADO = ZEROS
              MOVE WS-CMP-CAMPANHA TO TAB-LIN-CAMPANHA (WS-IND-LINHA)
              MOVE WS-CMP-PONTOS   TO TAB-LIN-PONTOS (WS-IND-LINHA)
           END-IF
           ADD TAB-LIN-VALOR (WS-IND-LINHA) TO WS-VALOR-PEDIDO
           ADD 1 TO WS-QTD-ITENS-ACEITOS
           .
       RECUSA-LINHA-EDI.
           MOVE "R"           TO TAB-LIN-SITUACAO (WS-IND-LINHA)
           MOVE WS-LIN-MOTIVO TO TAB-LIN-MOTIVO (WS-IND-LINHA)
           MOVE ZEROS TO TAB-LIN-QTD-CONFIRMADA (WS-IND-LINHA)
           MOVE ZEROS TO TAB-LIN-PRECO-CONFIRMADO (WS-IND-LINHA)
           .
       BUSCA-PRECO-VIGENTE.
      *    MESMA REGRA DE PRECO SUGERIDO DA DIGITACAO ONLINE:
      *    CONTRATO DO CLIENTE OU DO GRUPO ECONOMICO (CONTRLER);
      *    SEM CONTRATO, TABELA DE PRECOS NA DATA DO PEDIDO, FAIXA
      *    DA CLASSE ABC DO CLIENTE E DEPOIS A GERAL; SEM TABELA,
      *    O PRECO DE LISTA DO CADASTRO.
           MOVE PRO-PRECO-LISTA TO WS-PRECO-SUGERIDO
           MOVE "L"             TO WS-ORIGEM-PRECO
           MOVE CLI-CODIGO      TO WS-CTP-CLI-CODIGO
           MOVE CLI-CNPJ        TO WS-CTP-CLI-CNPJ
           MOVE WS-PRO-BUSCA    TO WS-CTP-PRO-CODIGO
           MOVE WS-CAB-DATA     TO WS-CTP-DATA
           CALL "CONTRLER" USING WS-AREA-CONTRATO
           IF WS-CTP-RESULTADO = ZEROS
              MOVE WS-CTP-PRECO  TO WS-PRECO-SUGERIDO
              MOVE WS-CTP-ORIGEM TO WS-ORIGEM-PRECO
              EXIT PARAGRAPH
           END-IF
           IF WS-PRECO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACHOU-PRECO
           IF CLI-CLASSE-ABC = "A" OR = "B" OR = "C"
              MOVE CLI-CLASSE-ABC TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER
              IF WS-ACHOU-PRECO = "S"
                 MOVE "F" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           IF WS-ACHOU-PRECO NOT = "S"
              MOVE SPACE TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER
              IF WS-ACHOU-PRECO = "S"
                 MOVE "T" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           .
       PROCURA-PRECO-TIER.
           MOVE WS-PRO-BUSCA   TO PRE-PRO-CODIGO
           MOVE WS-TIER-BUSCA  TO PRE-TIER
           MOVE ZEROS          TO PRE-VIGENCIA
           START ARQ-PRECO KEY IS NOT LESS PRE-CHAVE
           IF WS-RESULTADO-PRECO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-PRECOS
           PERFORM UNTIL WS-FIM-PRECOS = 1
              READ ARQ-PRECO NEXT AT END
                 MOVE 1 TO WS-FIM-PRECOS
              END-READ
              IF WS-FIM-PRECOS NOT = 1
                 IF PRE-PRO-CODIGO NOT = WS-PRO-BUSCA
                    OR PRE-TIER NOT = WS-TIER-BUSCA
                    OR PRE-VIGENCIA GREATER WS-CAB-DATA
                    MOVE 1 TO WS-FIM-PRECOS
                 ELSE
                    MOVE PRE-VALOR TO WS-PRECO-SUGERIDO
                    MOVE "S"       TO WS-ACHOU-PRECO
                 END-IF
              END-IF
           END-PERFORM
           .
       APLICA-CAMPANHA.
      *    MESMA REGRA DE CAMPANHA DA DIGITACAO ONLINE: O PRECO DE
      *    CAMPANHA PASSA A SER O SUGERIDO E A REFERENCIA DA
      *    TOLERANCIA. PRECO DE CONTRATO NAO ENTRA EM CAMPANHA.
           IF WS-ORIGEM-PRECO = "C" OR = "G"
              MOVE 1 TO WS-CMP-RESULTADO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PRO-BUSCA      TO WS-CMP-PRO-CODIGO
           MOVE CLI-UF            TO WS-CMP-UF
           MOVE WS-CAB-DATA       TO WS-CMP-DATA
           MOVE WS-PRECO-SUGERIDO TO WS-CMP-PRECO-BASE
           CALL "CALCCAMP" USING WS-AREA-CAMPANHA
           IF WS-CMP-RESULTADO = ZEROS
              MOVE WS-CMP-PRECO TO WS-PRECO-SUGERIDO
              MOVE "P"          TO WS-ORIGEM-PRECO
           END-IF
           .
       CONFERE-TOLERANCIA.
           IF WS-PRECO-SUGERIDO = ZEROS
              OR WS-PRECO-ITEM = WS-PRECO-SUGERIDO
              EXIT PARAGRAPH
           END-IF
           IF WS-PRECO-ITEM GREATER WS-PRECO-SUGERIDO
              COMPUTE WS-DESVIO-PRECO ROUNDED =
                 (WS-PRECO-ITEM - WS-PRECO-SUGERIDO) * 100
                    / WS-PRECO-SUGERIDO
                 ON SIZE ERROR
                    MOVE 99999 TO WS-DESVIO-PRECO
              END-COMPUTE
           ELSE
              COMPUTE WS-DESVIO-PRECO ROUNDED =
                 (WS-PRECO-SUGERIDO - WS-PRECO-ITEM) * 100
                    / WS-PRECO-SUGERIDO
           END-IF
           IF WS-DESVIO-PRECO GREATER WS-TOLERANCIA-PRECO
              SET LIN-PRECO-FORA-TOL TO TRUE
           END-IF
           .
       VERIFICA-LIMITE-CREDITO.
      *    MESMA CONFERENCIA DO PROG07: EXPOSICAO = SALDO DOS TITULOS
      *    EM ABERTO DO CLIENTE MAIS OS PEDIDOS PENDENTES DE
      *    LIBERACAO, MAIS ESTE PEDIDO. SEM SUPERVISOR NO LOTE, O
      *    PEDIDO ACIMA DO LIMITE E RECUSADO. LIMITE ZERADO = SEM
      *    CONFERENCIA.
           IF CLI-LIMITE-CREDITO = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-EXPOSICAO
           MOVE ZEROS TO TIT-CHAVE
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO = 00
              MOVE ZEROS TO WS-FIM-TITULOS
              PERFORM UNTIL WS-FIM-TITULOS = 1
                 READ ARQ-TITULO NEXT AT END
                    MOVE 1 TO WS-FIM-TITULOS
                 END-READ
                 IF WS-FIM-TITULOS NOT = 1
                    IF TIT-CLI-CODIGO = CLI-CODIGO
                       AND TIT-ABERTO
                       COMPUTE WS-EXPOSICAO =
                          WS-EXPOSICAO + TIT-VALOR - TIT-VALOR-PAGO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE ZEROS TO PED-NUMERO
           START ARQ-PEDIDO KEY IS NOT LESS PED-NUMERO
           IF WS-RESULTADO-PEDIDO = 00
              MOVE ZEROS TO WS-FIM-TITULOS
              PERFORM UNTIL WS-FIM-TITULOS = 1
                 READ ARQ-PEDIDO NEXT AT END
                    MOVE 1 TO WS-FIM-TITULOS
                 END-READ
                 IF WS-FIM-TITULOS NOT = 1
                    IF PED-CLI-CODIGO = CLI-CODIGO
                       AND PED-PENDENTE
                       ADD PED-VALOR TO WS-EXPOSICAO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-EXPOSICAO + WS-VALOR-PEDIDO GREATER
              CLI-LIMITE-CREDITO
              SET MOTIVO-LIMITE-CREDITO TO TRUE
           END-IF
           .
       GRAVA-PEDIDO-EDI.
           ADD 1 TO WS-PROX-NUMERO-PED
           MOVE WS-PROX-NUMERO-PED TO PED-NUMERO
           MOVE WS-MOV-DIA TO WS-DATA-EDITADA (1:2)
           MOVE "/"        TO WS-DATA-EDITADA (3:1)
           MOVE WS-MOV-MES TO WS-DATA-EDITADA (4:2)
           MOVE "/"        TO WS-DATA-EDITADA (6:1)
           MOVE WS-MOV-ANO TO WS-DATA-EDITADA (7:4)
           MOVE WS-DATA-EDITADA    TO PED-DATA
           MOVE WS-COMPETENCIA-MOV TO PED-COMPETENCIA
           MOVE CLI-CODIGO         TO PED-CLI-CODIGO
           MOVE CLI-VEN-CODIGO     TO PED-VEN-CODIGO
           MOVE WS-VALOR-PEDIDO    TO PED-VALOR
           MOVE WS-VALOR-PEDIDO    TO PED-VALOR-BRUTO
           MOVE ZEROS              TO PED-PCT-DESCONTO
           MOVE SPACES             TO PED-DESC-LIBERADOR
           MOVE WS-CAB-COND-PAGTO  TO PED-COND-PAGTO
      *    IMPOSTOS DO PEDIDO = SOMA DOS IMPOSTOS DOS ITENS.
           MOVE ZEROS TO WS-VALOR-ICMS-PED
           MOVE ZEROS TO WS-VALOR-IPI-PED
           PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
              IF NOT TAB-LIN-RECUSADA (WS-IND-LINHA)
                 PERFORM CALCULA-TRIBUTO-ITEM
                 ADD WS-TRB-VALOR-ICMS TO WS-VALOR-ICMS-PED
                 ADD WS-TRB-VALOR-IPI  TO WS-VALOR-IPI-PED
              END-IF
           END-PERFORM
           MOVE WS-VALOR-ICMS-PED  TO PED-VALOR-ICMS
           MOVE WS-VALOR-IPI-PED   TO PED-VALOR-IPI
           IF WS-VALOR-PEDIDO GREATER WS-VALOR-ALCADA
              MOVE "P" TO PED-STATUS
           ELSE
              MOVE "A" TO PED-STATUS
           END-IF
      *    O PEDIDO ENTRA PARA O VENDEDOR DA CARTEIRA: NUNCA E
      *    VENDA FORA DA CARTEIRA.
           MOVE SPACE  TO PED-FORA-CARTEIRA
           MOVE "V"    TO PED-TIPO
           MOVE SPACES TO PED-BON-LIBERADOR
           MOVE WS-EMPRESA-PEDIDO TO PED-EMPRESA
           WRITE REGISTRO-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              SUBTRACT 1 FROM WS-PROX-NUMERO-PED
              SET MOTIVO-ERRO-GRAVACAO TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SEQ-ITEM
           PERFORM VARYING WS-IND-LINHA FROM 1 BY 1
                   UNTIL WS-IND-LINHA > WS-QTD-LINHAS
              IF NOT TAB-LIN-RECUSADA (WS-IND-LINHA)
                 PERFORM GRAVA-ITEM-EDI
              END-IF
           END-PERFORM
           MOVE "R"        TO WS-STQ-FUNCAO
           MOVE ZEROS      TO WS-STQ-PRO-CODIGO
           MOVE PED-NUMERO TO WS-STQ-PED-NUMERO
           MOVE SPACES     TO WS-STQ-DOCUMENTO
           MOVE "LOTE"     TO WS-STQ-OPERADOR
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO = 2
              DISPLAY "PROGEDIPED - ERRO NA RESERVA DE ESTOQUE DO "
                 "PEDIDO " PED-NUMERO
           END-IF
           IF PED-ATIVO
              PERFORM GRAVA-TITULO-EDI
              ADD 1 TO WS-QTD-GRAVADOS
           ELSE
              ADD 1 TO WS-QTD-PENDENTES
           END-IF
           ADD WS-VALOR-PEDIDO TO WS-VALOR-GRAVADO
           ADD PED-VALOR-ICMS  TO WS-ICMS-GRAVADO
           ADD PED-VALOR-IPI   TO WS-IPI-GRAVADO
           DISPLAY "PROGEDIPED - PEDIDO " PED-NUMERO
              " COMPRA " WS-CAB-PEDIDO-CLIENTE
              " CLIENTE " CLI-CODIGO
              " LIQUIDO " WS-VALOR-PEDIDO
              " SITUACAO " PED-STATUS
           .
       CALCULA-TRIBUTO-ITEM.
           MOVE CLI-FILIAL TO WS-TRB-FILIAL
           MOVE CLI-UF     TO WS-TRB-UF-DESTINO
           MOVE TAB-LIN-CLASSE (WS-IND-LINHA) TO WS-TRB-CLASSE
           MOVE TAB-LIN-VALOR (WS-IND-LINHA)  TO WS-TRB-VALOR-BASE
           CALL "CALCTRIB" USING WS-AREA-TRIBUTO
           .
       GRAVA-ITEM-EDI.
           PERFORM CALCULA-TRIBUTO-ITEM
           ADD 1 TO WS-SEQ-ITEM
           MOVE PED-NUMERO  TO ITE-PED-NUMERO
           MOVE WS-SEQ-ITEM TO ITE-SEQUENCIA
           MOVE TAB-LIN-PRO-CODIGO (WS-IND-LINHA) TO ITE-PRO-CODIGO
           MOVE TAB-LIN-QUANTIDADE (WS-IND-LINHA) TO ITE-QUANTIDADE
           MOVE TAB-LIN-PRECO (WS-IND-LINHA) TO ITE-PRECO-UNITARIO
           MOVE TAB-LIN-VALOR (WS-IND-LINHA) TO ITE-VALOR
           MOVE TAB-LIN-VALOR (WS-IND-LINHA) TO ITE-VALOR-BRUTO
           MOVE ZEROS             TO ITE-PCT-DESCONTO
           MOVE WS-TRB-PCT-ICMS   TO ITE-PCT-ICMS
           MOVE WS-TRB-PCT-IPI    TO ITE-PCT-IPI
           MOVE WS-TRB-VALOR-ICMS TO ITE-VALOR-ICMS
           MOVE WS-TRB-VALOR-IPI  TO ITE-VALOR-IPI
           MOVE WS-TRB-ST         TO ITE-ICMS-ST
           MOVE TAB-LIN-CAMPANHA (WS-IND-LINHA) TO ITE-CAMPANHA
           MOVE TAB-LIN-PONTOS (WS-IND-LINHA)   TO ITE-PONTOS-CAMPANHA
           MOVE TAB-LIN-PRO-CODIGO (WS-IND-LINHA) TO WS-CUS-PRO-CODIGO
           MOVE WS-CAB-DATA       TO WS-CUS-DATA
           CALL "CUSTOLER" USING WS-AREA-CUSTO
           MOVE WS-CUS-CUSTO      TO ITE-CUSTO-UNITARIO
           MOVE TAB-LIN-ORIGEM (WS-IND-LINHA) TO ITE-ORIGEM-PRECO
           WRITE REGISTRO-PEDITEM
           .
      *    UM TITULO POR PARCELA DA CONDICAO DE PAGAMENTO DO PEDIDO,
      *    DESDOBRADA PELO CALCPARC (MESMA REGRA DO PROG07).
       GRAVA-TITULO-EDI.
           MOVE PED-COND-PAGTO      TO WS-PARC-CONDICAO
           MOVE WS-CAB-DATA         TO WS-PARC-EMISSAO
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
              MOVE WS-CAB-DATA     TO TIT-DATA-EMISSAO
              MOVE WS-PARC-VENCIMENTO (WS-IND-PARCELA)
                TO TIT-DATA-VENCIMENTO
              MOVE WS-PARC-VALOR (WS-IND-PARCELA) TO TIT-VALOR
              MOVE ZEROS           TO TIT-VALOR-PAGO
              MOVE ZEROS           TO TIT-DATA-PAGAMENTO
              MOVE "A"             TO TIT-STATUS
              WRITE REGISTRO-TITULO
           END-PERFORM
           .
       DEVOLVE-LINHA-EDI.
      *    PEDIDO RECUSADO INTEIRO RECUSA TODAS AS LINHAS COM O
      *    MOTIVO DO PEDIDO.
           IF WS-REJ-MOTIVO NOT = ZEROS
              MOVE "R" TO TAB-LIN-SITUACAO (WS-IND-LINHA)
              MOVE WS-REJ-MOTIVO TO TAB-LIN-MOTIVO (WS-IND-LINHA)
              MOVE ZEROS TO TAB-LIN-QTD-CONFIRMADA (WS-IND-LINHA)
              MOVE ZEROS TO TAB-LIN-PRECO-CONFIRMADO (WS-IND-LINHA)
           END-IF
           MOVE WS-CAB-CLI-CNPJ       TO ERT-CLI-CNPJ
           MOVE WS-CAB-PEDIDO-CLIENTE TO ERT-PEDIDO-CLIENTE
           MOVE TAB-LIN-LINHA (WS-IND-LINHA)       TO ERT-LINHA
           MOVE TAB-LIN-PRO-CLIENTE (WS-IND-LINHA) TO ERT-PRO-CLIENTE
           MOVE TAB-LIN-SITUACAO (WS-IND-LINHA)    TO ERT-SITUACAO
           MOVE TAB-LIN-QTD-CLIENTE (WS-IND-LINHA) TO ERT-QTD-PEDIDA
           MOVE TAB-LIN-QTD-CONFIRMADA (WS-IND-LINHA)
             TO ERT-QTD-CONFIRMADA
           MOVE TAB-LIN-PRECO-CONFIRMADO (WS-IND-LINHA)
             TO ERT-PRECO-CONFIRMADO
           MOVE TAB-LIN-MOTIVO (WS-IND-LINHA)      TO ERT-MOTIVO
           IF TAB-LIN-RECUSADA (WS-IND-LINHA)
              MOVE ZEROS      TO ERT-PED-NUMERO
           ELSE
              MOVE PED-NUMERO TO ERT-PED-NUMERO
           END-IF
           WRITE REGISTRO-RET-EDIPED
           EVALUATE TRUE
              WHEN TAB-LIN-ACEITA (WS-IND-LINHA)
                 ADD 1 TO WS-QTD-LIN-ACEITAS
              WHEN TAB-LIN-ALTERADA (WS-IND-LINHA)
                 ADD 1 TO WS-QTD-LIN-ALTERADAS
              WHEN OTHER
                 ADD 1 TO WS-QTD-LIN-RECUSADAS
                 MOVE WS-CAB-CLI-CNPJ       TO RJE-CLI-CNPJ
                 MOVE WS-CAB-PEDIDO-CLIENTE TO RJE-PEDIDO-CLIENTE
                 MOVE WS-CAB-DATA           TO RJE-DATA
                 MOVE TAB-LIN-LINHA (WS-IND-LINHA) TO RJE-LINHA
                 MOVE TAB-LIN-PRO-CLIENTE (WS-IND-LINHA)
                   TO RJE-PRO-CLIENTE
                 MOVE TAB-LIN-QTD-CLIENTE (WS-IND-LINHA)
                   TO RJE-QUANTIDADE
                 MOVE TAB-LIN-PRECO-CLIENTE (WS-IND-LINHA)
                   TO RJE-PRECO-UNIT
                 MOVE TAB-LIN-MOTIVO (WS-IND-LINHA) TO RJE-MOTIVO
                 WRITE REGISTRO-REJ-EDIPED
           END-EVALUATE
           .
       GRAVA-REJEITO-AVULSO.
      *    LINHA RECUSADA NA LEITURA, FORA DA TABELA DO PEDIDO.
           ADD 1 TO WS-QTD-LIN-RECUSADAS
           MOVE WS-CAB-CLI-CNPJ       TO RJE-CLI-CNPJ
           MOVE WS-CAB-PEDIDO-CLIENTE TO RJE-PEDIDO-CLIENTE
           MOVE WS-CAB-DATA           TO RJE-DATA
           IF EDI-LINHA IS NUMERIC
              MOVE EDI-LINHA TO RJE-LINHA
           ELSE
              MOVE ZEROS     TO RJE-LINHA
           END-IF
           MOVE EDI-PRO-CLIENTE       TO RJE-PRO-CLIENTE
           MOVE ZEROS                 TO RJE-QUANTIDADE
           MOVE ZEROS                 TO RJE-PRECO-UNIT
           IF EDI-QUANTIDADE IS NUMERIC
              MOVE EDI-QUANTIDADE TO RJE-QUANTIDADE
           END-IF
           IF EDI-PRECO-UNIT IS NUMERIC
              MOVE EDI-PRECO-UNIT TO RJE-PRECO-UNIT
           END-IF
           MOVE WS-LIN-MOTIVO         TO RJE-MOTIVO
           WRITE REGISTRO-REJ-EDIPED
           .
       GRAVA-RETORNO-AVULSO.
           MOVE WS-CAB-CLI-CNPJ       TO ERT-CLI-CNPJ
           MOVE WS-CAB-PEDIDO-CLIENTE TO ERT-PEDIDO-CLIENTE
           MOVE RJE-LINHA             TO ERT-LINHA
           MOVE RJE-PRO-CLIENTE       TO ERT-PRO-CLIENTE
           MOVE "R"                   TO ERT-SITUACAO
           MOVE RJE-QUANTIDADE        TO ERT-QTD-PEDIDA
           MOVE ZEROS                 TO ERT-QTD-CONFIRMADA
           MOVE ZEROS                 TO ERT-PRECO-CONFIRMADO
           MOVE WS-LIN-MOTIVO         TO ERT-MOTIVO
           MOVE ZEROS                 TO ERT-PED-NUMERO
           WRITE REGISTRO-RET-EDIPED
           .
