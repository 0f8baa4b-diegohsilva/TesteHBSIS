       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREBATE.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** APURACAO E PROVISAO DOS ACORDOS DE REBATE ********
      *    PARA CADA ACORDO DE REBATE ATIVO (REBATE.DAT, PROG63) JA
      *    INICIADO, RECALCULA DO INICIO DO PERIODO ATE A COMPETENCIA
      *    (OU ATE O FIM DO PERIODO, SE ANTERIOR) O VOLUME COMPRADO
      *    PELO CLIENTE OU PELOS CLIENTES DO GRUPO (RAIZ DO CNPJ):
      *      - VENDAS ATIVAS (PEDIDO.DAT, SEM BONIFICACAO) DOS
      *        PRODUTOS DO ESCOPO DO ACORDO, PELO VALOR DO ITEM COM
      *        O DESCONTO GERAL DO PEDIDO RATEADO, COMO NO APURAFAM;
      *        PEDIDO CANCELADO OU REJEITADO NAO CONTA E SAI DO
      *        ACUMULADO NO RECALCULO SEGUINTE;
      *      - MENOS AS DEVOLUCOES (DEVOLUC.DAT) DIGITADAS NAS
      *        COMPETENCIAS DO PERIODO, DOS MESMOS PRODUTOS.
      *    GRAVA NO ACORDO O VOLUME, A FAIXA ATINGIDA E A PROVISAO
      *    (REBATE JA GANHO = VOLUME X PERCENTUAL DA FAIXA); A
      *    PROVISAO DA COMPETENCIA ANTERIOR FICA EM RBT-PROVISAO-ANT,
      *    E A DIFERENCA E O ACRESCIMO DO MES PARA O FINANCEIRO.
      *    A REEXECUCAO DA MESMA COMPETENCIA REFAZ O CALCULO SEM
      *    MEXER NA PROVISAO ANTERIOR; ACORDO JA APURADO EM
      *    COMPETENCIA POSTERIOR NAO E TOCADO.
      *    O RELATORIO RREBATE.TXT (CATALOGADO) MOSTRA O ANDAMENTO,
      *    A PROJECAO LINEAR DO VOLUME ATE O FIM DO PERIODO COM A
      *    FAIXA PROJETADA E QUANTO FALTA PARA A PROXIMA FAIXA.
      *    ACORDO COM O PERIODO ENCERRADO SAI COMO "LIQUIDAR": A
      *    LIQUIDACAO CONTRA OS TITULOS E FEITA NO PROG63.
      *    CARTAO SYSIN OPCIONAL: COMPETENCIA AAAAMM (EM BRANCO = A
      *    DO DIA). RODA NOS EXTRAS DE FECHAMENTO DE MES DO PROGLOTE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-REBATE ASSIGN TO DISK WID-ARQ-REBATE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RBT-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-REBATE.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
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
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEVOLUC.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT RELATORIO ASSIGN TO "RREBATE.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-REBATE.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-DEVOLUC.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-PRODUTO.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-REBATE           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DEVOLUC          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-REBATE      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DEVOLUC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-MENOR-INICIO          PIC 9(06) VALUE ZEROS.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-QTD-ACORDOS           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-POSTERIOR         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IGNORADOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PEDIDOS           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DEVOLUCOES        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-A-LIQUIDAR        PIC 9(05) VALUE ZEROS.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-IDX-ELE               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-FX                PIC 9(01) VALUE ZEROS.
       77 WS-IDX-ITEM              PIC 9(03) VALUE ZEROS.
       77 WS-ALGUM-ACORDO          PIC X(01) VALUE SPACES.
       77 WS-ELEGIVEL              PIC X(01) VALUE SPACES.
       77 WS-CLIENTE-ATUAL         PIC 9(07) VALUE ZEROS.
       77 WS-PRODUTO-ATUAL         PIC 9(05) VALUE ZEROS.
       77 WS-FAMILIA-ATUAL         PIC 9(03) VALUE ZEROS.
       77 WS-COMPET-ATUAL          PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-ITENS-PED        PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VALOR-RATEADO         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-ITENS-PED         PIC 9(03) VALUE ZEROS.
       77 WS-VOLUME                PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-PCT-FAIXA             PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-VOLUME-PROJETADO      PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-PCT-PROJETADO         PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-VOLUME-BUSCA          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-PROXIMA-FAIXA         PIC 9(01) VALUE ZEROS.
       77 WS-FALTA-FAIXA           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-MESES-TOTAL           PIC 9(03) VALUE ZEROS.
       77 WS-MESES-DECORRIDOS      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MESES             PIC 9(03) VALUE ZEROS.
       77 WS-ACRESCIMO             PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-PROVISAO          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOT-ACRESCIMO         PIC S9(11)V9(02) VALUE ZEROS.
       77 WS-NOME-ALVO             PIC X(30) VALUE SPACES.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RREBATE".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RREBATE.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 WS-MES-DE                PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-DE.
          02 WS-ANO-DE             PIC 9(04).
          02 WS-MM-DE              PIC 9(02).
       01 WS-MES-ATE               PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-ATE.
          02 WS-ANO-ATE            PIC 9(04).
          02 WS-MM-ATE             PIC 9(02).
       01 WS-CNPJ-CLIENTE          PIC 9(14) VALUE ZEROS.
       01 WS-CNPJ-CLIENTE-R REDEFINES WS-CNPJ-CLIENTE.
          02 WS-CNPJ-RAIZ          PIC 9(08).
          02 WS-CNPJ-RESTO         PIC 9(06).
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).

      *    ACORDOS ATIVOS EM APURACAO NESTA COMPETENCIA. O LIMITE E
      *    A COMPETENCIA APURADA OU O FIM DO PERIODO, O QUE VIER
      *    PRIMEIRO.
       01 TABELA-ACORDOS.
          02 ACORDO-OCORRENCIA OCCURS 500 TIMES.
             03 TAB-RBT-NUMERO     PIC 9(05).
             03 TAB-RBT-CLIENTE    PIC 9(07).
             03 TAB-RBT-RAIZ       PIC 9(08).
             03 TAB-RBT-INICIO     PIC 9(06).
             03 TAB-RBT-LIMITE     PIC 9(06).
             03 TAB-RBT-ESCOPO     PIC X(01).
             03 TAB-RBT-ELEGIVEL   PIC 9(05) OCCURS 10 TIMES.
             03 TAB-RBT-VENDAS     PIC 9(11)V9(02).
             03 TAB-RBT-DEVOL      PIC 9(11)V9(02).
             03 TAB-RBT-CASA       PIC X(01).
      *    ITENS DO PEDIDO CORRENTE, PARA O RATEIO DO DESCONTO GERAL.
       01 TABELA-ITENS-PEDIDO.
          02 ITP-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-ITP-PRODUTO    PIC 9(05).
             03 TAB-ITP-FAMILIA    PIC 9(03).
             03 TAB-ITP-VALOR      PIC 9(09)V9(02).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(38) VALUE
             "ACORDOS DE REBATE - APURACAO ATE".
          02 CABT-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(36) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-1.
          02 FILLER PIC X(06) VALUE "ACORDO".
          02 FILLER PIC X(01) VALUE "T".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(09) VALUE "  CODIGO".
          02 FILLER PIC X(21) VALUE "CLIENTE / GRUPO".
          02 FILLER PIC X(07) VALUE "INICIO".
          02 FILLER PIC X(07) VALUE "FIM".
          02 FILLER PIC X(15) VALUE " VOLUME APURADO".
          02 FILLER PIC X(06) VALUE " FX.%".
          02 FILLER PIC X(15) VALUE "      PROVISAO".
          02 FILLER PIC X(16) VALUE "  ACRESCIMO MES".
          02 FILLER PIC X(15) VALUE "  VOL.PROJETADO".
          02 FILLER PIC X(06) VALUE " PRJ.%".
          02 FILLER PIC X(08) VALUE "SITUACAO".

       01 DETALHE.
          02 DET-NUMERO            PIC 9(05).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-TIPO              PIC X(01).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-CODIGO            PIC 9(08).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-NOME              PIC X(20).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-INICIO            PIC 9(06).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-FIM               PIC 9(06).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-VOLUME            PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PCT               PIC Z9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PROVISAO          PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-ACRESCIMO         PIC -ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PROJETADO         PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PCT-PROJ          PIC Z9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-SITUACAO          PIC X(08).

       01 DETALHE-FAIXA.
          02 FILLER                PIC X(17) VALUE SPACES.
          02 FILLER                PIC X(21) VALUE
             "PROXIMA FAIXA: VOLUME".
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DFX-VOLUME            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE " (".
          02 DFX-PCT               PIC Z9,99.
          02 FILLER                PIC X(12) VALUE "%) - FALTAM ".
          02 DFX-FALTA             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 RODAPE.
          02 FILLER PIC X(30) VALUE "ACORDOS APURADOS............: ".
          02 ROD-QTD PIC ZZ9.
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(18) VALUE "PROVISAO TOTAL: ".
          02 ROD-PROVISAO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(18) VALUE "ACRESCIMO DO MES: ".
          02 ROD-ACRESCIMO PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           COMPUTE WS-COMPET-CORRENTE =
              (ANO-SISTEMA * 100) + MES-SISTEMA
           MOVE WS-COMPET-CORRENTE TO WS-COMPETENCIA
           DISPLAY "PROGREBATE - APURACAO DOS ACORDOS DE REBATE - "
              CAB-DATA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGREBATE - COMPETENCIA INVALIDA NO "
                    "SYSIN (AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPET-CORRENTE
              DISPLAY "PROGREBATE - COMPETENCIA FUTURA: "
                 WS-COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "REBATE.DAT" TO WID-ARQ-REBATE
           OPEN I-O ARQ-REBATE
           IF WS-RESULTADO-REBATE NOT = 00
              DISPLAY "PROGREBATE - NAO HA ACORDOS DE REBATE."
              GOBACK
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN INPUT ARQ-PEDITEM
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-PEDIDO NOT = 00
              OR WS-RESULTADO-PEDITEM NOT = 00
              OR WS-RESULTADO-CLIENTE NOT = 00
              OR WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "PROGREBATE - ARQUIVOS BASICOS AUSENTES "
                 "(PEDIDO/PEDITEM/CLIENTE/PRODUTO)."
              CLOSE ARQ-REBATE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-ACORDOS
           IF WS-QTD-ACORDOS > ZEROS
              PERFORM APURA-VENDAS
              PERFORM APURA-DEVOLUCOES
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA       TO CABT-DATA
           MOVE WS-COMPETENCIA TO CABT-COMPETENCIA
           PERFORM IMPRIMIR-CABECALHO
           PERFORM GRAVA-ACORDO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-ACORDOS
           MOVE WS-QTD-ACORDOS   TO ROD-QTD
           MOVE WS-TOT-PROVISAO  TO ROD-PROVISAO
           MOVE WS-TOT-ACRESCIMO TO ROD-ACRESCIMO
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINE
           WRITE LINHA FROM RODAPE      AFTER 1 LINE
           CLOSE RELATORIO
           CLOSE ARQ-REBATE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGREBATE - ACORDOS APURADOS..........: "
              WS-QTD-ACORDOS
           DISPLAY "PROGREBATE - JA APURADOS ADIANTE.......: "
              WS-QTD-POSTERIOR
           IF WS-QTD-IGNORADOS > ZEROS
              DISPLAY "PROGREBATE - ACORDOS ACIMA DA TABELA...: "
                 WS-QTD-IGNORADOS
           END-IF
           DISPLAY "PROGREBATE - PEDIDOS CONSIDERADOS......: "
              WS-QTD-PEDIDOS
           DISPLAY "PROGREBATE - ITENS DEVOLVIDOS..........: "
              WS-QTD-DEVOLUCOES
           DISPLAY "PROGREBATE - ACORDOS A LIQUIDAR........: "
              WS-QTD-A-LIQUIDAR
           DISPLAY "PROGREBATE - RELATORIO EM RREBATE.TXT."
           GOBACK
           .
       CARREGA-ACORDOS.
           MOVE ZEROS TO WS-QTD-ACORDOS
           MOVE 999999 TO WS-MENOR-INICIO
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-REBATE NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 AND RBT-ATIVO
                 AND RBT-COMPET-INICIO NOT > WS-COMPETENCIA
                 IF RBT-ULT-APURACAO > WS-COMPETENCIA
                    ADD 1 TO WS-QTD-POSTERIOR
                 ELSE
                    PERFORM GUARDA-ACORDO
                 END-IF
              END-IF
           END-PERFORM
           .
       GUARDA-ACORDO.
           IF WS-QTD-ACORDOS NOT < 500
              ADD 1 TO WS-QTD-IGNORADOS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ACORDOS
           MOVE RBT-NUMERO     TO TAB-RBT-NUMERO (WS-QTD-ACORDOS)
           MOVE RBT-CLI-CODIGO TO TAB-RBT-CLIENTE (WS-QTD-ACORDOS)
           MOVE RBT-RAIZ-CNPJ  TO TAB-RBT-RAIZ (WS-QTD-ACORDOS)
           MOVE RBT-COMPET-INICIO
                               TO TAB-RBT-INICIO (WS-QTD-ACORDOS)
           IF RBT-COMPET-FIM < WS-COMPETENCIA
              MOVE RBT-COMPET-FIM TO TAB-RBT-LIMITE (WS-QTD-ACORDOS)
           ELSE
              MOVE WS-COMPETENCIA TO TAB-RBT-LIMITE (WS-QTD-ACORDOS)
           END-IF
           MOVE RBT-ESCOPO     TO TAB-RBT-ESCOPO (WS-QTD-ACORDOS)
           PERFORM VARYING WS-IDX-ELE FROM 1 BY 1
              UNTIL WS-IDX-ELE > 10
              MOVE RBT-ELEGIVEL (WS-IDX-ELE)
                TO TAB-RBT-ELEGIVEL (WS-QTD-ACORDOS, WS-IDX-ELE)
           END-PERFORM
           MOVE ZEROS TO TAB-RBT-VENDAS (WS-QTD-ACORDOS)
           MOVE ZEROS TO TAB-RBT-DEVOL (WS-QTD-ACORDOS)
           IF RBT-COMPET-INICIO < WS-MENOR-INICIO
              MOVE RBT-COMPET-INICIO TO WS-MENOR-INICIO
           END-IF
           .
      *    VENDAS ATIVAS NAS COMPETENCIAS DE ALGUM ACORDO.
       APURA-VENDAS.
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-PEDIDO NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 AND PED-ATIVO
                 AND NOT PED-BONIFICACAO
                 AND PED-COMPETENCIA NOT < WS-MENOR-INICIO
                 AND PED-COMPETENCIA NOT > WS-COMPETENCIA
                 MOVE PED-CLI-CODIGO  TO WS-CLIENTE-ATUAL
                 MOVE PED-COMPETENCIA TO WS-COMPET-ATUAL
                 PERFORM MARCA-ACORDOS-CLIENTE
                 IF WS-ALGUM-ACORDO = "S"
                    ADD 1 TO WS-QTD-PEDIDOS
                    PERFORM APURA-PEDIDO
                 END-IF
              END-IF
           END-PERFORM
           .
      *    MARCA OS ACORDOS DO CLIENTE (OU DO GRUPO DELE) VIGENTES NA
      *    COMPETENCIA DO MOVIMENTO.
       MARCA-ACORDOS-CLIENTE.
           MOVE "N" TO WS-ALGUM-ACORDO
           MOVE ZEROS TO WS-CNPJ-CLIENTE
           MOVE WS-CLIENTE-ATUAL TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE = 00
              MOVE CLI-CNPJ TO WS-CNPJ-CLIENTE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-ACORDOS
              MOVE "N" TO TAB-RBT-CASA (WS-IDX)
              IF WS-COMPET-ATUAL NOT < TAB-RBT-INICIO (WS-IDX)
                 AND WS-COMPET-ATUAL NOT > TAB-RBT-LIMITE (WS-IDX)
                 IF (TAB-RBT-CLIENTE (WS-IDX) NOT = ZEROS
                     AND TAB-RBT-CLIENTE (WS-IDX) = WS-CLIENTE-ATUAL)
                    OR (TAB-RBT-CLIENTE (WS-IDX) = ZEROS
                     AND WS-CNPJ-RAIZ NOT = ZEROS
                     AND TAB-RBT-RAIZ (WS-IDX) = WS-CNPJ-RAIZ)
                    MOVE "S" TO TAB-RBT-CASA (WS-IDX)
                    MOVE "S" TO WS-ALGUM-ACORDO
                 END-IF
              END-IF
           END-PERFORM
           .
       APURA-PEDIDO.
           MOVE ZEROS TO WS-QTD-ITENS-PED
           MOVE ZEROS TO WS-SOMA-ITENS-PED
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
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    PERFORM GUARDA-ITEM-PEDIDO
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SOMA-ITENS-PED = ZEROS
              EXIT PARAGRAPH
           END-IF
           PERFORM RATEIA-ITEM-PEDIDO
              VARYING WS-IDX-ITEM FROM 1 BY 1
              UNTIL WS-IDX-ITEM > WS-QTD-ITENS-PED
           .
       GUARDA-ITEM-PEDIDO.
           IF WS-QTD-ITENS-PED NOT < 999
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ITENS-PED
           ADD ITE-VALOR TO WS-SOMA-ITENS-PED
           MOVE ITE-VALOR      TO TAB-ITP-VALOR (WS-QTD-ITENS-PED)
           MOVE ITE-PRO-CODIGO TO TAB-ITP-PRODUTO (WS-QTD-ITENS-PED)
           MOVE ZEROS          TO TAB-ITP-FAMILIA (WS-QTD-ITENS-PED)
           MOVE ITE-PRO-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00
              MOVE PRO-FAMILIA TO TAB-ITP-FAMILIA (WS-QTD-ITENS-PED)
           END-IF
           .
       RATEIA-ITEM-PEDIDO.
           COMPUTE WS-VALOR-RATEADO ROUNDED =
              TAB-ITP-VALOR (WS-IDX-ITEM) * PED-VALOR
                 / WS-SOMA-ITENS-PED
              ON SIZE ERROR
                 MOVE TAB-ITP-VALOR (WS-IDX-ITEM) TO WS-VALOR-RATEADO
           END-COMPUTE
           MOVE TAB-ITP-PRODUTO (WS-IDX-ITEM) TO WS-PRODUTO-ATUAL
           MOVE TAB-ITP-FAMILIA (WS-IDX-ITEM) TO WS-FAMILIA-ATUAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-ACORDOS
              IF TAB-RBT-CASA (WS-IDX) = "S"
                 PERFORM VERIFICA-ELEGIVEL
                 IF WS-ELEGIVEL = "S"
                    ADD WS-VALOR-RATEADO TO TAB-RBT-VENDAS (WS-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .
      *    PRODUTO DENTRO DO ESCOPO DO ACORDO WS-IDX.
       VERIFICA-ELEGIVEL.
           MOVE "N" TO WS-ELEGIVEL
           EVALUATE TAB-RBT-ESCOPO (WS-IDX)
              WHEN "F"
                 PERFORM VARYING WS-IDX-ELE FROM 1 BY 1
                    UNTIL WS-IDX-ELE > 10 OR WS-ELEGIVEL = "S"
                    IF TAB-RBT-ELEGIVEL (WS-IDX, WS-IDX-ELE)
                          NOT = ZEROS
                       AND TAB-RBT-ELEGIVEL (WS-IDX, WS-IDX-ELE)
                          = WS-FAMILIA-ATUAL
                       MOVE "S" TO WS-ELEGIVEL
                    END-IF
                 END-PERFORM
              WHEN "P"
                 PERFORM VARYING WS-IDX-ELE FROM 1 BY 1
                    UNTIL WS-IDX-ELE > 10 OR WS-ELEGIVEL = "S"
                    IF TAB-RBT-ELEGIVEL (WS-IDX, WS-IDX-ELE)
                          = WS-PRODUTO-ATUAL
                       MOVE "S" TO WS-ELEGIVEL
                    END-IF
                 END-PERFORM
              WHEN OTHER
                 MOVE "S" TO WS-ELEGIVEL
           END-EVALUATE
           .
      *    ITENS DEVOLVIDOS (LINHAS DE DETALHE, SEQUENCIA DIFERENTE
      *    DE ZERO) NAS COMPETENCIAS DE ALGUM ACORDO. SEM DEVOLUC.DAT
      *    NAO HA O QUE ABATER.
       APURA-DEVOLUCOES.
           MOVE "DEVOLUC.DAT" TO WID-ARQ-DEVOLUC
           OPEN INPUT ARQ-DEVOLUC
           IF WS-RESULTADO-DEVOLUC NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-DEVOLUC NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 AND DEV-ITE-SEQUENCIA NOT = ZEROS
                 AND DEV-COMPETENCIA NOT < WS-MENOR-INICIO
                 AND DEV-COMPETENCIA NOT > WS-COMPETENCIA
                 MOVE DEV-CLI-CODIGO  TO WS-CLIENTE-ATUAL
                 MOVE DEV-COMPETENCIA TO WS-COMPET-ATUAL
                 PERFORM MARCA-ACORDOS-CLIENTE
                 IF WS-ALGUM-ACORDO = "S"
                    PERFORM ABATE-DEVOLUCAO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-DEVOLUC
           .
       ABATE-DEVOLUCAO.
           ADD 1 TO WS-QTD-DEVOLUCOES
           MOVE DEV-PRO-CODIGO TO WS-PRODUTO-ATUAL
           MOVE ZEROS          TO WS-FAMILIA-ATUAL
           MOVE DEV-PRO-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00
              MOVE PRO-FAMILIA TO WS-FAMILIA-ATUAL
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-ACORDOS
              IF TAB-RBT-CASA (WS-IDX) = "S"
                 PERFORM VERIFICA-ELEGIVEL
                 IF WS-ELEGIVEL = "S"
                    ADD DEV-VALOR TO TAB-RBT-DEVOL (WS-IDX)
                 END-IF
              END-IF
           END-PERFORM
           .
      *    GRAVA NO ACORDO O APURADO E IMPRIME A LINHA DO RELATORIO.
       GRAVA-ACORDO.
           MOVE TAB-RBT-NUMERO (WS-IDX) TO RBT-NUMERO
           READ ARQ-REBATE
           IF WS-RESULTADO-REBATE NOT = 00
              EXIT PARAGRAPH
           END-IF
           IF TAB-RBT-VENDAS (WS-IDX) > TAB-RBT-DEVOL (WS-IDX)
              COMPUTE WS-VOLUME =
                 TAB-RBT-VENDAS (WS-IDX) - TAB-RBT-DEVOL (WS-IDX)
           ELSE
              MOVE ZEROS TO WS-VOLUME
           END-IF
           MOVE WS-VOLUME TO WS-VOLUME-BUSCA
           PERFORM BUSCA-FAIXA
           MOVE WS-PCT-FAIXA TO RBT-PCT-ATINGIDO
      *    NOVA COMPETENCIA: A PROVISAO GRAVADA PASSA A SER A
      *    ANTERIOR. NA REEXECUCAO DA MESMA, A ANTERIOR FICA.
           IF RBT-ULT-APURACAO < WS-COMPETENCIA
              MOVE RBT-PROVISAO TO RBT-PROVISAO-ANT
           END-IF
           MOVE TAB-RBT-VENDAS (WS-IDX) TO RBT-VENDAS
           MOVE TAB-RBT-DEVOL (WS-IDX)  TO RBT-DEVOLUCOES
           MOVE WS-VOLUME               TO RBT-VOLUME
           COMPUTE RBT-PROVISAO ROUNDED =
              WS-VOLUME * WS-PCT-FAIXA / 100
           MOVE WS-COMPETENCIA          TO RBT-ULT-APURACAO
           MOVE DATA-SISTEMA            TO RBT-DATA-APURACAO
           REWRITE REGISTRO-REBATE
           COMPUTE WS-ACRESCIMO = RBT-PROVISAO - RBT-PROVISAO-ANT
           ADD RBT-PROVISAO TO WS-TOT-PROVISAO
           ADD WS-ACRESCIMO TO WS-TOT-ACRESCIMO
      *    PROJECAO LINEAR: VOLUME DOS MESES DECORRIDOS ESTENDIDO
      *    AO PERIODO INTEIRO.
           MOVE RBT-COMPET-INICIO TO WS-MES-DE
           MOVE RBT-COMPET-FIM    TO WS-MES-ATE
           PERFORM CALCULA-MESES
           MOVE WS-QTD-MESES TO WS-MESES-TOTAL
           MOVE TAB-RBT-LIMITE (WS-IDX) TO WS-MES-ATE
           PERFORM CALCULA-MESES
           MOVE WS-QTD-MESES TO WS-MESES-DECORRIDOS
           IF WS-MESES-DECORRIDOS = ZEROS
              MOVE WS-VOLUME TO WS-VOLUME-PROJETADO
           ELSE
              COMPUTE WS-VOLUME-PROJETADO ROUNDED =
                 WS-VOLUME * WS-MESES-TOTAL / WS-MESES-DECORRIDOS
                 ON SIZE ERROR
                    MOVE WS-VOLUME TO WS-VOLUME-PROJETADO
              END-COMPUTE
           END-IF
           MOVE WS-VOLUME-PROJETADO TO WS-VOLUME-BUSCA
           PERFORM BUSCA-FAIXA
           MOVE WS-PCT-FAIXA TO WS-PCT-PROJETADO
      *    PROXIMA FAIXA ACIMA DO VOLUME APURADO.
           MOVE ZEROS TO WS-PROXIMA-FAIXA
           PERFORM VARYING WS-IDX-FX FROM 1 BY 1
              UNTIL WS-IDX-FX > 5 OR WS-PROXIMA-FAIXA NOT = ZEROS
              IF RBT-FX-VOLUME (WS-IDX-FX) > WS-VOLUME
                 MOVE WS-IDX-FX TO WS-PROXIMA-FAIXA
              END-IF
           END-PERFORM
           PERFORM BUSCA-ALVO
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE RBT-NUMERO TO DET-NUMERO
           IF RBT-CLI-CODIGO NOT = ZEROS
              MOVE "C"            TO DET-TIPO
              MOVE RBT-CLI-CODIGO TO DET-CODIGO
           ELSE
              MOVE "G"            TO DET-TIPO
              MOVE RBT-RAIZ-CNPJ  TO DET-CODIGO
           END-IF
           MOVE WS-NOME-ALVO        TO DET-NOME
           MOVE RBT-COMPET-INICIO   TO DET-INICIO
           MOVE RBT-COMPET-FIM      TO DET-FIM
           MOVE WS-VOLUME           TO DET-VOLUME
           MOVE RBT-PCT-ATINGIDO    TO DET-PCT
           MOVE RBT-PROVISAO        TO DET-PROVISAO
           MOVE WS-ACRESCIMO        TO DET-ACRESCIMO
           MOVE WS-VOLUME-PROJETADO TO DET-PROJETADO
           MOVE WS-PCT-PROJETADO    TO DET-PCT-PROJ
           IF RBT-COMPET-FIM NOT > WS-COMPETENCIA
              MOVE "LIQUIDAR" TO DET-SITUACAO
              ADD 1 TO WS-QTD-A-LIQUIDAR
           ELSE
              MOVE "EM CURSO" TO DET-SITUACAO
           END-IF
           WRITE LINHA FROM DETALHE AFTER 1 LINE
           ADD 1 TO CONTADOR-LINHA
           IF WS-PROXIMA-FAIXA NOT = ZEROS
              AND RBT-COMPET-FIM > WS-COMPETENCIA
              MOVE RBT-FX-VOLUME (WS-PROXIMA-FAIXA) TO DFX-VOLUME
              MOVE RBT-FX-PCT (WS-PROXIMA-FAIXA)    TO DFX-PCT
              COMPUTE WS-FALTA-FAIXA =
                 RBT-FX-VOLUME (WS-PROXIMA-FAIXA) - WS-VOLUME
              MOVE WS-FALTA-FAIXA TO DFX-FALTA
              WRITE LINHA FROM DETALHE-FAIXA AFTER 1 LINE
              ADD 1 TO CONTADOR-LINHA
           END-IF
           .
      *    PERCENTUAL DA MAIOR FAIXA ATINGIDA PELO VOLUME-BUSCA.
       BUSCA-FAIXA.
           MOVE ZEROS TO WS-PCT-FAIXA
           PERFORM VARYING WS-IDX-FX FROM 1 BY 1 UNTIL WS-IDX-FX > 5
              IF RBT-FX-VOLUME (WS-IDX-FX) NOT = ZEROS
                 AND WS-VOLUME-BUSCA NOT < RBT-FX-VOLUME (WS-IDX-FX)
                 MOVE RBT-FX-PCT (WS-IDX-FX) TO WS-PCT-FAIXA
              END-IF
           END-PERFORM
           .
      *    MESES DE WS-MES-DE A WS-MES-ATE (AAAAMM), INCLUSIVE.
       CALCULA-MESES.
           IF WS-MES-ATE < WS-MES-DE
              MOVE ZEROS TO WS-QTD-MESES
           ELSE
              COMPUTE WS-QTD-MESES =
                 ((WS-ANO-ATE * 12) + WS-MM-ATE)
                 - ((WS-ANO-DE * 12) + WS-MM-DE) + 1
           END-IF
           .
      *    NOME DO CLIENTE DO ACORDO OU, NO ACORDO DE GRUPO, O DO
      *    PRIMEIRO CLIENTE COM AQUELA RAIZ DE CNPJ.
       BUSCA-ALVO.
           MOVE SPACES TO WS-NOME-ALVO
           IF RBT-CLI-CODIGO NOT = ZEROS
              MOVE RBT-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-CLIENTE = 00
                 MOVE CLI-RAZAO-SOCIAL TO WS-NOME-ALVO
              ELSE
                 MOVE "CLIENTE NAO CADASTRADO" TO WS-NOME-ALVO
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE RBT-RAIZ-CNPJ TO WS-CNPJ-RAIZ
           MOVE ZEROS         TO WS-CNPJ-RESTO
           MOVE WS-CNPJ-CLIENTE TO CLI-CNPJ
           START ARQ-CLIENTE KEY IS NOT LESS CLI-CNPJ
           IF WS-RESULTADO-CLIENTE = 00
              READ ARQ-CLIENTE NEXT
              IF WS-RESULTADO-CLIENTE = 00
                 AND CLI-CNPJ (1:8) = RBT-RAIZ-CNPJ
                 STRING "GRUPO " CLI-RAZAO-SOCIAL
                    DELIMITED BY SIZE INTO WS-NOME-ALVO
                 END-STRING
              END-IF
           END-IF
           IF WS-NOME-ALVO = SPACES
              MOVE "GRUPO SEM CLIENTE" TO WS-NOME-ALVO
           END-IF
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-1      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.
