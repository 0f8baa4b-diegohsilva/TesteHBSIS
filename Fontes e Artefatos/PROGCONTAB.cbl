       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONTAB.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** DIARIO CONTABIL DO FECHAMENTO DO MES ********
      *    GERA PARA A CONTABILIDADE O DIARIO DE LANCAMENTOS DE UMA
      *    COMPETENCIA JA FECHADA NO PROG26 (FECHACMP.DAT), NO
      *    LAYOUT DE LANC-CONTAB.FD (CTB.AAAAMM.TXT), EM VEZ DE A
      *    CONTABILIDADE REMONTAR O MES PELOS RELATORIOS IMPRESSOS.
      *    FONTES E EVENTOS (TAB-EVENTOS-CTB):
      *      - PEDIDO.DAT: PEDIDOS ATIVOS DA COMPETENCIA - VENDAS
      *        (VND, PED-VALOR), ICMS (ICM) E IPI (IPI), NA DATA DO
      *        PEDIDO. A BONIFICACAO (PED-TIPO "B") NAO E VENDA: O
      *        VALOR DA MERCADORIA VAI PARA O EVENTO PROPRIO (BON) E
      *        SO O ICMS E O IPI DESTACADOS SEGUEM EM ICM E IPI;
      *      - TITULO.DAT: BAIXAS DO PROG25 E DO PROGRETBAN -
      *        PRINCIPAL RECEBIDO (REC) E ENCARGOS RECEBIDOS (ENC),
      *        NA DATA DO PAGAMENTO. SO ENTRA O QUE AINDA NAO FOI
      *        CONTABILIZADO (CAMPOS TIT-CTB-*); TITULO COM ULTIMO
      *        PAGAMENTO DEPOIS DA COMPETENCIA FICA PARA O DIARIO DA
      *        COMPETENCIA DESSE PAGAMENTO;
      *      - COMISLED.DAT: COMISSOES DA COMPETENCIA (COM), PELO
      *        VALOR BRUTO - O LIQUIDO DO LEDGER MAIS OS ESTORNOS
      *        ABATIDOS PELO PROG08 NA COMPETENCIA;
      *      - AJUSCOM.DAT: ESTORNOS DE COMISSAO (AJUSTES A DEBITO)
      *        ABATIDOS NA COMPETENCIA (EST, AJU-VALOR-BAIXA-CMP).
      *    COMISSOES E ESTORNOS SAEM NO ULTIMO DIA DA COMPETENCIA.
      *    AS CONTAS E O CENTRO DE CUSTO PADRAO VEM DO DE-PARA
      *    CONTABIL (PLACONTA.DAT, PROG56); O CENTRO DE CUSTO DE
      *    VENDAS E RECEBIMENTOS E A FILIAL DO CLIENTE. EVENTO SEM
      *    DE-PARA OU COMPETENCIA NAO FECHADA ENCERRAM COM
      *    RETURN-CODE 8 SEM GERAR O DIARIO.
      *    OS VALORES SAO ORDENADOS (SORT) E RESUMIDOS POR EVENTO,
      *    CENTRO DE CUSTO E DATA, CADA RESUMO COM UM DEBITO E UM
      *    CREDITO DE MESMO VALOR. NO FIM, GRAVA EM CTRLTOT.DAT UMA
      *    LINHA POR EVENTO ("CTB" + EVENTO) COM OS TOTAIS DAS
      *    FONTES, CONFERIDA CONTRA O DIARIO PELO PROGBALCTB.
      *    COMPETENCIA NO CARTAO SYSIN (AAAAMM); VAZIO = MES
      *    ANTERIOR.
      *    SAI UM DIARIO POR EMPRESA ATIVA DO CADASTRO (EMPRESA.DAT),
      *    CTB.AAAAMM.EE.TXT, COM A EMPRESA E O CNPJ NO CABECALHO:
      *    O PEDIDO E DA EMPRESA PED-EMPRESA, O TITULO DA TIT-EMPRESA,
      *    A COMISSAO DA CML-EMPRESA E O ESTORNO DA EMPRESA DA LINHA
      *    DO LEDGER DE ONDE FOI ABATIDO (VENDEDOR + COMPETENCIA DA
      *    BAIXA); EMPRESA ZERO = 01. SEM O CADASTRO SAI SO A 01,
      *    COM CNPJ ZERADO. AS LINHAS DO CTRLTOT SAO POR EVENTO E
      *    EMPRESA ("CTB" + EVENTO + EMPRESA).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-COMLED ASSIGN TO DISK WID-ARQ-COMLED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CML-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-COMLED.

           SELECT ARQ-AJUSCOM ASSIGN TO DISK WID-ARQ-AJUSCOM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AJU-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AJUSCOM.

           SELECT ARQ-PLACONTA ASSIGN TO DISK WID-ARQ-PLACONTA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTA-EVENTO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PLACONTA.

           SELECT ARQ-FECHACMP ASSIGN TO DISK WID-ARQ-FECHACMP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FCH-COMPETENCIA
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FECHACMP.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMPRESA.

           SELECT ARQ-CTRL-TOTAIS ASSIGN TO WID-ARQ-CTRL-TOTAIS
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRL-TOT.

           SELECT ARQ-LANC-CONTAB ASSIGN TO WID-ARQ-LANC-CONTAB
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-LANC-CONTAB.

           SELECT ARQ-CTB ASSIGN TO "ARQCTB".

           SELECT ARQ-SAI ASSIGN TO "ARQCTBS".

           SELECT ARQ-SORT ASSIGN TO "SORT".

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-COMLED.FD".
       COPY "ARQ-AJUSCOM.FD".
       COPY "ARQ-PLACONTA.FD".
       COPY "ARQ-FECHACMP.FD".
       COPY "ARQ-EMPRESA.FD".
       COPY "CTRL-TOTAIS.FD".
       COPY "LANC-CONTAB.FD".

      *    UMA LINHA POR VALOR DAS FONTES: POSICAO DO EVENTO NA
      *    TABELA, CENTRO DE CUSTO, DATA DO LANCAMENTO E VALOR.
       FD ARQ-CTB.
       01 REG-CTB.
          02 TRB-SEQ-EVENTO         PIC 9(02).
          02 TRB-CENTRO-CUSTO       PIC X(03).
          02 TRB-DATA               PIC 9(08).
          02 TRB-VALOR              PIC 9(13)V9(02).

       FD ARQ-SAI.
       01 REG-SAI.
          02 SAI-SEQ-EVENTO         PIC 9(02).
          02 SAI-CENTRO-CUSTO       PIC X(03).
          02 SAI-DATA               PIC 9(08).
          02 SAI-VALOR              PIC 9(13)V9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 SRT-SEQ-EVENTO         PIC 9(02).
          05 SRT-CENTRO-CUSTO       PIC X(03).
          05 SRT-DATA               PIC 9(08).
          05 FILLER                 PIC X(15).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-AJUSCOM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PLACONTA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-FECHACMP         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-TOTAIS      PIC X(50) VALUE SPACES.
       77 WID-ARQ-LANC-CONTAB      PIC X(50) VALUE SPACES.
       77 WID-ARQ-EMPRESA          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-COMLED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AJUSCOM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PLACONTA    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FECHACMP    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL-TOT    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LANC-CONTAB PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-CLIENTE-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-COMP-PAGAMENTO        PIC 9(06) VALUE ZEROS.
       77 WS-ULTIMO-DIA-CMP        PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CMP               PIC 9(04) VALUE ZEROS.
       77 WS-MES-CMP               PIC 9(02) VALUE ZEROS.
       77 WS-DIAS-MES              PIC 9(02) VALUE ZEROS.
       77 WS-FIM-LEITURA           PIC 9(01) VALUE ZEROS.
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-SEM-DE-PARA       PIC 9(02) VALUE ZEROS.
       77 WS-CC-CLIENTE            PIC X(03) VALUE SPACES.
       77 WS-CENTRO-CUSTO          PIC X(03) VALUE SPACES.
       77 WS-DATA-LANCAMENTO       PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-LANCAMENTO      PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-EVENTO-ATUAL          PIC 9(02) VALUE ZEROS.
       77 WS-ENC-PAGOS             PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-BASE-PAGO             PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-BASE-ENC              PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-DIF-PAGO              PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-DIF-ENC               PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-QTD-TIT-ESTORNO       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TIT-POSTERIOR     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REGISTROS-CTB     PIC 9(07) VALUE ZEROS.
       77 WS-PRIMEIRO-GRUPO        PIC X(01) VALUE "S".
       77 WS-GRP-EVENTO            PIC 9(02) VALUE ZEROS.
       77 WS-GRP-CENTRO-CUSTO      PIC X(03) VALUE SPACES.
       77 WS-GRP-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-GRP-VALOR             PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS       PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-DEBITOS         PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-TOTAL-CREDITOS        PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-GERAL-LANCAMENTOS     PIC 9(07) VALUE ZEROS.
       77 WS-GERAL-DEBITOS         PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-GERAL-CREDITOS        PIC 9(15)V9(02) VALUE ZEROS.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-FIM-EMPRESAS          PIC 9(01) VALUE ZEROS.
       77 WS-QTD-EMPRESAS          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-EMPRESA           PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-ATUAL         PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-REGISTRO      PIC 9(02) VALUE ZEROS.
       77 WS-COMLED-DISPONIVEL     PIC X(01) VALUE "N".
       01 WS-TAB-EMPRESAS.
          02 WS-TAB-EMPRESA        OCCURS 99 TIMES.
             03 WS-TAB-EMP-CODIGO  PIC 9(02).
             03 WS-TAB-EMP-CNPJ    PIC 9(14).
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).
       01 WS-DATA-PEDIDO           PIC 9(08) VALUE ZEROS.

      *    POSICOES DOS EVENTOS EM TAB-EVENTOS-CTB.
       77 WS-EVT-VND               PIC 9(02) VALUE 01.
       77 WS-EVT-ICM               PIC 9(02) VALUE 02.
       77 WS-EVT-IPI               PIC 9(02) VALUE 03.
       77 WS-EVT-REC               PIC 9(02) VALUE 04.
       77 WS-EVT-ENC               PIC 9(02) VALUE 05.
       77 WS-EVT-COM               PIC 9(02) VALUE 06.
       77 WS-EVT-EST               PIC 9(02) VALUE 07.
       77 WS-EVT-BON               PIC 9(02) VALUE 08.
       COPY "TAB-EVENTOS-CTB.cpy".

      *    DE-PARA CARREGADO DE PLACONTA.DAT E TOTAIS DE CADA
      *    EVENTO: REGISTROS LIDOS NA FONTE, REGISTROS QUE ENTRARAM
      *    NO DIARIO, REGISTROS ADIADOS (PAGAMENTO POSTERIOR A
      *    COMPETENCIA), VALOR DAS FONTES E LINHAS GRAVADAS NO
      *    DIARIO. OS TOTAIS SAO ZERADOS A CADA EMPRESA.
       01 TABELA-DE-PARA.
          02 DPC-OCORRENCIA OCCURS 8 TIMES.
             03 DPC-DESCRICAO      PIC X(30).
             03 DPC-CONTA-DEBITO   PIC X(15).
             03 DPC-CONTA-CREDITO  PIC X(15).
             03 DPC-CC-PADRAO      PIC X(03).
             03 TOT-EVENTO.
                04 TOT-QTD-LIDOS   PIC 9(07).
                04 TOT-QTD-FONTE   PIC 9(07).
                04 TOT-QTD-ADIADOS PIC 9(07).
                04 TOT-VALOR-FONTE PIC 9(13)V9(02).
                04 TOT-QTD-LANCAMENTOS PIC 9(07).
                04 TOT-VALOR-DIARIO PIC 9(13)V9(02).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGCONTAB - INICIO DO DIARIO CONTABIL"
           MOVE "PROGCONTAB" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGCONTAB - JA EXISTE DIARIO CONTABIL EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           COMPUTE WS-COMPET-CORRENTE =
              (WS-ANO-SISTEMA * 100) + WS-MES-SISTEMA
           IF WS-MES-SISTEMA = 01
              COMPUTE WS-COMPETENCIA =
                 ((WS-ANO-SISTEMA - 1) * 100) + 12
           ELSE
              COMPUTE WS-COMPETENCIA = WS-COMPET-CORRENTE - 1
           END-IF
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGCONTAB - COMPETENCIA INVALIDA NO SYSIN "
                    "(AAAAMM)."
                 PERFORM LIBERA-SEMAFORO
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           DISPLAY "PROGCONTAB - COMPETENCIA: " WS-COMPETENCIA
           IF WS-COMPETENCIA NOT LESS WS-COMPET-CORRENTE
              DISPLAY "PROGCONTAB - COMPETENCIA AINDA EM CURSO: "
                 WS-COMPETENCIA
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VERIFICA-FECHAMENTO
           IF RETURN-CODE NOT = ZEROS
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           PERFORM CARREGA-DE-PARA
           IF WS-QTD-SEM-DE-PARA NOT = ZEROS
              DISPLAY "PROGCONTAB - " WS-QTD-SEM-DE-PARA
                 " EVENTO(S) SEM DE-PARA CONTABIL - CADASTRAR NO "
                 "PROG56. DIARIO NAO GERADO."
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CALCULA-ULTIMO-DIA

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE = 00
              MOVE "S" TO WS-CLIENTE-DISPONIVEL
           ELSE
              DISPLAY "PROGCONTAB - CLIENTE.DAT INDISPONIVEL - "
                 "TUDO NO CENTRO DE CUSTO PADRAO."
           END-IF
           PERFORM CARREGA-EMPRESAS
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
              UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
              PERFORM GERA-DIARIO-EMPRESA
           END-PERFORM
           IF WS-CLIENTE-DISPONIVEL = "S"
              CLOSE ARQ-CLIENTE
           END-IF

           DISPLAY "PROGCONTAB - EMPRESAS...........: " WS-QTD-EMPRESAS
           IF WS-QTD-TIT-ESTORNO NOT = ZEROS
              DISPLAY "PROGCONTAB - TITULOS COM PAGAMENTO ESTORNADO "
                 "(NAO LANCADOS): " WS-QTD-TIT-ESTORNO
           END-IF
           IF WS-QTD-TIT-POSTERIOR NOT = ZEROS
              DISPLAY "PROGCONTAB - *** TITULOS JA CONTABILIZADOS EM "
                 "COMPETENCIA POSTERIOR (FORA DESTE DIARIO): "
                 WS-QTD-TIT-POSTERIOR " ***"
           END-IF
           DISPLAY "PROGCONTAB - LANCAMENTOS GRAVADOS...: "
              WS-GERAL-LANCAMENTOS
           DISPLAY "PROGCONTAB - TOTAL DOS DEBITOS......: "
              WS-GERAL-DEBITOS
           DISPLAY "PROGCONTAB - TOTAL DOS CREDITOS.....: "
              WS-GERAL-CREDITOS
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGCONTAB - FIM DO DIARIO CONTABIL."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       CARREGA-EMPRESAS.
      *    EMPRESAS ATIVAS DO CADASTRO, NA ORDEM DO CODIGO. SEM O
      *    CADASTRO (OU SEM NENHUMA ATIVA) O DIARIO E SO DA 01.
           MOVE ZEROS TO WS-QTD-EMPRESAS
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN INPUT ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA = 00
              MOVE ZEROS TO WS-FIM-EMPRESAS
              PERFORM UNTIL WS-FIM-EMPRESAS = 1
                 READ ARQ-EMPRESA NEXT AT END
                    MOVE 1 TO WS-FIM-EMPRESAS
                 END-READ
                 IF WS-FIM-EMPRESAS NOT = 1 AND EMP-ATIVA
                    AND WS-QTD-EMPRESAS < 99
                    ADD 1 TO WS-QTD-EMPRESAS
                    MOVE EMP-CODIGO
                       TO WS-TAB-EMP-CODIGO (WS-QTD-EMPRESAS)
                    MOVE EMP-CNPJ
                       TO WS-TAB-EMP-CNPJ (WS-QTD-EMPRESAS)
                 END-IF
              END-PERFORM
              CLOSE ARQ-EMPRESA
           END-IF
           IF WS-QTD-EMPRESAS = ZEROS
              MOVE 1     TO WS-QTD-EMPRESAS
              MOVE 01    TO WS-TAB-EMP-CODIGO (1)
              MOVE ZEROS TO WS-TAB-EMP-CNPJ (1)
           END-IF
           .
       GERA-DIARIO-EMPRESA.
      *    UMA VARREDURA DAS FONTES POR EMPRESA; SO OS REGISTROS DA
      *    EMPRESA DA VEZ SAO LIDOS, LANCADOS E TOTALIZADOS.
           MOVE WS-TAB-EMP-CODIGO (WS-IDX-EMPRESA) TO WS-EMPRESA-ATUAL
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-EVENTOS-CTB
              MOVE ZEROS TO TOT-EVENTO (WS-IND)
           END-PERFORM
           MOVE ZEROS TO WS-QTD-LANCAMENTOS WS-TOTAL-DEBITOS
              WS-TOTAL-CREDITOS
           OPEN OUTPUT ARQ-CTB
           PERFORM LE-VENDAS
           PERFORM LE-RECEBIMENTOS
           PERFORM LE-COMISSOES
           PERFORM LE-ESTORNOS
           CLOSE ARQ-CTB

           SORT ARQ-SORT ON ASCENDING KEY SRT-SEQ-EVENTO
                                          SRT-CENTRO-CUSTO
                                          SRT-DATA
              USING  ARQ-CTB
              GIVING ARQ-SAI
           PERFORM GERA-DIARIO
           PERFORM GRAVA-TOTAIS-CONTROLE

           DISPLAY "PROGCONTAB - EMPRESA............: " WS-EMPRESA-ATUAL
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-EVENTOS-CTB
              DISPLAY "PROGCONTAB - " EVENTO-CTB-CODIGO (WS-IND)
                 " FONTE: " TOT-QTD-FONTE (WS-IND) " REG. "
                 TOT-VALOR-FONTE (WS-IND) " DIARIO: "
                 TOT-VALOR-DIARIO (WS-IND)
           END-PERFORM
           DISPLAY "PROGCONTAB - RECEBIMENTOS ADIADOS P/ COMPET. "
              "DO PAGAMENTO: " TOT-QTD-ADIADOS (WS-EVT-REC)
           DISPLAY "PROGCONTAB - LANCAMENTOS GRAVADOS...: "
              WS-QTD-LANCAMENTOS
           DISPLAY "PROGCONTAB - DIARIO EM " WID-ARQ-LANC-CONTAB
           ADD WS-QTD-LANCAMENTOS TO WS-GERAL-LANCAMENTOS
           ADD WS-TOTAL-DEBITOS   TO WS-GERAL-DEBITOS
           ADD WS-TOTAL-CREDITOS  TO WS-GERAL-CREDITOS
           .
       VERIFICA-FECHAMENTO.
      *    O DIARIO SO SAI DE COMPETENCIA FECHADA NO PROG26: COM O
      *    MES ABERTO OS PEDIDOS AINDA PODEM MUDAR E O DIARIO NAO
      *    FECHARIA COM O QUE A CONTABILIDADE JA RECEBEU.
           MOVE "FECHACMP.DAT" TO WID-ARQ-FECHACMP
           OPEN INPUT ARQ-FECHACMP
           IF WS-RESULTADO-FECHACMP NOT = 00
              DISPLAY "PROGCONTAB - COMPETENCIA " WS-COMPETENCIA
                 " NAO FECHADA (PROG26)."
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA TO FCH-COMPETENCIA
           READ ARQ-FECHACMP
           IF WS-RESULTADO-FECHACMP NOT = 00 OR NOT FCH-FECHADA
              DISPLAY "PROGCONTAB - COMPETENCIA " WS-COMPETENCIA
                 " NAO FECHADA (PROG26)."
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ARQ-FECHACMP
           .
       CARREGA-DE-PARA.
           MOVE ZEROS TO TABELA-DE-PARA
           MOVE ZEROS TO WS-QTD-SEM-DE-PARA
           MOVE "PLACONTA.DAT" TO WID-ARQ-PLACONTA
           OPEN INPUT ARQ-PLACONTA
           IF WS-RESULTADO-PLACONTA NOT = 00
              MOVE WS-QTD-EVENTOS-CTB TO WS-QTD-SEM-DE-PARA
              DISPLAY "PROGCONTAB - PLACONTA.DAT AUSENTE."
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-EVENTOS-CTB
              MOVE EVENTO-CTB-CODIGO (WS-IND) TO CTA-EVENTO
              READ ARQ-PLACONTA
              IF WS-RESULTADO-PLACONTA = 00
                 MOVE CTA-DESCRICAO     TO DPC-DESCRICAO (WS-IND)
                 MOVE CTA-CONTA-DEBITO  TO DPC-CONTA-DEBITO (WS-IND)
                 MOVE CTA-CONTA-CREDITO TO DPC-CONTA-CREDITO (WS-IND)
                 MOVE CTA-CC-PADRAO     TO DPC-CC-PADRAO (WS-IND)
              ELSE
                 ADD 1 TO WS-QTD-SEM-DE-PARA
                 DISPLAY "PROGCONTAB - EVENTO "
                    EVENTO-CTB-CODIGO (WS-IND) " SEM DE-PARA: "
                    EVENTO-CTB-TITULO (WS-IND)
              END-IF
           END-PERFORM
           CLOSE ARQ-PLACONTA
           .
       CALCULA-ULTIMO-DIA.
      *    DATA DOS LANCAMENTOS DE COMISSAO E ESTORNO.
           DIVIDE WS-COMPETENCIA BY 100
              GIVING WS-ANO-CMP REMAINDER WS-MES-CMP
           EVALUATE TRUE
              WHEN WS-MES-CMP = 4 OR = 6 OR = 9 OR = 11
                 MOVE 30 TO WS-DIAS-MES
              WHEN WS-MES-CMP = 2
                 IF FUNCTION MOD (WS-ANO-CMP, 4) = 0
                    MOVE 29 TO WS-DIAS-MES
                 ELSE
                    MOVE 28 TO WS-DIAS-MES
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-DIAS-MES
           END-EVALUATE
           COMPUTE WS-ULTIMO-DIA-CMP =
              (WS-COMPETENCIA * 100) + WS-DIAS-MES
           .
       LE-VENDAS.
      *    PEDIDOS ATIVOS DA COMPETENCIA; PENDENTES, REJEITADOS E
      *    CANCELADOS NAO SAO VENDA. SO OS PEDIDOS DA EMPRESA DA VEZ.
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              DISPLAY "PROGCONTAB - PEDIDO.DAT INDISPONIVEL."
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-LEITURA
           PERFORM UNTIL WS-FIM-LEITURA = 1
              READ ARQ-PEDIDO NEXT AT END
                 MOVE 1 TO WS-FIM-LEITURA
              END-READ
              IF WS-FIM-LEITURA NOT = 1
                 MOVE PED-EMPRESA TO WS-EMPRESA-REGISTRO
                 IF WS-EMPRESA-REGISTRO = ZEROS
                    MOVE 01 TO WS-EMPRESA-REGISTRO
                 END-IF
              END-IF
              IF WS-FIM-LEITURA NOT = 1
                 AND WS-EMPRESA-REGISTRO = WS-EMPRESA-ATUAL
                 ADD 1 TO TOT-QTD-LIDOS (WS-EVT-VND)
                 ADD 1 TO TOT-QTD-LIDOS (WS-EVT-ICM)
                 ADD 1 TO TOT-QTD-LIDOS (WS-EVT-IPI)
                 ADD 1 TO TOT-QTD-LIDOS (WS-EVT-BON)
                 IF PED-COMPETENCIA = WS-COMPETENCIA AND PED-ATIVO
                    PERFORM LANCA-PEDIDO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PEDIDO
           .
       LANCA-PEDIDO.
           MOVE PED-DATA (7:4) TO WS-DATA-PEDIDO (1:4)
           MOVE PED-DATA (4:2) TO WS-DATA-PEDIDO (5:2)
           MOVE PED-DATA (1:2) TO WS-DATA-PEDIDO (7:2)
           MOVE WS-DATA-PEDIDO TO WS-DATA-LANCAMENTO
           MOVE PED-CLI-CODIGO TO CLI-CODIGO
           PERFORM LOCALIZA-FILIAL-CLIENTE
      *    BONIFICACAO NAO E RECEITA: A MERCADORIA SAI NO EVENTO
      *    PROPRIO; OS IMPOSTOS DESTACADOS SEGUEM COMO OS DA VENDA.
           IF PED-BONIFICACAO
              MOVE WS-EVT-BON  TO WS-EVENTO-ATUAL
           ELSE
              MOVE WS-EVT-VND  TO WS-EVENTO-ATUAL
           END-IF
           MOVE PED-VALOR      TO WS-VALOR-LANCAMENTO
           PERFORM GRAVA-VALOR-FONTE
           MOVE WS-EVT-ICM     TO WS-EVENTO-ATUAL
           MOVE PED-VALOR-ICMS TO WS-VALOR-LANCAMENTO
           PERFORM GRAVA-VALOR-FONTE
           MOVE WS-EVT-IPI     TO WS-EVENTO-ATUAL
           MOVE PED-VALOR-IPI  TO WS-VALOR-LANCAMENTO
           PERFORM GRAVA-VALOR-FONTE
           .
       LE-RECEBIMENTOS.
      *    BAIXAS DE TITULOS (PROG25 E PROGRETBAN). O QUE ENTRA NA
      *    COMPETENCIA E O PAGO ALEM DO JA CONTABILIZADO ANTES DELA
      *    (TIT-CTB-*), O QUE COBRE O PAGAMENTO PARCIAL EM MESES
      *    DIFERENTES. COMO O TITULO SO GUARDA A DATA DO ULTIMO
      *    PAGAMENTO, TITULO PAGO DE NOVO DEPOIS DA COMPETENCIA FICA
      *    INTEIRO PARA A COMPETENCIA DESSE PAGAMENTO (ADIADO) - NA
      *    REEXECUCAO, O QUE JA FOI LANCADO NA COMPETENCIA E
      *    REPETIDO COMO ESTAVA. TITULO JA CONTABILIZADO EM
      *    COMPETENCIA POSTERIOR NAO E RELANCADO E E CONTADO A PARTE.
      *    SO OS TITULOS DA EMPRESA DA VEZ.
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              DISPLAY "PROGCONTAB - TITULO.DAT INDISPONIVEL."
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO TIT-CHAVE
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO NOT = 00
              CLOSE ARQ-TITULO
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-LEITURA
           PERFORM UNTIL WS-FIM-LEITURA = 1
              READ ARQ-TITULO NEXT AT END
                 MOVE 1 TO WS-FIM-LEITURA
              END-READ
              IF WS-FIM-LEITURA NOT = 1
                 MOVE TIT-EMPRESA TO WS-EMPRESA-REGISTRO
                 IF WS-EMPRESA-REGISTRO = ZEROS
                    MOVE 01 TO WS-EMPRESA-REGISTRO
                 END-IF
              END-IF
              IF WS-FIM-LEITURA NOT = 1
                 AND WS-EMPRESA-REGISTRO = WS-EMPRESA-ATUAL
                 ADD 1 TO TOT-QTD-LIDOS (WS-EVT-REC)
                 ADD 1 TO TOT-QTD-LIDOS (WS-EVT-ENC)
                 COMPUTE WS-ENC-PAGOS =
                    TIT-ENC-MULTA-PAGA + TIT-ENC-JUROS-PAGOS
                 IF TIT-DATA-PAGAMENTO NOT = ZEROS
                    AND (TIT-VALOR-PAGO > ZEROS
                         OR WS-ENC-PAGOS > ZEROS)
                    IF TIT-CTB-COMPETENCIA > WS-COMPETENCIA
                       ADD 1 TO WS-QTD-TIT-POSTERIOR
                    ELSE
                       PERFORM LANCA-RECEBIMENTO
                          THRU F-LANCA-RECEBIMENTO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-TITULO
           .
       LANCA-RECEBIMENTO.
           DIVIDE TIT-DATA-PAGAMENTO BY 100 GIVING WS-COMP-PAGAMENTO
           IF TIT-CTB-COMPETENCIA = WS-COMPETENCIA
              MOVE TIT-CTB-PAGO-ANTES TO WS-BASE-PAGO
              MOVE TIT-CTB-ENC-ANTES  TO WS-BASE-ENC
              IF WS-COMP-PAGAMENTO > WS-COMPETENCIA
      *          REEXECUCAO COM PAGAMENTO NOVO DEPOIS DO MES: REPETE
      *          O LANCADO, NO ULTIMO DIA, SEM MEXER NO TITULO.
                 COMPUTE WS-DIF-PAGO =
                    TIT-CTB-PAGO-ACUM - WS-BASE-PAGO
                 COMPUTE WS-DIF-ENC =
                    TIT-CTB-ENC-ACUM - WS-BASE-ENC
                 MOVE WS-ULTIMO-DIA-CMP TO WS-DATA-LANCAMENTO
                 PERFORM LANCA-VALORES-TITULO
                 GO TO F-LANCA-RECEBIMENTO
              END-IF
           ELSE
              IF WS-COMP-PAGAMENTO > WS-COMPETENCIA
                 ADD 1 TO TOT-QTD-ADIADOS (WS-EVT-REC)
                 ADD 1 TO TOT-QTD-ADIADOS (WS-EVT-ENC)
                 GO TO F-LANCA-RECEBIMENTO
              END-IF
              MOVE TIT-CTB-PAGO-ACUM TO WS-BASE-PAGO
              MOVE TIT-CTB-ENC-ACUM  TO WS-BASE-ENC
           END-IF
           COMPUTE WS-DIF-PAGO = TIT-VALOR-PAGO - WS-BASE-PAGO
           COMPUTE WS-DIF-ENC  = WS-ENC-PAGOS - WS-BASE-ENC
           IF WS-DIF-PAGO < ZEROS OR WS-DIF-ENC < ZEROS
              DISPLAY "PROGCONTAB - TITULO " TIT-NUMERO "/"
                 TIT-PARCELA " COM PAGAMENTO MENOR QUE O JA "
                 "CONTABILIZADO - ACERTAR MANUALMENTE."
              ADD 1 TO WS-QTD-TIT-ESTORNO
              GO TO F-LANCA-RECEBIMENTO
           END-IF
           IF WS-DIF-PAGO = ZEROS AND WS-DIF-ENC = ZEROS
              AND TIT-CTB-COMPETENCIA NOT = WS-COMPETENCIA
              GO TO F-LANCA-RECEBIMENTO
           END-IF
           IF TIT-CTB-COMPETENCIA NOT = WS-COMPETENCIA
              MOVE TIT-CTB-PAGO-ACUM TO TIT-CTB-PAGO-ANTES
              MOVE TIT-CTB-ENC-ACUM  TO TIT-CTB-ENC-ANTES
              MOVE WS-COMPETENCIA    TO TIT-CTB-COMPETENCIA
           END-IF
           MOVE TIT-VALOR-PAGO TO TIT-CTB-PAGO-ACUM
           MOVE WS-ENC-PAGOS   TO TIT-CTB-ENC-ACUM
           REWRITE REGISTRO-TITULO
           MOVE TIT-DATA-PAGAMENTO TO WS-DATA-LANCAMENTO
           PERFORM LANCA-VALORES-TITULO
           .
       F-LANCA-RECEBIMENTO. EXIT.
       LANCA-VALORES-TITULO.
           MOVE TIT-CLI-CODIGO TO CLI-CODIGO
           PERFORM LOCALIZA-FILIAL-CLIENTE
           MOVE WS-EVT-REC  TO WS-EVENTO-ATUAL
           MOVE WS-DIF-PAGO TO WS-VALOR-LANCAMENTO
           PERFORM GRAVA-VALOR-FONTE
           MOVE WS-EVT-ENC  TO WS-EVENTO-ATUAL
           MOVE WS-DIF-ENC  TO WS-VALOR-LANCAMENTO
           PERFORM GRAVA-VALOR-FONTE
           .
       LE-COMISSOES.
      *    O LEDGER TRAZ A COMISSAO LIQUIDA DOS ABATIMENTOS; A PARTE
      *    ABATIDA VOLTA PARA A DESPESA BRUTA EM LE-ESTORNOS. SO AS
      *    LINHAS DA EMPRESA DA VEZ (CML-EMPRESA).
           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           OPEN INPUT ARQ-COMLED
           IF WS-RESULTADO-COMLED NOT = 00
              DISPLAY "PROGCONTAB - NAO HA LEDGER DE COMISSOES."
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CML-CHAVE
           START ARQ-COMLED KEY IS NOT LESS CML-CHAVE
           IF WS-RESULTADO-COMLED NOT = 00
              CLOSE ARQ-COMLED
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ULTIMO-DIA-CMP TO WS-DATA-LANCAMENTO
           MOVE ZEROS TO WS-FIM-LEITURA
           PERFORM UNTIL WS-FIM-LEITURA = 1
              READ ARQ-COMLED NEXT AT END
                 MOVE 1 TO WS-FIM-LEITURA
              END-READ
              IF WS-FIM-LEITURA NOT = 1
                 MOVE CML-EMPRESA TO WS-EMPRESA-REGISTRO
                 IF WS-EMPRESA-REGISTRO = ZEROS
                    MOVE 01 TO WS-EMPRESA-REGISTRO
                 END-IF
              END-IF
              IF WS-FIM-LEITURA NOT = 1
                 AND WS-EMPRESA-REGISTRO = WS-EMPRESA-ATUAL
                 ADD 1 TO TOT-QTD-LIDOS (WS-EVT-COM)
                 IF CML-COMPETENCIA = WS-COMPETENCIA
                    MOVE SPACES     TO WS-CC-CLIENTE
                    MOVE WS-EVT-COM TO WS-EVENTO-ATUAL
                    MOVE CML-VALOR  TO WS-VALOR-LANCAMENTO
                    PERFORM GRAVA-VALOR-FONTE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-COMLED
           .
       LE-ESTORNOS.
      *    ESTORNO ABATIDO NA COMPETENCIA: ENTRA COMO ESTORNO E
      *    RECOMPOE A DESPESA BRUTA DE COMISSOES. AJUSTE A CREDITO
      *    (CONTESTACAO ACEITA) JA ESTA SOMADO NO LEDGER E NAO E
      *    ESTORNO. A EMPRESA DO ESTORNO E A DA LINHA DO LEDGER DE
      *    ONDE ELE FOI ABATIDO, PARA A DESPESA BRUTA FECHAR COM A
      *    COMISSAO DA MESMA EMPRESA.
           MOVE "AJUSCOM.DAT" TO WID-ARQ-AJUSCOM
           OPEN INPUT ARQ-AJUSCOM
           IF WS-RESULTADO-AJUSCOM NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO AJU-PED-NUMERO
           START ARQ-AJUSCOM KEY IS NOT LESS AJU-PED-NUMERO
           IF WS-RESULTADO-AJUSCOM NOT = 00
              CLOSE ARQ-AJUSCOM
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-COMLED-DISPONIVEL
           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           OPEN INPUT ARQ-COMLED
           IF WS-RESULTADO-COMLED = 00
              MOVE "S" TO WS-COMLED-DISPONIVEL
           END-IF
           MOVE WS-ULTIMO-DIA-CMP TO WS-DATA-LANCAMENTO
           MOVE ZEROS TO WS-FIM-LEITURA
           PERFORM UNTIL WS-FIM-LEITURA = 1
              READ ARQ-AJUSCOM NEXT AT END
                 MOVE 1 TO WS-FIM-LEITURA
              END-READ
              IF WS-FIM-LEITURA NOT = 1
                 PERFORM LOCALIZA-EMPRESA-ESTORNO
              END-IF
              IF WS-FIM-LEITURA NOT = 1
                 AND WS-EMPRESA-REGISTRO = WS-EMPRESA-ATUAL
                 ADD 1 TO TOT-QTD-LIDOS (WS-EVT-EST)
                 IF AJU-COMPET-BAIXA = WS-COMPETENCIA
                    AND AJU-VALOR-BAIXA-CMP > ZEROS
                    AND AJU-A-DEBITO
                    MOVE SPACES     TO WS-CC-CLIENTE
                    MOVE WS-EVT-EST TO WS-EVENTO-ATUAL
                    MOVE AJU-VALOR-BAIXA-CMP TO WS-VALOR-LANCAMENTO
                    PERFORM GRAVA-VALOR-FONTE
                    MOVE WS-EVT-COM TO WS-EVENTO-ATUAL
                    PERFORM GRAVA-VALOR-FONTE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-AJUSCOM
           IF WS-COMLED-DISPONIVEL = "S"
              CLOSE ARQ-COMLED
           END-IF
           .
       LOCALIZA-EMPRESA-ESTORNO.
      *    LINHA DO LEDGER DO VENDEDOR NA COMPETENCIA DA BAIXA; SEM
      *    ELA (AJUSTE AINDA NAO ABATIDO) FICA A EMPRESA 01.
           MOVE 01 TO WS-EMPRESA-REGISTRO
           IF WS-COMLED-DISPONIVEL NOT = "S"
              OR AJU-COMPET-BAIXA = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE AJU-VEN-CODIGO   TO CML-VEN-CODIGO
           MOVE AJU-COMPET-BAIXA TO CML-COMPETENCIA
           READ ARQ-COMLED
           IF WS-RESULTADO-COMLED = 00 AND CML-EMPRESA NOT = ZEROS
              MOVE CML-EMPRESA TO WS-EMPRESA-REGISTRO
           END-IF
           .
       LOCALIZA-FILIAL-CLIENTE.
      *    CLI-CODIGO JA CARREGADO. SEM CLIENTE OU SEM FILIAL O
      *    CENTRO DE CUSTO FICA EM BRANCO E SAI O PADRAO DO EVENTO.
           MOVE SPACES TO WS-CC-CLIENTE
           IF WS-CLIENTE-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE = 00
              MOVE CLI-FILIAL TO WS-CC-CLIENTE
           END-IF
           .
       GRAVA-VALOR-FONTE.
      *    EVENTO, DATA E VALOR CARREGADOS; VALOR ZERO NAO VAI PARA O
      *    DIARIO.
           IF WS-VALOR-LANCAMENTO = ZEROS
              EXIT PARAGRAPH
           END-IF
           IF WS-CC-CLIENTE = SPACES
              MOVE DPC-CC-PADRAO (WS-EVENTO-ATUAL) TO WS-CENTRO-CUSTO
           ELSE
              MOVE WS-CC-CLIENTE TO WS-CENTRO-CUSTO
           END-IF
           MOVE WS-EVENTO-ATUAL     TO TRB-SEQ-EVENTO
           MOVE WS-CENTRO-CUSTO     TO TRB-CENTRO-CUSTO
           MOVE WS-DATA-LANCAMENTO  TO TRB-DATA
           MOVE WS-VALOR-LANCAMENTO TO TRB-VALOR
           WRITE REG-CTB
           ADD 1 TO WS-QTD-REGISTROS-CTB
           ADD 1 TO TOT-QTD-FONTE (WS-EVENTO-ATUAL)
           ADD WS-VALOR-LANCAMENTO TO TOT-VALOR-FONTE (WS-EVENTO-ATUAL)
           .
       GERA-DIARIO.
      *    QUEBRA POR EVENTO + CENTRO DE CUSTO + DATA: CADA GRUPO
      *    VIRA UM DEBITO E UM CREDITO. COMPETENCIA SEM MOVIMENTO
      *    GERA O DIARIO SO COM CABECALHO E TRAILER.
           MOVE SPACES TO WID-ARQ-LANC-CONTAB
           STRING "CTB."           DELIMITED BY SIZE
                  WS-COMPETENCIA   DELIMITED BY SIZE
                  "."              DELIMITED BY SIZE
                  WS-EMPRESA-ATUAL DELIMITED BY SIZE
                  ".TXT"           DELIMITED BY SIZE
               INTO WID-ARQ-LANC-CONTAB
           END-STRING
           OPEN OUTPUT ARQ-LANC-CONTAB
           MOVE SPACES          TO REG-CTB-CABECALHO
           MOVE "H"             TO LCH-TIPO
           MOVE WS-COMPETENCIA  TO LCH-COMPETENCIA
           MOVE WS-DATA-SISTEMA TO LCH-DATA-GERACAO
           MOVE WS-HORA-SISTEMA TO LCH-HORA-GERACAO
           MOVE WS-EMPRESA-ATUAL TO LCH-EMPRESA
           MOVE WS-TAB-EMP-CNPJ (WS-IDX-EMPRESA) TO LCH-CNPJ-EMPRESA
           WRITE REG-CTB-CABECALHO

           MOVE "S" TO WS-PRIMEIRO-GRUPO
           MOVE ZEROS TO WS-FIM-LEITURA
           OPEN INPUT ARQ-SAI
           PERFORM UNTIL WS-FIM-LEITURA = 1
              READ ARQ-SAI NEXT
                 AT END
                    MOVE 1 TO WS-FIM-LEITURA
                    EXIT PERFORM
              END-READ
              IF WS-PRIMEIRO-GRUPO = "S"
                 OR SAI-SEQ-EVENTO   NOT = WS-GRP-EVENTO
                 OR SAI-CENTRO-CUSTO NOT = WS-GRP-CENTRO-CUSTO
                 OR SAI-DATA         NOT = WS-GRP-DATA
                 IF WS-PRIMEIRO-GRUPO NOT = "S"
                    PERFORM GRAVA-LANCAMENTOS-GRUPO
                 END-IF
                 MOVE "N"              TO WS-PRIMEIRO-GRUPO
                 MOVE SAI-SEQ-EVENTO   TO WS-GRP-EVENTO
                 MOVE SAI-CENTRO-CUSTO TO WS-GRP-CENTRO-CUSTO
                 MOVE SAI-DATA         TO WS-GRP-DATA
                 MOVE ZEROS            TO WS-GRP-VALOR
              END-IF
              ADD SAI-VALOR TO WS-GRP-VALOR
           END-PERFORM
           IF WS-PRIMEIRO-GRUPO NOT = "S"
              PERFORM GRAVA-LANCAMENTOS-GRUPO
           END-IF
           CLOSE ARQ-SAI

           MOVE SPACES             TO REG-CTB-TRAILER
           MOVE "T"                TO LCT-TIPO
           MOVE WS-QTD-LANCAMENTOS TO LCT-QTD-LANCAMENTOS
           MOVE WS-TOTAL-DEBITOS   TO LCT-TOTAL-DEBITOS
           MOVE WS-TOTAL-CREDITOS  TO LCT-TOTAL-CREDITOS
           WRITE REG-CTB-TRAILER
           CLOSE ARQ-LANC-CONTAB
           .
       GRAVA-LANCAMENTOS-GRUPO.
           MOVE SPACES              TO REG-CTB-DETALHE
           MOVE "D"                 TO LCD-TIPO
           MOVE WS-GRP-DATA         TO LCD-DATA
           MOVE WS-GRP-CENTRO-CUSTO TO LCD-CENTRO-CUSTO
           MOVE WS-GRP-VALOR        TO LCD-VALOR
           MOVE EVENTO-CTB-CODIGO (WS-GRP-EVENTO) TO LCD-EVENTO
           MOVE DPC-DESCRICAO (WS-GRP-EVENTO)     TO LCD-HISTORICO
           MOVE DPC-CONTA-DEBITO (WS-GRP-EVENTO)  TO LCD-CONTA
           MOVE "D"                 TO LCD-NATUREZA
           WRITE REG-CTB-DETALHE
           ADD WS-GRP-VALOR TO WS-TOTAL-DEBITOS
           MOVE DPC-CONTA-CREDITO (WS-GRP-EVENTO) TO LCD-CONTA
           MOVE "C"                 TO LCD-NATUREZA
           WRITE REG-CTB-DETALHE
           ADD WS-GRP-VALOR TO WS-TOTAL-CREDITOS
           ADD 2 TO WS-QTD-LANCAMENTOS
           ADD 2 TO TOT-QTD-LANCAMENTOS (WS-GRP-EVENTO)
           ADD WS-GRP-VALOR TO TOT-VALOR-DIARIO (WS-GRP-EVENTO)
           .
       GRAVA-TOTAIS-CONTROLE.
      *    UMA LINHA POR EVENTO E EMPRESA EM CTRLTOT.DAT ("CTB" +
      *    EVENTO + EMPRESA),
      *    CONFERIDA PELO PROGBALCTB - VER CTRL-TOTAIS.FD. LIDOS =
      *    REGISTROS DA FONTE, GRAVADOS = LINHAS DO EVENTO NO
      *    DIARIO, REJEITADOS = ADIADOS, HASH = VALOR DAS FONTES EM
      *    CENTAVOS. REEXECUCAO NO MESMO DIA SUBSTITUI A LINHA.
           MOVE "CTRLTOT.DAT" TO WID-ARQ-CTRL-TOTAIS
           OPEN I-O ARQ-CTRL-TOTAIS
           IF WS-RESULTADO-CTRL-TOT NOT = 00
              OPEN OUTPUT ARQ-CTRL-TOTAIS
              CLOSE ARQ-CTRL-TOTAIS
              OPEN I-O ARQ-CTRL-TOTAIS
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND > WS-QTD-EVENTOS-CTB
              MOVE WS-DATA-SISTEMA TO CTT-DATA
              MOVE SPACES          TO CTT-PROGRAMA
              STRING "CTB" EVENTO-CTB-CODIGO (WS-IND)
                 WS-EMPRESA-ATUAL
                 DELIMITED BY SIZE INTO CTT-PROGRAMA
              END-STRING
              READ ARQ-CTRL-TOTAIS
              MOVE WS-DATA-SISTEMA TO CTT-DATA
              MOVE SPACES          TO CTT-PROGRAMA
              STRING "CTB" EVENTO-CTB-CODIGO (WS-IND)
                 WS-EMPRESA-ATUAL
                 DELIMITED BY SIZE INTO CTT-PROGRAMA
              END-STRING
              MOVE TOT-QTD-LIDOS (WS-IND)       TO CTT-QTD-LIDOS
              MOVE TOT-QTD-LANCAMENTOS (WS-IND) TO CTT-QTD-GRAVADOS
              MOVE TOT-QTD-ADIADOS (WS-IND)     TO CTT-QTD-REJEITADOS
              COMPUTE CTT-HASH-CHAVES =
                 TOT-VALOR-FONTE (WS-IND) * 100
              IF WS-RESULTADO-CTRL-TOT = 00
                 REWRITE REGISTRO-CTRL-TOTAIS
              ELSE
                 WRITE REGISTRO-CTRL-TOTAIS
              END-IF
           END-PERFORM
           CLOSE ARQ-CTRL-TOTAIS
           .
