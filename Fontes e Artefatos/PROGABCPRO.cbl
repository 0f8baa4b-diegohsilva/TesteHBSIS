       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGABCPRO.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** ANALISE DE VENDAS E CURVA ABC DE PRODUTOS ********
      *    PERCORRE OS ITENS DOS PEDIDOS ATIVOS (PEDIDO.DAT/
      *    PEDITEM.DAT E, PARA AS COMPETENCIAS JA ARQUIVADAS,
      *    PEDHIST.DAT/PEDITHIS.DAT) E MONTA, PARA A COMPETENCIA
      *    CORRENTE, O RANKING DOS PRODUTOS POR VALOR VENDIDO (COM
      *    A POSICAO POR QUANTIDADE) E A CURVA ABC DE PRODUTOS PELOS
      *    MESMOS CORTES DA CURVA DE CLIENTES (CORTEABCA/CORTEABCB,
      *    PROG37). CADA PRODUTO TRAZ A VARIACAO DO VALOR CONTRA O
      *    MES ANTERIOR E CONTRA O MESMO MES DO ANO ANTERIOR; AS
      *    MESMAS COLUNAS SAEM TOTALIZADAS POR TERRITORIO (UF DO
      *    CLIENTE, TERRIT.DAT) E POR FILIAL (CLI-FILIAL). A CLASSE
      *    E GRAVADA NO CADASTRO (PRO-CLASSE-ABC, EXIBIDA NO PROG24);
      *    PRODUTO ATIVO SEM VENDA NA COMPETENCIA E CLASSE C. NO
      *    FIM, LISTA OS PRODUTOS ATIVOS SEM VENDA HA N MESES
      *    (CARTAO SYSIN, DUAS POSICOES; VAZIO VALE O PARAMETRO
      *    MESESSEMVEN E, NA FALTA DELE, 6), CANDIDATOS A
      *    INATIVACAO PELAS COMPRAS. PRODUTO CADASTRADO DENTRO DA
      *    JANELA NAO ENTRA NA LISTA. GERA RABCPRO.TXT; RODA NOS
      *    EXTRAS DE FECHAMENTO DE MES DO PROGLOTE.

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

           SELECT ARQ-PEDHIST ASSIGN TO DISK WID-ARQ-PEDHIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HIP-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDHIST.

           SELECT ARQ-PEDITHIS ASSIGN TO DISK WID-ARQ-PEDITHIS
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDITHIS.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

           SELECT ARQ-FILIAL ASSIGN TO DISK WID-ARQ-FILIAL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FIL-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FILIAL.

           SELECT RELATORIO ASSIGN TO "RABCPRO.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-PEDHIST.FD".
       COPY "ARQ-PEDITHIS.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-TERRIT.FD".
       COPY "ARQ-FILIAL.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDHIST          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITHIS         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WID-ARQ-FILIAL           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDHIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITHIS    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FILIAL      PIC 9(02) VALUE ZEROS.
       77 WS-CLIENTE-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FILIAL-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
      *    CORTES DA CURVA ABC (PARTICIPACAO ACUMULADA NO VALOR
      *    VENDIDO), OS MESMOS DA CURVA DE CLIENTES DO PROGABC.
       77 WS-CORTE-A               PIC 9(03)V9(02) VALUE 80.
       77 WS-CORTE-B               PIC 9(03)V9(02) VALUE 95.
       77 WS-MESES-SEM-VENDA       PIC 9(02) VALUE ZEROS.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-ANT       PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-ANO       PIC 9(06) VALUE ZEROS.
       77 WS-MESES-BASE            PIC 9(06) VALUE ZEROS.
       77 WS-MESES-CORTE           PIC 9(06) VALUE ZEROS.
       77 WS-MESES-AUX             PIC 9(06) VALUE ZEROS.
       77 WS-COMP-AUX              PIC 9(06) VALUE ZEROS.
       77 WS-ANO-AUX               PIC 9(04) VALUE ZEROS.
       77 WS-MES-AUX               PIC 9(02) VALUE ZEROS.
      *    PEDIDO E ITEM EM TRATAMENTO, VINDOS DO ARQUIVO VIVO OU
      *    DO ARQUIVO MORTO. O PERIODO DIZ ONDE O PEDIDO ENTRA NAS
      *    COMPARACOES ("M" COMPETENCIA, "P" MES ANTERIOR, "Y" MESMO
      *    MES DO ANO ANTERIOR, BRANCO SO CONTA PARA A ULTIMA VENDA).
       77 WS-ORD-NUMERO            PIC 9(09) VALUE ZEROS.
       77 WS-ORD-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WS-ORD-CLIENTE           PIC 9(07) VALUE ZEROS.
       77 WS-ORD-PERIODO           PIC X(01) VALUE SPACES.
       77 WS-ITEM-PRODUTO          PIC 9(05) VALUE ZEROS.
       77 WS-ITEM-QTD              PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-ITEM-VALOR            PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TERRITORIO-PED        PIC 9(03) VALUE ZEROS.
       77 WS-NOME-TER-PED          PIC X(30) VALUE SPACES.
       77 WS-FILIAL-PED            PIC X(03) VALUE SPACES.
       77 WS-QTD-PRODUTOS          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-VENDIDOS          PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-PRO               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-UFS               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-UF                PIC 9(02) VALUE ZEROS.
       77 WS-QTD-RES-TER           PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TER               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RES-FIL           PIC 9(03) VALUE ZEROS.
       77 WS-IDX-FIL               PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU                 PIC X(01) VALUE SPACES.
       77 WS-TOTAL-QTD             PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOTAL-VALOR           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-TOTAL-VALOR-ANT       PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-TOTAL-VALOR-ANO       PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-ACUMULADO             PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-PCT-ACUMULADO         PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-PCT-PRODUTO           PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-CLASSE                PIC X(01) VALUE SPACES.
       77 WS-IDX-CLASSE            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-MUDANCAS          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATUALIZADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-VENDA         PIC 9(05) VALUE ZEROS.
       77 WS-VARIACAO              PIC S9(05)V9(02) VALUE ZEROS.
       77 WS-VAR-MES               PIC S9(05)V9(02) VALUE ZEROS.
       77 WS-VAR-ANO               PIC S9(05)V9(02) VALUE ZEROS.
       77 WS-LIN-QTD               PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-LIN-VALOR             PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-LIN-VALOR-ANT         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-LIN-VALOR-ANO         PIC 9(13)V9(02) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).
       01 CAB-DATA                 PIC 99/99/9(04).
       01 AUX-DATA-CADASTRO        PIC 99/99/9(04).
       01 AUX-DATA-CADASTRO-R REDEFINES AUX-DATA-CADASTRO.
          02 AUX-CAD-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 AUX-CAD-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 AUX-CAD-ANO           PIC 9(04).
       01 WS-RESUMO-CLASSES.
          02 WS-CLASSE-OCORR OCCURS 3 TIMES.
             03 WS-CLS-QTD         PIC 9(05).
             03 WS-CLS-VALOR       PIC 9(13)V9(02).
      *    UM ELEMENTO POR PRODUTO DO CADASTRO, CARREGADO NA ORDEM
      *    DO CODIGO E DEPOIS CLASSIFICADO PELO VALOR VENDIDO NA
      *    COMPETENCIA. A ULTIMA VENDA E A MAIOR COMPETENCIA COM
      *    PEDIDO ATIVO DO PRODUTO (ZERO = NUNCA VENDIDO).
       01 TABELA-PRODUTOS.
          02 PRO-OCORRENCIA OCCURS 3000 TIMES.
             03 TAB-PRO-CODIGO     PIC 9(05).
             03 TAB-PRO-DESCRICAO  PIC X(40).
             03 TAB-PRO-STATUS     PIC X(01).
             03 TAB-PRO-CADASTRO   PIC 9(06).
             03 TAB-PRO-QTD-MES    PIC 9(09)V9(02).
             03 TAB-PRO-VALOR-MES  PIC 9(11)V9(02).
             03 TAB-PRO-VALOR-ANT  PIC 9(11)V9(02).
             03 TAB-PRO-VALOR-ANO  PIC 9(11)V9(02).
             03 TAB-PRO-ULTIMA     PIC 9(06).
             03 TAB-PRO-POS-QTD    PIC 9(04).
             03 TAB-PRO-CLASSE     PIC X(01).
       01 AREA-TROCA-PRODUTO.
          02 TRC-PRO-CODIGO        PIC 9(05).
          02 TRC-PRO-DESCRICAO     PIC X(40).
          02 TRC-PRO-STATUS        PIC X(01).
          02 TRC-PRO-CADASTRO      PIC 9(06).
          02 TRC-PRO-QTD-MES       PIC 9(09)V9(02).
          02 TRC-PRO-VALOR-MES     PIC 9(11)V9(02).
          02 TRC-PRO-VALOR-ANT     PIC 9(11)V9(02).
          02 TRC-PRO-VALOR-ANO     PIC 9(11)V9(02).
          02 TRC-PRO-ULTIMA        PIC 9(06).
          02 TRC-PRO-POS-QTD       PIC 9(04).
          02 TRC-PRO-CLASSE        PIC X(01).
       01 TABELA-UFS.
          02 UF-OCORRENCIA OCCURS 40 TIMES.
             03 TAB-UF-SIGLA       PIC X(02).
             03 TAB-UF-TERRITORIO  PIC 9(03).
             03 TAB-UF-NOME-TER    PIC X(30).
      *    VENDAS DA COMPETENCIA, DO MES ANTERIOR E DO MESMO MES DO
      *    ANO ANTERIOR POR TERRITORIO E POR FILIAL DO CLIENTE.
       01 TABELA-RESULTADO-TER.
          02 RT-OCORRENCIA OCCURS 50 TIMES.
             03 RT-TERRITORIO      PIC 9(03).
             03 RT-NOME            PIC X(30).
             03 RT-QTD-MES         PIC 9(11)V9(02).
             03 RT-VALOR-MES       PIC 9(13)V9(02).
             03 RT-VALOR-ANT       PIC 9(13)V9(02).
             03 RT-VALOR-ANO       PIC 9(13)V9(02).
       01 TABELA-RESULTADO-FIL.
          02 RF-OCORRENCIA OCCURS 100 TIMES.
             03 RF-FILIAL          PIC X(03).
             03 RF-QTD-MES         PIC 9(11)V9(02).
             03 RF-VALOR-MES       PIC 9(13)V9(02).
             03 RF-VALOR-ANT       PIC 9(13)V9(02).
             03 RF-VALOR-ANO       PIC 9(13)V9(02).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(24) VALUE SPACES.
          02 FILLER       PIC X(56) VALUE
             "ANALISE DE VENDAS E CURVA ABC DE PRODUTOS - COMPETENCIA ".
          02 CABT-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(36) VALUES SPACES.

       01 CABECALHO-TRACO.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-SECAO.
          02 CABS-TITULO  PIC X(80).

       01 CABECALHO-PRODUTOS.
          02 FILLER PIC X(42) VALUE
             " POS CODIG DESCRICAO".
          02 FILLER PIC X(20) VALUE
             "    QUANTIDADE  POS ".
          02 FILLER PIC X(18) VALUE
             "    VALOR VENDIDO ".
          02 FILLER PIC X(15) VALUE
             " PART%  ACUM%  ".
          02 FILLER PIC X(03) VALUE "CL ".
          02 FILLER PIC X(21) VALUE
             "  VAR.MES%   VAR.ANO%".

       01 DETALHE-PRODUTO.
          02 DETP-POSICAO          PIC ZZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETP-CODIGO           PIC 9(05).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETP-DESCRICAO        PIC X(30).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETP-QTD              PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETP-POS-QTD          PIC ZZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETP-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETP-PCT              PIC ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETP-PCT-ACUM         PIC ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETP-CLASSE           PIC X(01).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETP-VAR-MES          PIC -ZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETP-VAR-ANO          PIC -ZZ.ZZ9,99.

       01 DETALHE-CLASSE.
          02 FILLER                PIC X(07) VALUE "CLASSE ".
          02 DETC-CLASSE           PIC X(01).
          02 FILLER                PIC X(13) VALUE "  PRODUTOS: ".
          02 DETC-QTD              PIC ZZ.ZZ9.
          02 FILLER                PIC X(16) VALUE "  VALOR VENDIDO:".
          02 DETC-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(15) VALUE "  PARTICIPACAO ".
          02 DETC-PCT              PIC ZZ9,99.
          02 FILLER                PIC X(02) VALUE " %".

       01 CABECALHO-REGIAO.
          02 CABR-TIPO PIC X(39).
          02 FILLER PIC X(15) VALUE "    QUANTIDADE ".
          02 FILLER PIC X(18) VALUE "     VALOR NO MES ".
          02 FILLER PIC X(18) VALUE " VALOR MES ANTER. ".
          02 FILLER PIC X(19) VALUE " VALOR ANO ANTER.  ".
          02 FILLER PIC X(22) VALUE "  VAR.MES%    VAR.ANO%".

       01 DETALHE-REGIAO.
          02 DETR-CODIGO           PIC X(05).
          02 FILLER                PIC X(03) VALUE " - ".
          02 DETR-NOME             PIC X(30).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETR-QTD              PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETR-VALOR-MES        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETR-VALOR-ANT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETR-VALOR-ANO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETR-VAR-MES          PIC -ZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETR-VAR-ANO          PIC -ZZ.ZZ9,99.

       01 CABECALHO-SEM-VENDA.
          02 FILLER PIC X(49) VALUE
             "CODIG DESCRICAO                                  ".
          02 FILLER PIC X(30) VALUE
             "CADASTRO    ULTIMA VENDA".

       01 DETALHE-SEM-VENDA.
          02 DETS-CODIGO           PIC 9(05).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETS-DESCRICAO        PIC X(40).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DETS-CADASTRO         PIC X(10).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETS-ULTIMA           PIC X(06).

       01 RODAPE-1.
          02 FILLER                PIC X(34) VALUE
             "MUDANCAS DE CLASSE DESDE A ULTIMA.".
          02 ROD-MUDANCAS          PIC ZZ.ZZ9.

       01 RODAPE-2.
          02 FILLER                PIC X(34) VALUE
             "PRODUTOS CLASSIFICADOS............".
          02 ROD-PRODUTOS          PIC ZZ.ZZ9.

       01 RODAPE-3.
          02 FILLER                PIC X(34) VALUE
             "PRODUTOS SEM VENDA NA JANELA......".
          02 ROD-SEM-VENDA         PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGABCPRO - INICIO DA ANALISE DE PRODUTOS"
           MOVE "PROGABCPRO" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGABCPRO - JA EXISTE ANALISE EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-MESES-SEM-VENDA FROM SYSIN
           IF WS-MESES-SEM-VENDA NOT NUMERIC
              OR WS-MESES-SEM-VENDA = ZEROS
      *       SEM CARTAO SYSIN VALE O PARAMETRO MESESSEMVEN DA
      *       TABELA (PROG37) E, NA FALTA DELE, O PADRAO DE 6.
              MOVE 6 TO WS-MESES-SEM-VENDA
              MOVE "MESESSEMVEN" TO WS-PARAM-NOME
              CALL "PARAMLER" USING WS-PARAM-NOME
                 WS-PARAM-VALOR WS-PARAM-RESULTADO
              IF WS-PARAM-RESULTADO = ZEROS
                 MOVE WS-PARAM-VALOR TO WS-MESES-SEM-VENDA
              END-IF
           END-IF
           MOVE "CORTEABCA" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-CORTE-A
           END-IF
           MOVE "CORTEABCB" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-CORTE-B
           END-IF
           CANCEL "PARAMLER"
           DISPLAY "PROGABCPRO - MESES SEM VENDA: " WS-MESES-SEM-VENDA
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE WS-MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE WS-ANO-SISTEMA TO CAB-DATA (7:4)
           COMPUTE WS-COMPETENCIA =
              (WS-ANO-SISTEMA * 100) + WS-MES-SISTEMA
           IF WS-MES-SISTEMA = 1
              COMPUTE WS-COMPETENCIA-ANT =
                 ((WS-ANO-SISTEMA - 1) * 100) + 12
           ELSE
              COMPUTE WS-COMPETENCIA-ANT = WS-COMPETENCIA - 1
           END-IF
           COMPUTE WS-COMPETENCIA-ANO = WS-COMPETENCIA - 100
           COMPUTE WS-MESES-BASE =
              (WS-ANO-SISTEMA * 12) + WS-MES-SISTEMA
           COMPUTE WS-MESES-CORTE = WS-MESES-BASE - WS-MESES-SEM-VENDA
           INITIALIZE WS-RESUMO-CLASSES
           INITIALIZE TABELA-PRODUTOS
           INITIALIZE TABELA-RESULTADO-TER
           INITIALIZE TABELA-RESULTADO-FIL

           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN I-O ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "PROGABCPRO - PRODUTO.DAT INDISPONIVEL."
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-PRODUTOS
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT = 00
              PERFORM CARREGA-TERRITORIOS-UF
              CLOSE ARQ-TERRIT
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE "S" TO WS-CLIENTE-DISPONIVEL
           ELSE
              MOVE "N" TO WS-CLIENTE-DISPONIVEL
           END-IF

           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO = 00
              MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
              OPEN INPUT ARQ-PEDITEM
              IF WS-RESULTADO-PEDITEM = 00
                 PERFORM ACUMULA-PEDIDOS
                 CLOSE ARQ-PEDITEM
              ELSE
                 DISPLAY "PROGABCPRO - PEDITEM.DAT AUSENTE."
              END-IF
              CLOSE ARQ-PEDIDO
           ELSE
              DISPLAY "PROGABCPRO - NAO HA PEDIDOS REGISTRADOS."
           END-IF
      *    O ARQUIVO MORTO E OPCIONAL: SEM ELE, SO O ARQUIVO VIVO.
           MOVE "PEDHIST.DAT" TO WID-ARQ-PEDHIST
           OPEN INPUT ARQ-PEDHIST
           IF WS-RESULTADO-PEDHIST = 00
              MOVE "PEDITHIS.DAT" TO WID-ARQ-PEDITHIS
              OPEN INPUT ARQ-PEDITHIS
              IF WS-RESULTADO-PEDITHIS = 00
                 PERFORM ACUMULA-PEDIDOS-HIST
                 CLOSE ARQ-PEDITHIS
              END-IF
              CLOSE ARQ-PEDHIST
           END-IF
           IF WS-CLIENTE-DISPONIVEL = "S"
              CLOSE ARQ-CLIENTE
           END-IF

           PERFORM ORDENA-RANKING-PRODUTOS
           PERFORM CALCULA-POSICAO-QTD
           PERFORM ATRIBUI-CLASSES
           PERFORM ATUALIZA-CADASTRO
           CLOSE ARQ-PRODUTO

           MOVE "FILIAL.DAT" TO WID-ARQ-FILIAL
           OPEN INPUT ARQ-FILIAL
           IF WS-RESULTADO-FILIAL = 00
              MOVE "S" TO WS-FILIAL-DISPONIVEL
           ELSE
              MOVE "N" TO WS-FILIAL-DISPONIVEL
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA       TO CABT-DATA
           MOVE WS-COMPETENCIA TO CABT-COMPETENCIA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-TRACO  AFTER 1 LINE
           PERFORM IMPRIME-CURVA
           PERFORM IMPRIME-TERRITORIOS
           PERFORM IMPRIME-FILIAIS
           PERFORM IMPRIME-SEM-VENDA
           CLOSE RELATORIO
           IF WS-FILIAL-DISPONIVEL = "S"
              CLOSE ARQ-FILIAL
           END-IF
           DISPLAY "PROGABCPRO - PRODUTOS VENDIDOS NO MES: "
              WS-QTD-VENDIDOS
           DISPLAY "PROGABCPRO - PRODUTOS CLASSIFICADOS..: "
              WS-QTD-ATUALIZADOS
           DISPLAY "PROGABCPRO - MUDANCAS DE CLASSE......: "
              WS-QTD-MUDANCAS
           DISPLAY "PROGABCPRO - SEM VENDA NA JANELA.....: "
              WS-QTD-SEM-VENDA
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGABCPRO - RELATORIO EM RABCPRO.TXT."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       CARREGA-PRODUTOS.
           MOVE ZEROS TO CONTROLE-FIM
           MOVE ZEROS TO PRO-CODIGO
           START ARQ-PRODUTO KEY IS NOT LESS PRO-CODIGO
           IF WS-RESULTADO-PRODUTO NOT = 00
              MOVE 1 TO CONTROLE-FIM
           END-IF
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PRODUTO NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1 AND WS-QTD-PRODUTOS < 3000
                 ADD 1 TO WS-QTD-PRODUTOS
                 MOVE PRO-CODIGO    TO TAB-PRO-CODIGO (WS-QTD-PRODUTOS)
                 MOVE PRO-DESCRICAO TO
                    TAB-PRO-DESCRICAO (WS-QTD-PRODUTOS)
                 MOVE PRO-STATUS    TO TAB-PRO-STATUS (WS-QTD-PRODUTOS)
                 MOVE PRO-DATA-CADASTRO TO AUX-DATA-CADASTRO
                 IF AUX-CAD-ANO NUMERIC AND AUX-CAD-MES NUMERIC
                    COMPUTE TAB-PRO-CADASTRO (WS-QTD-PRODUTOS) =
                       (AUX-CAD-ANO * 100) + AUX-CAD-MES
                 END-IF
              END-IF
           END-PERFORM
           .
       CARREGA-TERRITORIOS-UF.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-TERRIT NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1 AND WS-QTD-UFS < 40
                 ADD 1 TO WS-QTD-UFS
                 MOVE TER-UF TO TAB-UF-SIGLA (WS-QTD-UFS)
                 MOVE TER-TERRITORIO TO
                    TAB-UF-TERRITORIO (WS-QTD-UFS)
                 MOVE TER-NOME TO
                    TAB-UF-NOME-TER (WS-QTD-UFS)
              END-IF
           END-PERFORM
           .
       ACUMULA-PEDIDOS.
      *    SO PEDIDOS ATIVOS (LIBERADOS) ATE A COMPETENCIA CORRENTE.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PEDIDO NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF PED-STATUS = "A"
                 AND PED-COMPETENCIA NOT GREATER WS-COMPETENCIA
                 MOVE PED-NUMERO      TO WS-ORD-NUMERO
                 MOVE PED-COMPETENCIA TO WS-ORD-COMPETENCIA
                 MOVE PED-CLI-CODIGO  TO WS-ORD-CLIENTE
                 PERFORM PREPARA-PEDIDO
                 PERFORM ACUMULA-ITENS-PEDIDO
              END-IF
           END-PERFORM
           .
       ACUMULA-ITENS-PEDIDO.
           MOVE WS-ORD-NUMERO TO ITE-PED-NUMERO
           MOVE ZEROS         TO ITE-SEQUENCIA
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
                 IF ITE-PED-NUMERO NOT = WS-ORD-NUMERO
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    MOVE ITE-PRO-CODIGO TO WS-ITEM-PRODUTO
                    MOVE ITE-QUANTIDADE TO WS-ITEM-QTD
                    MOVE ITE-VALOR      TO WS-ITEM-VALOR
                    PERFORM ACUMULA-ITEM
                 END-IF
              END-IF
           END-PERFORM
           .
       ACUMULA-PEDIDOS-HIST.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PEDHIST NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF HIP-STATUS = "A"
                 AND HIP-COMPETENCIA NOT GREATER WS-COMPETENCIA
                 MOVE HIP-NUMERO      TO WS-ORD-NUMERO
                 MOVE HIP-COMPETENCIA TO WS-ORD-COMPETENCIA
                 MOVE HIP-CLI-CODIGO  TO WS-ORD-CLIENTE
                 PERFORM PREPARA-PEDIDO
                 PERFORM ACUMULA-ITENS-HIST
              END-IF
           END-PERFORM
           .
       ACUMULA-ITENS-HIST.
           MOVE WS-ORD-NUMERO TO HIT-PED-NUMERO
           MOVE ZEROS         TO HIT-SEQUENCIA
           START ARQ-PEDITHIS KEY IS NOT LESS HIT-CHAVE
           IF WS-RESULTADO-PEDITHIS NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ITENS
           PERFORM UNTIL WS-FIM-ITENS = 1
              READ ARQ-PEDITHIS NEXT AT END
                 MOVE 1 TO WS-FIM-ITENS
              END-READ
              IF WS-FIM-ITENS NOT = 1
                 IF HIT-PED-NUMERO NOT = WS-ORD-NUMERO
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    MOVE HIT-PRO-CODIGO TO WS-ITEM-PRODUTO
                    MOVE HIT-QUANTIDADE TO WS-ITEM-QTD
                    MOVE HIT-VALOR      TO WS-ITEM-VALOR
                    PERFORM ACUMULA-ITEM
                 END-IF
              END-IF
           END-PERFORM
           .
       PREPARA-PEDIDO.
      *    DECIDE O PERIODO DO PEDIDO E, SE ELE ENTRA NAS
      *    COMPARACOES, LOCALIZA O TERRITORIO E A FILIAL DO CLIENTE
      *    E A LINHA DE CADA UM NAS TABELAS DE RESULTADO.
           EVALUATE WS-ORD-COMPETENCIA
              WHEN WS-COMPETENCIA
                 MOVE "M" TO WS-ORD-PERIODO
              WHEN WS-COMPETENCIA-ANT
                 MOVE "P" TO WS-ORD-PERIODO
              WHEN WS-COMPETENCIA-ANO
                 MOVE "Y" TO WS-ORD-PERIODO
              WHEN OTHER
                 MOVE SPACE TO WS-ORD-PERIODO
           END-EVALUATE
           MOVE ZEROS TO WS-IDX-TER
           MOVE ZEROS TO WS-IDX-FIL
           IF WS-ORD-PERIODO = SPACE
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-CLIENTE-PEDIDO
           PERFORM LOCALIZA-RESULTADO-TER
           PERFORM LOCALIZA-RESULTADO-FIL
           .
       LOCALIZA-CLIENTE-PEDIDO.
           MOVE ZEROS TO WS-TERRITORIO-PED
           MOVE "SEM TERRITORIO" TO WS-NOME-TER-PED
           MOVE SPACES TO WS-FILIAL-PED
           IF WS-CLIENTE-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ORD-CLIENTE TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE CLI-FILIAL TO WS-FILIAL-PED
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UFS
              IF TAB-UF-SIGLA (WS-IDX-UF) = CLI-UF
                 MOVE TAB-UF-TERRITORIO (WS-IDX-UF)
                    TO WS-TERRITORIO-PED
                 MOVE TAB-UF-NOME-TER (WS-IDX-UF)
                    TO WS-NOME-TER-PED
                 MOVE WS-QTD-UFS TO WS-IDX-UF
              END-IF
           END-PERFORM
           .
       LOCALIZA-RESULTADO-TER.
           MOVE SPACES TO WS-ACHOU
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-QTD-RES-TER OR WS-ACHOU = "S"
              IF RT-TERRITORIO (WS-IDX-TER) = WS-TERRITORIO-PED
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-IDX-TER
           ELSE
              IF WS-QTD-RES-TER < 50
                 ADD 1 TO WS-QTD-RES-TER
                 MOVE WS-QTD-RES-TER    TO WS-IDX-TER
                 MOVE WS-TERRITORIO-PED TO RT-TERRITORIO (WS-IDX-TER)
                 MOVE WS-NOME-TER-PED   TO RT-NOME (WS-IDX-TER)
              ELSE
                 MOVE ZEROS TO WS-IDX-TER
              END-IF
           END-IF
           .
       LOCALIZA-RESULTADO-FIL.
           MOVE SPACES TO WS-ACHOU
           PERFORM VARYING WS-IDX-FIL FROM 1 BY 1
              UNTIL WS-IDX-FIL > WS-QTD-RES-FIL OR WS-ACHOU = "S"
              IF RF-FILIAL (WS-IDX-FIL) = WS-FILIAL-PED
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-IDX-FIL
           ELSE
              IF WS-QTD-RES-FIL < 100
                 ADD 1 TO WS-QTD-RES-FIL
                 MOVE WS-QTD-RES-FIL TO WS-IDX-FIL
                 MOVE WS-FILIAL-PED  TO RF-FILIAL (WS-IDX-FIL)
              ELSE
                 MOVE ZEROS TO WS-IDX-FIL
              END-IF
           END-IF
           .
       ACUMULA-ITEM.
           MOVE ZEROS TO WS-IDX-PRO
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PRODUTOS
              IF TAB-PRO-CODIGO (WS-IDX) = WS-ITEM-PRODUTO
                 MOVE WS-IDX TO WS-IDX-PRO
                 MOVE WS-QTD-PRODUTOS TO WS-IDX
              END-IF
           END-PERFORM
           IF WS-IDX-PRO NOT = ZEROS
              IF WS-ORD-COMPETENCIA GREATER TAB-PRO-ULTIMA (WS-IDX-PRO)
                 MOVE WS-ORD-COMPETENCIA TO TAB-PRO-ULTIMA (WS-IDX-PRO)
              END-IF
              EVALUATE WS-ORD-PERIODO
                 WHEN "M"
                    ADD WS-ITEM-QTD   TO TAB-PRO-QTD-MES (WS-IDX-PRO)
                    ADD WS-ITEM-VALOR TO TAB-PRO-VALOR-MES (WS-IDX-PRO)
                 WHEN "P"
                    ADD WS-ITEM-VALOR TO TAB-PRO-VALOR-ANT (WS-IDX-PRO)
                 WHEN "Y"
                    ADD WS-ITEM-VALOR TO TAB-PRO-VALOR-ANO (WS-IDX-PRO)
              END-EVALUATE
           END-IF
           EVALUATE WS-ORD-PERIODO
              WHEN "M"
                 ADD WS-ITEM-QTD   TO WS-TOTAL-QTD
                 ADD WS-ITEM-VALOR TO WS-TOTAL-VALOR
              WHEN "P"
                 ADD WS-ITEM-VALOR TO WS-TOTAL-VALOR-ANT
              WHEN "Y"
                 ADD WS-ITEM-VALOR TO WS-TOTAL-VALOR-ANO
           END-EVALUATE
           IF WS-IDX-TER NOT = ZEROS
              EVALUATE WS-ORD-PERIODO
                 WHEN "M"
                    ADD WS-ITEM-QTD   TO RT-QTD-MES (WS-IDX-TER)
                    ADD WS-ITEM-VALOR TO RT-VALOR-MES (WS-IDX-TER)
                 WHEN "P"
                    ADD WS-ITEM-VALOR TO RT-VALOR-ANT (WS-IDX-TER)
                 WHEN "Y"
                    ADD WS-ITEM-VALOR TO RT-VALOR-ANO (WS-IDX-TER)
              END-EVALUATE
           END-IF
           IF WS-IDX-FIL NOT = ZEROS
              EVALUATE WS-ORD-PERIODO
                 WHEN "M"
                    ADD WS-ITEM-QTD   TO RF-QTD-MES (WS-IDX-FIL)
                    ADD WS-ITEM-VALOR TO RF-VALOR-MES (WS-IDX-FIL)
                 WHEN "P"
                    ADD WS-ITEM-VALOR TO RF-VALOR-ANT (WS-IDX-FIL)
                 WHEN "Y"
                    ADD WS-ITEM-VALOR TO RF-VALOR-ANO (WS-IDX-FIL)
              END-EVALUATE
           END-IF
           .
       ORDENA-RANKING-PRODUTOS.
      *    CLASSIFICA A TABELA EM MEMORIA DO MAIOR PARA O MENOR
      *    VALOR VENDIDO NA COMPETENCIA (TROCA SIMPLES, COMO NO
      *    PROGABC).
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX NOT LESS WS-QTD-PRODUTOS
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 NOT LESS WS-QTD-PRODUTOS
                 IF TAB-PRO-VALOR-MES (WS-IDX-2) <
                    TAB-PRO-VALOR-MES (WS-IDX-2 + 1)
                    MOVE PRO-OCORRENCIA (WS-IDX-2)
                       TO AREA-TROCA-PRODUTO
                    MOVE PRO-OCORRENCIA (WS-IDX-2 + 1)
                       TO PRO-OCORRENCIA (WS-IDX-2)
                    MOVE AREA-TROCA-PRODUTO
                       TO PRO-OCORRENCIA (WS-IDX-2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE ZEROS TO WS-QTD-VENDIDOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PRODUTOS
              IF TAB-PRO-VALOR-MES (WS-IDX) GREATER ZEROS
                 OR TAB-PRO-QTD-MES (WS-IDX) GREATER ZEROS
                 ADD 1 TO WS-QTD-VENDIDOS
              END-IF
           END-PERFORM
           .
       CALCULA-POSICAO-QTD.
      *    A POSICAO POR QUANTIDADE E 1 MAIS O NUMERO DE PRODUTOS
      *    VENDIDOS COM QUANTIDADE MAIOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-VENDIDOS
              MOVE 1 TO TAB-PRO-POS-QTD (WS-IDX)
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 > WS-QTD-VENDIDOS
                 IF TAB-PRO-QTD-MES (WS-IDX-2) >
                    TAB-PRO-QTD-MES (WS-IDX)
                    ADD 1 TO TAB-PRO-POS-QTD (WS-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       ATRIBUI-CLASSES.
      *    QUEM NAO VENDEU NA COMPETENCIA E CLASSE C.
           MOVE ZEROS TO WS-ACUMULADO
           PERFORM ATRIBUI-UMA-CLASSE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PRODUTOS
           .
       ATRIBUI-UMA-CLASSE.
           IF WS-IDX > WS-QTD-VENDIDOS
              MOVE "C" TO TAB-PRO-CLASSE (WS-IDX)
              IF TAB-PRO-STATUS (WS-IDX) = "A"
                 MOVE "C" TO WS-CLASSE
                 PERFORM ACUMULA-RESUMO-CLASSE
              END-IF
              EXIT PARAGRAPH
           END-IF
           ADD TAB-PRO-VALOR-MES (WS-IDX) TO WS-ACUMULADO
           IF WS-TOTAL-VALOR = ZEROS
              MOVE ZEROS TO WS-PCT-ACUMULADO
           ELSE
              COMPUTE WS-PCT-ACUMULADO ROUNDED =
                 WS-ACUMULADO * 100 / WS-TOTAL-VALOR
                 ON SIZE ERROR
                    MOVE 100 TO WS-PCT-ACUMULADO
              END-COMPUTE
           END-IF
           EVALUATE TRUE
              WHEN WS-PCT-ACUMULADO NOT GREATER WS-CORTE-A
                 MOVE "A" TO TAB-PRO-CLASSE (WS-IDX)
              WHEN WS-PCT-ACUMULADO NOT GREATER WS-CORTE-B
                 MOVE "B" TO TAB-PRO-CLASSE (WS-IDX)
              WHEN OTHER
                 MOVE "C" TO TAB-PRO-CLASSE (WS-IDX)
           END-EVALUATE
           MOVE TAB-PRO-CLASSE (WS-IDX) TO WS-CLASSE
           PERFORM ACUMULA-RESUMO-CLASSE
           .
       ACUMULA-RESUMO-CLASSE.
           EVALUATE WS-CLASSE
              WHEN "A"
                 MOVE 1 TO WS-IDX-CLASSE
              WHEN "B"
                 MOVE 2 TO WS-IDX-CLASSE
              WHEN OTHER
                 MOVE 3 TO WS-IDX-CLASSE
           END-EVALUATE
           ADD 1 TO WS-CLS-QTD (WS-IDX-CLASSE)
           ADD TAB-PRO-VALOR-MES (WS-IDX)
              TO WS-CLS-VALOR (WS-IDX-CLASSE)
           .
       ATUALIZA-CADASTRO.
      *    REGRAVA A CLASSE NOS PRODUTOS ATIVOS; O INATIVO GUARDA A
      *    ULTIMA CLASSE QUE TEVE. MUDANCA EM RELACAO A CLASSE
      *    ANTERIOR E CONTADA PARA O RELATORIO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PRODUTOS
              IF TAB-PRO-STATUS (WS-IDX) = "A"
                 PERFORM CLASSIFICA-UM-PRODUTO
              END-IF
           END-PERFORM
           .
       CLASSIFICA-UM-PRODUTO.
           MOVE TAB-PRO-CODIGO (WS-IDX) TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              EXIT PARAGRAPH
           END-IF
           IF PRO-CLASSE-ABC NOT = TAB-PRO-CLASSE (WS-IDX)
              AND PRO-CLASSE-ABC NOT = SPACE
              ADD 1 TO WS-QTD-MUDANCAS
           END-IF
           MOVE TAB-PRO-CLASSE (WS-IDX) TO PRO-CLASSE-ABC
           MOVE WS-DATA-SISTEMA         TO PRO-DATA-CLASSE
           REWRITE REGISTRO-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00 OR 02
              ADD 1 TO WS-QTD-ATUALIZADOS
           END-IF
           .
       IMPRIME-CURVA.
           MOVE "RANKING DE PRODUTOS POR VALOR VENDIDO NA COMPETENCIA"
              TO CABS-TITULO
           WRITE LINHA FROM CABECALHO-SECAO    AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-PRODUTOS AFTER 1 LINES
           MOVE ZEROS TO WS-ACUMULADO
           PERFORM IMPRIME-LINHA-PRODUTO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-VENDIDOS
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           MOVE "A" TO WS-CLASSE
           MOVE 1 TO WS-IDX-CLASSE
           PERFORM IMPRIME-LINHA-CLASSE
           MOVE "B" TO WS-CLASSE
           MOVE 2 TO WS-IDX-CLASSE
           PERFORM IMPRIME-LINHA-CLASSE
           MOVE "C" TO WS-CLASSE
           MOVE 3 TO WS-IDX-CLASSE
           PERFORM IMPRIME-LINHA-CLASSE
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           MOVE WS-QTD-MUDANCAS TO ROD-MUDANCAS
           WRITE LINHA FROM RODAPE-1 AFTER 1 LINES
           MOVE WS-QTD-ATUALIZADOS TO ROD-PRODUTOS
           WRITE LINHA FROM RODAPE-2 AFTER 1 LINES
           .
       IMPRIME-LINHA-PRODUTO.
           MOVE WS-IDX                      TO DETP-POSICAO
           MOVE TAB-PRO-CODIGO (WS-IDX)     TO DETP-CODIGO
           MOVE TAB-PRO-DESCRICAO (WS-IDX)  TO DETP-DESCRICAO
           MOVE TAB-PRO-QTD-MES (WS-IDX)    TO DETP-QTD
           MOVE TAB-PRO-POS-QTD (WS-IDX)    TO DETP-POS-QTD
           MOVE TAB-PRO-VALOR-MES (WS-IDX)  TO DETP-VALOR
           MOVE TAB-PRO-CLASSE (WS-IDX)     TO DETP-CLASSE
           ADD TAB-PRO-VALOR-MES (WS-IDX)   TO WS-ACUMULADO
           MOVE ZEROS TO WS-PCT-PRODUTO
           MOVE ZEROS TO WS-PCT-ACUMULADO
           IF WS-TOTAL-VALOR NOT = ZEROS
              COMPUTE WS-PCT-PRODUTO ROUNDED =
                 TAB-PRO-VALOR-MES (WS-IDX) * 100 / WS-TOTAL-VALOR
                 ON SIZE ERROR
                    MOVE 100 TO WS-PCT-PRODUTO
              END-COMPUTE
              COMPUTE WS-PCT-ACUMULADO ROUNDED =
                 WS-ACUMULADO * 100 / WS-TOTAL-VALOR
                 ON SIZE ERROR
                    MOVE 100 TO WS-PCT-ACUMULADO
              END-COMPUTE
           END-IF
           MOVE WS-PCT-PRODUTO   TO DETP-PCT
           MOVE WS-PCT-ACUMULADO TO DETP-PCT-ACUM
           MOVE TAB-PRO-VALOR-MES (WS-IDX) TO WS-LIN-VALOR
           MOVE TAB-PRO-VALOR-ANT (WS-IDX) TO WS-LIN-VALOR-ANT
           MOVE TAB-PRO-VALOR-ANO (WS-IDX) TO WS-LIN-VALOR-ANO
           PERFORM CALCULA-VARIACOES
           MOVE WS-VAR-MES TO DETP-VAR-MES
           MOVE WS-VAR-ANO TO DETP-VAR-ANO
           WRITE LINHA FROM DETALHE-PRODUTO AFTER 1 LINES
           .
       IMPRIME-LINHA-CLASSE.
           MOVE WS-CLASSE TO DETC-CLASSE
           MOVE WS-CLS-QTD (WS-IDX-CLASSE)   TO DETC-QTD
           MOVE WS-CLS-VALOR (WS-IDX-CLASSE) TO DETC-VALOR
           IF WS-TOTAL-VALOR = ZEROS
              MOVE ZEROS TO DETC-PCT
           ELSE
              COMPUTE DETC-PCT ROUNDED =
                 WS-CLS-VALOR (WS-IDX-CLASSE) * 100
                    / WS-TOTAL-VALOR
           END-IF
           WRITE LINHA FROM DETALHE-CLASSE AFTER 1 LINES
           .
       CALCULA-VARIACOES.
      *    SEM VENDA NO PERIODO DE COMPARACAO A VARIACAO SAI ZERADA.
           MOVE ZEROS TO WS-VAR-MES
           MOVE ZEROS TO WS-VAR-ANO
           IF WS-LIN-VALOR-ANT NOT = ZEROS
              COMPUTE WS-VARIACAO ROUNDED =
                 (WS-LIN-VALOR - WS-LIN-VALOR-ANT) * 100
                 / WS-LIN-VALOR-ANT
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-VARIACAO
              END-COMPUTE
              MOVE WS-VARIACAO TO WS-VAR-MES
           END-IF
           IF WS-LIN-VALOR-ANO NOT = ZEROS
              COMPUTE WS-VARIACAO ROUNDED =
                 (WS-LIN-VALOR - WS-LIN-VALOR-ANO) * 100
                 / WS-LIN-VALOR-ANO
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-VARIACAO
              END-COMPUTE
              MOVE WS-VARIACAO TO WS-VAR-ANO
           END-IF
           .
       MONTA-DETALHE-REGIAO.
           MOVE WS-LIN-QTD       TO DETR-QTD
           MOVE WS-LIN-VALOR     TO DETR-VALOR-MES
           MOVE WS-LIN-VALOR-ANT TO DETR-VALOR-ANT
           MOVE WS-LIN-VALOR-ANO TO DETR-VALOR-ANO
           PERFORM CALCULA-VARIACOES
           MOVE WS-VAR-MES TO DETR-VAR-MES
           MOVE WS-VAR-ANO TO DETR-VAR-ANO
           WRITE LINHA FROM DETALHE-REGIAO AFTER 1 LINES
           .
       IMPRIME-TOTAL-GERAL.
           MOVE SPACES           TO DETR-CODIGO
           MOVE "TOTAL GERAL"    TO DETR-NOME
           MOVE WS-TOTAL-QTD       TO WS-LIN-QTD
           MOVE WS-TOTAL-VALOR     TO WS-LIN-VALOR
           MOVE WS-TOTAL-VALOR-ANT TO WS-LIN-VALOR-ANT
           MOVE WS-TOTAL-VALOR-ANO TO WS-LIN-VALOR-ANO
           PERFORM MONTA-DETALHE-REGIAO
           .
       IMPRIME-TERRITORIOS.
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO AFTER 1 LINES
           MOVE "VENDAS DE PRODUTOS POR TERRITORIO" TO CABS-TITULO
           WRITE LINHA FROM CABECALHO-SECAO AFTER 1 LINES
           MOVE "TERRITORIO" TO CABR-TIPO
           WRITE LINHA FROM CABECALHO-REGIAO AFTER 1 LINES
           PERFORM IMPRIME-LINHA-TERRITORIO
              VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-QTD-RES-TER
           PERFORM IMPRIME-TOTAL-GERAL
           .
       IMPRIME-LINHA-TERRITORIO.
           MOVE RT-TERRITORIO (WS-IDX-TER) TO DETR-CODIGO
           MOVE RT-NOME (WS-IDX-TER)       TO DETR-NOME
           MOVE RT-QTD-MES (WS-IDX-TER)    TO WS-LIN-QTD
           MOVE RT-VALOR-MES (WS-IDX-TER)  TO WS-LIN-VALOR
           MOVE RT-VALOR-ANT (WS-IDX-TER)  TO WS-LIN-VALOR-ANT
           MOVE RT-VALOR-ANO (WS-IDX-TER)  TO WS-LIN-VALOR-ANO
           PERFORM MONTA-DETALHE-REGIAO
           .
       IMPRIME-FILIAIS.
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO AFTER 1 LINES
           MOVE "VENDAS DE PRODUTOS POR FILIAL DO CLIENTE"
              TO CABS-TITULO
           WRITE LINHA FROM CABECALHO-SECAO AFTER 1 LINES
           MOVE "FILIAL" TO CABR-TIPO
           WRITE LINHA FROM CABECALHO-REGIAO AFTER 1 LINES
           PERFORM IMPRIME-LINHA-FILIAL
              VARYING WS-IDX-FIL FROM 1 BY 1
              UNTIL WS-IDX-FIL > WS-QTD-RES-FIL
           PERFORM IMPRIME-TOTAL-GERAL
           .
       IMPRIME-LINHA-FILIAL.
      *    CLIENTE SEM FILIAL E DA MATRIZ/DIGITACAO CENTRAL.
           MOVE RF-FILIAL (WS-IDX-FIL) TO DETR-CODIGO
           MOVE SPACES TO DETR-NOME
           IF RF-FILIAL (WS-IDX-FIL) = SPACES
              MOVE "MATRIZ/DIGITACAO CENTRAL" TO DETR-NOME
           ELSE
              IF WS-FILIAL-DISPONIVEL = "S"
                 MOVE RF-FILIAL (WS-IDX-FIL) TO FIL-CODIGO
                 READ ARQ-FILIAL
                 IF WS-RESULTADO-FILIAL = 00
                    MOVE FIL-NOME TO DETR-NOME
                 END-IF
              END-IF
           END-IF
           MOVE RF-QTD-MES (WS-IDX-FIL)    TO WS-LIN-QTD
           MOVE RF-VALOR-MES (WS-IDX-FIL)  TO WS-LIN-VALOR
           MOVE RF-VALOR-ANT (WS-IDX-FIL)  TO WS-LIN-VALOR-ANT
           MOVE RF-VALOR-ANO (WS-IDX-FIL)  TO WS-LIN-VALOR-ANO
           PERFORM MONTA-DETALHE-REGIAO
           .
       IMPRIME-SEM-VENDA.
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO AFTER 1 LINES
           MOVE SPACES TO CABS-TITULO
           STRING "PRODUTOS ATIVOS SEM VENDA HA " DELIMITED BY SIZE
                  WS-MESES-SEM-VENDA              DELIMITED BY SIZE
                  " MESES OU MAIS - CANDIDATOS A INATIVACAO"
                                                  DELIMITED BY SIZE
              INTO CABS-TITULO
           END-STRING
           WRITE LINHA FROM CABECALHO-SECAO     AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-SEM-VENDA AFTER 1 LINES
           PERFORM IMPRIME-LINHA-SEM-VENDA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PRODUTOS
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           MOVE WS-QTD-SEM-VENDA TO ROD-SEM-VENDA
           WRITE LINHA FROM RODAPE-3 AFTER 1 LINES
           .
       IMPRIME-LINHA-SEM-VENDA.
      *    ENTRA O PRODUTO ATIVO SEM VENDA NAS ULTIMAS N
      *    COMPETENCIAS (OU NUNCA VENDIDO), DESDE QUE CADASTRADO
      *    ANTES DA JANELA.
           IF TAB-PRO-STATUS (WS-IDX) NOT = "A"
              EXIT PARAGRAPH
           END-IF
           IF TAB-PRO-ULTIMA (WS-IDX) NOT = ZEROS
              MOVE TAB-PRO-ULTIMA (WS-IDX) TO WS-COMP-AUX
              PERFORM CALCULA-MESES-COMPETENCIA
              IF WS-MESES-AUX GREATER WS-MESES-CORTE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF TAB-PRO-CADASTRO (WS-IDX) NOT = ZEROS
              MOVE TAB-PRO-CADASTRO (WS-IDX) TO WS-COMP-AUX
              PERFORM CALCULA-MESES-COMPETENCIA
              IF WS-MESES-AUX GREATER WS-MESES-CORTE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD 1 TO WS-QTD-SEM-VENDA
           MOVE TAB-PRO-CODIGO (WS-IDX)    TO DETS-CODIGO
           MOVE TAB-PRO-DESCRICAO (WS-IDX) TO DETS-DESCRICAO
           MOVE SPACES TO DETS-CADASTRO
           IF TAB-PRO-CADASTRO (WS-IDX) NOT = ZEROS
              MOVE TAB-PRO-CADASTRO (WS-IDX) TO DETS-CADASTRO
           END-IF
           IF TAB-PRO-ULTIMA (WS-IDX) = ZEROS
              MOVE "NUNCA" TO DETS-ULTIMA
           ELSE
              MOVE TAB-PRO-ULTIMA (WS-IDX) TO DETS-ULTIMA
           END-IF
           WRITE LINHA FROM DETALHE-SEM-VENDA AFTER 1 LINES
           .
       CALCULA-MESES-COMPETENCIA.
           DIVIDE WS-COMP-AUX BY 100
              GIVING WS-ANO-AUX
              REMAINDER WS-MES-AUX
           COMPUTE WS-MESES-AUX = (WS-ANO-AUX * 12) + WS-MES-AUX
           .
