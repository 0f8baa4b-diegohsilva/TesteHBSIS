       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBONIF.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** BONIFICACOES - VERBA E RETORNO ********
      *    DUAS PARTES, SOBRE OS PEDIDOS DE BONIFICACAO (PED-TIPO
      *    "B", DIGITADOS NO PROG07):
      *    1) VERBA X UTILIZADO NA COMPETENCIA DE REFERENCIA: PARA
      *       CADA VENDEDOR COM VERBA (VERBABON.DAT, PROG59, OU O
      *       PARAMETRO VERBABON) OU COM BONIFICACAO NO MES, A
      *       VERBA, O BONIFICADO, O SALDO, O PERCENTUAL DE USO, OS
      *       PEDIDOS E QUANTOS PASSARAM POR LIBERACAO DE
      *       SUPERVISOR. VENDEDOR ACIMA DA VERBA SAI MARCADO.
      *    2) RETORNO DAS BONIFICACOES DADAS TRES MESES ANTES DA
      *       REFERENCIA (PARA OS TRES MESES SEGUINTES JA TEREM
      *       PASSADO): POR VENDEDOR E CLIENTE BENEFICIADO, O VALOR
      *       BONIFICADO, A MEDIA MENSAL DE VENDAS DO CLIENTE NOS
      *       TRES MESES ANTERIORES, AS VENDAS DO PROPRIO MES E DOS
      *       TRES SEGUINTES E A VARIACAO DA MEDIA DEPOIS SOBRE A
      *       MEDIA ANTES. VENDA E PEDIDO ATIVO DE TIPO VENDA, DE
      *       QUALQUER VENDEDOR.
      *    CADA VENDEDOR ABRE A SUA SECAO DA SEGUNDA PARTE COM A
      *    LINHA "VENDEDOR NNNNN", COMO NOS DEMAIS RELATORIOS.
      *    CARTAO SYSIN OPCIONAL: COMPETENCIA DE REFERENCIA AAAAMM
      *    (EM BRANCO = MES ANTERIOR). RODA NOS EXTRAS DE
      *    FECHAMENTO DE MES DO PROGLOTE E GERA RBONIF.TXT,
      *    CATALOGADO (TIPO RBONIF, VIA CATALOGA).

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

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-VERBABON ASSIGN TO DISK WID-ARQ-VERBABON
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VBB-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VERBABON.

           SELECT ARQ-BON ASSIGN TO "ARQBON".

           SELECT ARQ-SAI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO "RBONIF.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VERBABON.FD".

      *    UMA LINHA POR BONIFICACAO DA COMPETENCIA DE RETORNO.
       FD ARQ-BON.
       01 REG-BON.
          02 BON-VEN-CODIGO         PIC 9(05).
          02 BON-CLI-CODIGO         PIC 9(07).
          02 BON-VALOR              PIC 9(09)V9(02).

       FD ARQ-SAI.
       01 REG-SAI.
          02 BON-VEN-CODIGO-SAI     PIC 9(05).
          02 BON-CLI-CODIGO-SAI     PIC 9(07).
          02 BON-VALOR-SAI          PIC 9(09)V9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 BON-VEN-CODIGO-SORT    PIC 9(05).
          05 BON-CLI-CODIGO-SORT    PIC 9(07).
          05 FILLER                 PIC 9(09)V9(02).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VERBABON         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VERBABON    PIC 9(02) VALUE ZEROS.
       77 WS-VENDEDOR-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-CLIENTE-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-VERBABON-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
      *    VERBA DO VENDEDOR SEM LINHA EM VERBABON.DAT.
       77 WS-VERBA-PADRAO          PIC 9(09)V9(02) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-RETORNO        PIC 9(06) VALUE ZEROS.
       77 WS-ANO-REF               PIC 9(04) VALUE ZEROS.
       77 WS-MES-REF               PIC 9(02) VALUE ZEROS.
      *    MES CORRIDO = ANO X 12 + (MES - 1), PARA CONTAR A
      *    DISTANCIA ENTRE COMPETENCIAS DE ANOS DIFERENTES.
       77 WS-MES-CORRIDO-RET       PIC 9(06) VALUE ZEROS.
       77 WS-MES-CORRIDO-PED       PIC 9(06) VALUE ZEROS.
       77 WS-MES-CORRIDO-AUX       PIC 9(06) VALUE ZEROS.
       77 WS-ANO-AUX               PIC 9(04) VALUE ZEROS.
       77 WS-MES-AUX               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-MES               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-VEN               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CLI               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-VEN-TAB           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CLI-TAB           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-FORA-TABELA       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-BON-REF           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-BON-RET           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-VENDEDORES        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLIENTES          PIC 9(05) VALUE ZEROS.
       77 WS-VERBA                 PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-UTILIZADO             PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-SALDO                 PIC S9(11)V9(02) VALUE ZEROS.
       77 WS-PCT-USO               PIC 9(05)V9(01) VALUE ZEROS.
       77 WS-MEDIA-ANTES           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-MEDIA-DEPOIS          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VARIACAO              PIC S9(05)V9(01) VALUE ZEROS.
       77 WS-VEN-ATUAL             PIC 9(05) VALUE ZEROS.
       77 WS-CLI-ATUAL             PIC 9(07) VALUE ZEROS.
       77 WS-PRIMEIRA-CHAVE        PIC X(01) VALUE "S".
      *    NIVEL DE TOTALIZACAO DA SEGUNDA PARTE: 1 = CLIENTE,
      *    2 = VENDEDOR, 3 = GERAL.
       77 WS-NIVEL                 PIC 9(01) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RBONIF".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RBONIF.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).
      *    ROTULO MM/AAAA DE UMA COMPETENCIA.
       01 WS-ROTULO-MES.
          02 ROT-MES           PIC 9(02).
          02 FILLER            PIC X(01) VALUE "/".
          02 ROT-ANO           PIC 9(04).

      *    BONIFICADO NA COMPETENCIA DE REFERENCIA, POR VENDEDOR.
       01 TABELA-VENDEDORES.
          02 TAB-VEN-OCORRENCIA OCCURS 500 TIMES.
             03 TVB-VEN-CODIGO        PIC 9(05).
             03 TVB-UTILIZADO         PIC 9(11)V9(02).
             03 TVB-QTD-PEDIDOS       PIC 9(05).
             03 TVB-QTD-LIBERADOS     PIC 9(05).

      *    CLIENTES BONIFICADOS NA COMPETENCIA DE RETORNO E AS SUAS
      *    VENDAS MES A MES: POSICOES 1 A 3 = OS TRES MESES ANTES,
      *    4 = O MES DA BONIFICACAO, 5 A 7 = OS TRES MESES DEPOIS.
       01 TABELA-CLIENTES.
          02 TAB-CLI-OCORRENCIA OCCURS 2000 TIMES.
             03 TCB-CLI-CODIGO        PIC 9(07).
             03 TCB-VENDA             PIC 9(11)V9(02)
                                      OCCURS 7 TIMES.

      *    TOTAIS DA SEGUNDA PARTE POR NIVEL: BONIFICADO, MEDIA
      *    ANTES E AS VENDAS DO MES DA BONIFICACAO E DOS SEGUINTES.
       01 TABELA-TOTAIS.
          02 TOT-NIVEL OCCURS 3 TIMES.
             03 TOT-BONIFICADO        PIC 9(11)V9(02).
             03 TOT-MEDIA-ANTES       PIC 9(11)V9(02).
             03 TOT-VENDA-MES         PIC 9(11)V9(02)
                                      OCCURS 4 TIMES.

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(40) VALUE
             "BONIFICACOES - VERBA E RETORNO          ".
          02 FILLER       PIC X(14) VALUE "  REFERENCIA: ".
          02 CAB-REFERENCIA PIC X(07).
          02 FILLER       PIC X(24) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-VERBA.
          02 FILLER PIC X(34) VALUE
             "VERBA DE BONIFICACAO X UTILIZADO -".
          02 FILLER PIC X(13) VALUE " COMPETENCIA ".
          02 CABV-COMPETENCIA PIC X(07).

       01 CABECALHO-1-VERBA.
          02 FILLER PIC X(07) VALUE " CODIGO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "NOME DO VENDEDOR".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "         VERBA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "    BONIFICADO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(15) VALUE "          SALDO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE "  % USO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "PEDID.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "LIBER.".

       01 DETALHE-VERBA.
          02 DTV-CODIGO            PIC ZZZZZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTV-NOME              PIC X(30).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTV-VERBA             PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTV-UTILIZADO         PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTV-SALDO             PIC -ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTV-PCT-USO           PIC ZZZ9,9.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DTV-PEDIDOS           PIC ZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTV-LIBERADOS         PIC ZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTV-DESTAQUE          PIC X(16).

       01 CABECALHO-RETORNO.
          02 FILLER PIC X(35) VALUE
             "RETORNO DAS BONIFICACOES DADAS EM ".
          02 CABR-COMPETENCIA PIC X(07).
          02 FILLER PIC X(45) VALUE
             " - VENDAS DO CLIENTE ANTES E DEPOIS (MEDIA = ".
          02 FILLER PIC X(23) VALUE
             "MEDIA MENSAL DE 3 MESES".
          02 FILLER PIC X(01) VALUE ")".

       01 CABECALHO-1-RETORNO.
          02 FILLER PIC X(07) VALUE "CLIENTE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(25) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(13) VALUE "   BONIFICADO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(13) VALUE "  MEDIA ANTES".
          02 CAB1-MES OCCURS 4 TIMES.
             03 FILLER         PIC X(08).
             03 CAB1-ROTULO    PIC X(07).
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(07) VALUE " VAR. %".

       01 CABECALHO-VENDEDOR.
          02 FILLER          PIC X(09) VALUE "VENDEDOR ".
          02 CABD-VEN-CODIGO PIC 9(05).
          02 FILLER          PIC X(03) VALUE " - ".
          02 CABD-VEN-NOME   PIC X(40).

       01 DETALHE-RETORNO.
          02 DTR-CODIGO            PIC ZZZZZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTR-NOME              PIC X(25).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTR-BONIFICADO        PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DTR-MEDIA-ANTES       PIC ZZ.ZZZ.ZZ9,99.
          02 DTR-MES OCCURS 4 TIMES.
             03 FILLER             PIC X(02).
             03 DTR-VENDA-MES      PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DTR-VARIACAO          PIC -ZZZ9,9.

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
           IF MES-SISTEMA = 01
              COMPUTE WS-COMPETENCIA =
                 ((ANO-SISTEMA - 1) * 100) + 12
           ELSE
              COMPUTE WS-COMPETENCIA = WS-COMPET-CORRENTE - 1
           END-IF
           DISPLAY "PROGBONIF - BONIFICACOES - VERBA E RETORNO - "
              CAB-DATA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGBONIF - COMPETENCIA INVALIDA NO "
                    "SYSIN (AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPET-CORRENTE
              DISPLAY "PROGBONIF - COMPETENCIA FUTURA: "
                 WS-COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *    A COMPETENCIA DE RETORNO E TRES MESES ANTES DA REFERENCIA.
           DIVIDE WS-COMPETENCIA BY 100 GIVING WS-ANO-REF
              REMAINDER WS-MES-REF
           COMPUTE WS-MES-CORRIDO-RET =
              (WS-ANO-REF * 12) + WS-MES-REF - 1 - 3
           MOVE WS-MES-CORRIDO-RET TO WS-MES-CORRIDO-AUX
           PERFORM CONVERTE-MES-CORRIDO
           COMPUTE WS-COMPET-RETORNO = (WS-ANO-AUX * 100) + WS-MES-AUX
           MOVE "VERBABON" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-VERBA-PADRAO
           END-IF
           CANCEL "PARAMLER"
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              DISPLAY "PROGBONIF - NAO HA PEDIDOS CADASTRADOS."
              GOBACK
           END-IF
           INITIALIZE TABELA-VENDEDORES
           INITIALIZE TABELA-CLIENTES
           OPEN OUTPUT ARQ-BON
           PERFORM LE-BONIFICACOES
           CLOSE ARQ-BON
           CLOSE ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           PERFORM LE-VENDAS-CLIENTES
           CLOSE ARQ-PEDIDO

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE "S" TO WS-VENDEDOR-DISPONIVEL
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE = 00
              MOVE "S" TO WS-CLIENTE-DISPONIVEL
           END-IF
           MOVE "VERBABON.DAT" TO WID-ARQ-VERBABON
           OPEN INPUT ARQ-VERBABON
           IF WS-RESULTADO-VERBABON = 00
              MOVE "S" TO WS-VERBABON-DISPONIVEL
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA TO CABT-DATA
           DIVIDE WS-COMPETENCIA BY 100 GIVING WS-ANO-AUX
              REMAINDER WS-MES-AUX
           PERFORM MONTA-ROTULO-MES
           MOVE WS-ROTULO-MES TO CAB-REFERENCIA
           MOVE WS-ROTULO-MES TO CABV-COMPETENCIA
           PERFORM MONTA-ROTULOS-RETORNO
           PERFORM IMPRIMIR-CABECALHO

           PERFORM IMPRIME-VERBAS

           SORT ARQ-SORT ON ASCENDING KEY BON-VEN-CODIGO-SORT
                         ON ASCENDING KEY BON-CLI-CODIGO-SORT
              USING  ARQ-BON
              GIVING ARQ-SAI
           PERFORM IMPRIME-RETORNO

           CLOSE RELATORIO
           IF WS-VERBABON-DISPONIVEL = "S"
              CLOSE ARQ-VERBABON
           END-IF
           IF WS-CLIENTE-DISPONIVEL = "S"
              CLOSE ARQ-CLIENTE
           END-IF
           IF WS-VENDEDOR-DISPONIVEL = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGBONIF - COMPETENCIA DE REFERENCIA.: "
              WS-COMPETENCIA
           DISPLAY "PROGBONIF - BONIFICACOES NA REFERENCIA: "
              WS-QTD-BON-REF
           DISPLAY "PROGBONIF - COMPETENCIA DE RETORNO....: "
              WS-COMPET-RETORNO
           DISPLAY "PROGBONIF - BONIFICACOES NO RETORNO...: "
              WS-QTD-BON-RET
           IF WS-QTD-FORA-TABELA NOT = ZEROS
              DISPLAY "PROGBONIF - APURACAO PARCIAL (TABELA CHEIA): "
                 WS-QTD-FORA-TABELA
           END-IF
           DISPLAY "PROGBONIF - RELATORIO EM RBONIF.TXT."
           GOBACK
           .
       CONVERTE-MES-CORRIDO.
           DIVIDE WS-MES-CORRIDO-AUX BY 12 GIVING WS-ANO-AUX
              REMAINDER WS-MES-AUX
           ADD 1 TO WS-MES-AUX
           .
       MONTA-ROTULO-MES.
           MOVE WS-MES-AUX TO ROT-MES
           MOVE WS-ANO-AUX TO ROT-ANO
           .
       MONTA-ROTULOS-RETORNO.
      *    O MES DA BONIFICACAO E OS TRES SEGUINTES.
           MOVE WS-MES-CORRIDO-RET TO WS-MES-CORRIDO-AUX
           PERFORM CONVERTE-MES-CORRIDO
           PERFORM MONTA-ROTULO-MES
           MOVE WS-ROTULO-MES TO CABR-COMPETENCIA
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 4
              COMPUTE WS-MES-CORRIDO-AUX =
                 WS-MES-CORRIDO-RET + WS-IDX-MES - 1
              PERFORM CONVERTE-MES-CORRIDO
              PERFORM MONTA-ROTULO-MES
              MOVE SPACES TO CAB1-MES (WS-IDX-MES)
              MOVE WS-ROTULO-MES TO CAB1-ROTULO (WS-IDX-MES)
           END-PERFORM
           .
       LE-BONIFICACOES.
      *    BONIFICACOES ATIVAS: AS DA REFERENCIA VAO PARA A TABELA
      *    DE VENDEDORES; AS DO RETORNO VAO PARA O ARQUIVO DE
      *    TRABALHO E ABREM O CLIENTE NA TABELA DE CLIENTES.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PEDIDO NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF PED-BONIFICACAO AND PED-ATIVO
                 IF PED-COMPETENCIA = WS-COMPETENCIA
                    PERFORM ACUMULA-VENDEDOR
                 END-IF
                 IF PED-COMPETENCIA = WS-COMPET-RETORNO
                    PERFORM GRAVA-LINHA-BON
                 END-IF
              END-IF
           END-PERFORM
           .
       ACUMULA-VENDEDOR.
           ADD 1 TO WS-QTD-BON-REF
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-VEN-TAB
              OR TVB-VEN-CODIGO (WS-IDX-VEN) = PED-VEN-CODIGO
              CONTINUE
           END-PERFORM
           IF WS-IDX-VEN > WS-QTD-VEN-TAB
              IF WS-QTD-VEN-TAB NOT LESS 500
                 ADD 1 TO WS-QTD-FORA-TABELA
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-QTD-VEN-TAB
              MOVE PED-VEN-CODIGO TO TVB-VEN-CODIGO (WS-IDX-VEN)
           END-IF
           ADD PED-VALOR TO TVB-UTILIZADO (WS-IDX-VEN)
           ADD 1 TO TVB-QTD-PEDIDOS (WS-IDX-VEN)
           IF PED-BON-LIBERADOR NOT = SPACES
              ADD 1 TO TVB-QTD-LIBERADOS (WS-IDX-VEN)
           END-IF
           .
       GRAVA-LINHA-BON.
           ADD 1 TO WS-QTD-BON-RET
           MOVE PED-VEN-CODIGO TO BON-VEN-CODIGO
           MOVE PED-CLI-CODIGO TO BON-CLI-CODIGO
           MOVE PED-VALOR      TO BON-VALOR
           WRITE REG-BON
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
              UNTIL WS-IDX-CLI > WS-QTD-CLI-TAB
              OR TCB-CLI-CODIGO (WS-IDX-CLI) = PED-CLI-CODIGO
              CONTINUE
           END-PERFORM
           IF WS-IDX-CLI > WS-QTD-CLI-TAB
              IF WS-QTD-CLI-TAB NOT LESS 2000
                 ADD 1 TO WS-QTD-FORA-TABELA
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-QTD-CLI-TAB
              MOVE PED-CLI-CODIGO TO TCB-CLI-CODIGO (WS-IDX-CLI)
           END-IF
           .
       LE-VENDAS-CLIENTES.
      *    VENDAS (PEDIDOS ATIVOS DE TIPO VENDA) DOS CLIENTES
      *    BONIFICADOS, DOS TRES MESES ANTES AOS TRES DEPOIS DO
      *    MES DA BONIFICACAO.
           IF WS-QTD-CLI-TAB = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PEDIDO NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF PED-VENDA AND PED-ATIVO
                 DIVIDE PED-COMPETENCIA BY 100 GIVING WS-ANO-AUX
                    REMAINDER WS-MES-AUX
                 COMPUTE WS-MES-CORRIDO-PED =
                    (WS-ANO-AUX * 12) + WS-MES-AUX - 1
                 IF WS-MES-CORRIDO-PED + 3 NOT LESS WS-MES-CORRIDO-RET
                    AND WS-MES-CORRIDO-PED NOT GREATER
                        WS-MES-CORRIDO-RET + 3
                    PERFORM SOMA-VENDA-CLIENTE
                 END-IF
              END-IF
           END-PERFORM
           .
       SOMA-VENDA-CLIENTE.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
              UNTIL WS-IDX-CLI > WS-QTD-CLI-TAB
              OR TCB-CLI-CODIGO (WS-IDX-CLI) = PED-CLI-CODIGO
              CONTINUE
           END-PERFORM
           IF WS-IDX-CLI NOT GREATER WS-QTD-CLI-TAB
              COMPUTE WS-IDX-MES =
                 WS-MES-CORRIDO-PED + 4 - WS-MES-CORRIDO-RET
              ADD PED-VALOR TO TCB-VENDA (WS-IDX-CLI WS-IDX-MES)
           END-IF
           .
       IMPRIME-VERBAS.
      *    TODO VENDEDOR COM VERBA OU COM BONIFICACAO NO MES, NA
      *    ORDEM DO CADASTRO.
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-VERBA   AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1-VERBA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINES
           ADD 4 TO CONTADOR-LINHA
           MOVE ZEROS TO WS-QTD-VENDEDORES
           IF WS-VENDEDOR-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO VEN-CODIGO
           START ARQ-VENDEDOR KEY IS NOT LESS VEN-CODIGO
           IF WS-RESULTADO-VENDEDOR NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-VENDEDOR NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              PERFORM IMPRIME-VERBA-VENDEDOR
           END-PERFORM
           .
       IMPRIME-VERBA-VENDEDOR.
           MOVE WS-VERBA-PADRAO TO WS-VERBA
           IF WS-VERBABON-DISPONIVEL = "S"
              MOVE VEN-CODIGO     TO VBB-VEN-CODIGO
              MOVE WS-COMPETENCIA TO VBB-COMPETENCIA
              READ ARQ-VERBABON
              IF WS-RESULTADO-VERBABON = 00
                 MOVE VBB-VALOR TO WS-VERBA
              END-IF
           END-IF
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-VEN-TAB
              OR TVB-VEN-CODIGO (WS-IDX-VEN) = VEN-CODIGO
              CONTINUE
           END-PERFORM
           MOVE SPACES TO DETALHE-VERBA
           IF WS-IDX-VEN > WS-QTD-VEN-TAB
      *       SEM BONIFICACAO NO MES: SO SAI O VENDEDOR ATIVO COM
      *       VERBA.
              IF WS-VERBA = ZEROS OR NOT VEN-ATIVO
                 EXIT PARAGRAPH
              END-IF
              MOVE ZEROS TO WS-UTILIZADO
              MOVE ZEROS TO DTV-PEDIDOS
              MOVE ZEROS TO DTV-LIBERADOS
           ELSE
              MOVE TVB-UTILIZADO (WS-IDX-VEN)     TO WS-UTILIZADO
              MOVE TVB-QTD-PEDIDOS (WS-IDX-VEN)   TO DTV-PEDIDOS
              MOVE TVB-QTD-LIBERADOS (WS-IDX-VEN) TO DTV-LIBERADOS
           END-IF
           ADD 1 TO WS-QTD-VENDEDORES
           COMPUTE WS-SALDO = WS-VERBA - WS-UTILIZADO
           MOVE VEN-CODIGO   TO DTV-CODIGO
           MOVE VEN-NOME     TO DTV-NOME
           MOVE WS-VERBA     TO DTV-VERBA
           MOVE WS-UTILIZADO TO DTV-UTILIZADO
           MOVE WS-SALDO     TO DTV-SALDO
           IF WS-VERBA GREATER ZEROS
              COMPUTE WS-PCT-USO ROUNDED =
                 WS-UTILIZADO * 100 / WS-VERBA
              MOVE WS-PCT-USO TO DTV-PCT-USO
           END-IF
           IF WS-SALDO LESS ZEROS
              MOVE "*** ACIMA VERBA" TO DTV-DESTAQUE
           END-IF
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
              WRITE LINHA FROM CABECALHO-1-VERBA AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-2       AFTER 1 LINES
              ADD 2 TO CONTADOR-LINHA
           END-IF
           WRITE LINHA FROM DETALHE-VERBA AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           .
       IMPRIME-RETORNO.
           IF CONTADOR-LINHA GREATER LIMITE-LINHAS - 8
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-RETORNO   AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1-RETORNO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2         AFTER 1 LINES
           ADD 4 TO CONTADOR-LINHA
           INITIALIZE TABELA-TOTAIS
           MOVE ZEROS TO WS-QTD-CLIENTES
           MOVE "S" TO WS-PRIMEIRA-CHAVE
           MOVE ZEROS TO CONTROLE-FIM
           OPEN INPUT ARQ-SAI
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF WS-PRIMEIRA-CHAVE = "S"
                 OR BON-VEN-CODIGO-SAI NOT = WS-VEN-ATUAL
                 PERFORM QUEBRA-VENDEDOR
              END-IF
              IF BON-CLI-CODIGO-SAI NOT = WS-CLI-ATUAL
                 PERFORM QUEBRA-CLIENTE
              END-IF
              ADD BON-VALOR-SAI TO TOT-BONIFICADO (1)
           END-PERFORM
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CLIENTE
              PERFORM IMPRIME-TOTAL-VENDEDOR
           END-IF
           CLOSE ARQ-SAI
           MOVE 3 TO WS-NIVEL
           MOVE SPACES TO DTR-NOME
           STRING "TOTAL GERAL - " WS-QTD-CLIENTES " CLIENTES"
              DELIMITED BY SIZE INTO DTR-NOME
           PERFORM MONTA-DETALHE-RETORNO
           MOVE SPACES TO DETALHE-RETORNO (1:7)
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
           WRITE LINHA FROM DETALHE-RETORNO  AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           .
       QUEBRA-VENDEDOR.
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CLIENTE
              PERFORM IMPRIME-TOTAL-VENDEDOR
           END-IF
           MOVE "N" TO WS-PRIMEIRA-CHAVE
           MOVE BON-VEN-CODIGO-SAI TO WS-VEN-ATUAL
           MOVE ZEROS TO WS-CLI-ATUAL
           INITIALIZE TOT-NIVEL (2)
           MOVE WS-VEN-ATUAL TO CABD-VEN-CODIGO
           MOVE "*** VENDEDOR NAO CADASTRADO ***" TO CABD-VEN-NOME
           IF WS-VENDEDOR-DISPONIVEL = "S"
              MOVE WS-VEN-ATUAL TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VENDEDOR = 00
                 MOVE VEN-NOME TO CABD-VEN-NOME
              END-IF
           END-IF
           IF CONTADOR-LINHA GREATER LIMITE-LINHAS - 4
              PERFORM IMPRIMIR-CABECALHO
              WRITE LINHA FROM CABECALHO-1-RETORNO AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-2         AFTER 1 LINES
              ADD 2 TO CONTADOR-LINHA
           END-IF
           WRITE LINHA FROM CABECALHO-VENDEDOR AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           .
       QUEBRA-CLIENTE.
           IF WS-CLI-ATUAL NOT = ZEROS
              PERFORM IMPRIME-CLIENTE
           END-IF
           MOVE BON-CLI-CODIGO-SAI TO WS-CLI-ATUAL
           INITIALIZE TOT-NIVEL (1)
           .
       IMPRIME-CLIENTE.
      *    VENDAS DO CLIENTE NA TABELA; A MEDIA ANTES E A MEDIA
      *    MENSAL DOS TRES MESES ANTERIORES A BONIFICACAO.
           ADD 1 TO WS-QTD-CLIENTES
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
              UNTIL WS-IDX-CLI > WS-QTD-CLI-TAB
              OR TCB-CLI-CODIGO (WS-IDX-CLI) = WS-CLI-ATUAL
              CONTINUE
           END-PERFORM
           IF WS-IDX-CLI NOT GREATER WS-QTD-CLI-TAB
              COMPUTE TOT-MEDIA-ANTES (1) ROUNDED =
                 (TCB-VENDA (WS-IDX-CLI 1) + TCB-VENDA (WS-IDX-CLI 2)
                  + TCB-VENDA (WS-IDX-CLI 3)) / 3
              PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > 4
                 MOVE TCB-VENDA (WS-IDX-CLI WS-IDX-MES + 3)
                    TO TOT-VENDA-MES (1 WS-IDX-MES)
              END-PERFORM
           END-IF
           ADD TOT-BONIFICADO (1)  TO TOT-BONIFICADO (2)
           ADD TOT-MEDIA-ANTES (1) TO TOT-MEDIA-ANTES (2)
           ADD TOT-BONIFICADO (1)  TO TOT-BONIFICADO (3)
           ADD TOT-MEDIA-ANTES (1) TO TOT-MEDIA-ANTES (3)
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 4
              ADD TOT-VENDA-MES (1 WS-IDX-MES)
                 TO TOT-VENDA-MES (2 WS-IDX-MES)
              ADD TOT-VENDA-MES (1 WS-IDX-MES)
                 TO TOT-VENDA-MES (3 WS-IDX-MES)
           END-PERFORM
           MOVE "*** CLIENTE NAO CADASTRADO ***" TO DTR-NOME
           IF WS-CLIENTE-DISPONIVEL = "S"
              MOVE WS-CLI-ATUAL TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-CLIENTE = 00
                 MOVE CLI-RAZAO-SOCIAL TO DTR-NOME
              END-IF
           END-IF
           MOVE 1 TO WS-NIVEL
           PERFORM MONTA-DETALHE-RETORNO
           MOVE WS-CLI-ATUAL TO DTR-CODIGO
           WRITE LINHA FROM DETALHE-RETORNO AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
              WRITE LINHA FROM CABECALHO-1-RETORNO AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-2         AFTER 1 LINES
              ADD 2 TO CONTADOR-LINHA
           END-IF
           .
       IMPRIME-TOTAL-VENDEDOR.
           MOVE 2 TO WS-NIVEL
           MOVE SPACES TO DTR-NOME
           STRING "TOTAL DO VENDEDOR " WS-VEN-ATUAL
              DELIMITED BY SIZE INTO DTR-NOME
           PERFORM MONTA-DETALHE-RETORNO
           MOVE SPACES TO DETALHE-RETORNO (1:7)
           WRITE LINHA FROM DETALHE-RETORNO AFTER 1 LINES
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           .
       MONTA-DETALHE-RETORNO.
      *    VARIACAO = (MEDIA DOS TRES MESES DEPOIS - MEDIA ANTES)
      *    X 100 / MEDIA ANTES; SEM VENDA ANTES, FICA EM BRANCO.
           MOVE TOT-BONIFICADO (WS-NIVEL)  TO DTR-BONIFICADO
           MOVE TOT-MEDIA-ANTES (WS-NIVEL) TO DTR-MEDIA-ANTES
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 4
              MOVE SPACES TO DTR-MES (WS-IDX-MES)
              MOVE TOT-VENDA-MES (WS-NIVEL WS-IDX-MES)
                 TO DTR-VENDA-MES (WS-IDX-MES)
           END-PERFORM
           MOVE SPACES TO DETALHE-RETORNO (126:7)
           IF TOT-MEDIA-ANTES (WS-NIVEL) GREATER ZEROS
              COMPUTE WS-MEDIA-DEPOIS ROUNDED =
                 (TOT-VENDA-MES (WS-NIVEL 2) + TOT-VENDA-MES
                  (WS-NIVEL 3) + TOT-VENDA-MES (WS-NIVEL 4)) / 3
              COMPUTE WS-VARIACAO ROUNDED =
                 (WS-MEDIA-DEPOIS - TOT-MEDIA-ANTES (WS-NIVEL))
                 * 100 / TOT-MEDIA-ANTES (WS-NIVEL)
                 ON SIZE ERROR
                    MOVE 9999,9 TO WS-VARIACAO
              END-COMPUTE
              MOVE WS-VARIACAO TO DTR-VARIACAO
           END-IF
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA.
