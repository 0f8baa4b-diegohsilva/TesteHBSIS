      *            DE IMPACTO RSIMULA.TXT (QUEM MUDA DE VENDEDOR,
      *            DE QUEM PARA QUEM, E AS CARTEIRAS RESULTANTES
      *            FRENTE AO LIMITE POR VENDEDOR).
      *    SUPERVISORES E GERENTES (FUNCAO "S"/"G" NA DATA DA
      *    EXECUCAO EM EQUIPE.DAT, PROG47) NAO RECEBEM CLIENTES NA
      *    DISTRIBUICAO: ATENDEM PELA EQUIPE E GANHAM O OVERRIDE.
      *    CRITERIO DE BALANCEAMENTO DAS CARTEIRAS (WS-CRITERIO-
      *    BALANCO): "C" LIMITA A QUANTIDADE DE CLIENTES POR
      *    VENDEDOR, COMO SEMPRE FOI FEITO; "F" LIMITA A SOMA DO
      *    FATURAMENTO DOS ULTIMOS 12 MESES DOS CLIENTES (PEDIDOS
      *    LIBERADOS DE PEDIDO.DAT) E "P" LIMITA A SOMA DOS PESOS
      *    DA CLASSE ABC (CLI-CLASSE-ABC, PESOS PESOABCA/B/C). NO
      *    LOTE O CRITERIO E OS LIMITES VEM DE PARAM.DAT
      *    (CRITBALANC, MAXFATVEND, MAXPESOVEND). A SIMULACAO E AS
      *    GERACOES (GERCAB/GERDET) TRAZEM O FATURAMENTO E O PESO
      *    DE CADA CARTEIRA AO LADO DA DISTANCIA.
      *    A LINHA DO DISTRIB.DAT LEVA A EMPRESA DO VENDEDOR
      *    ATRIBUIDO (DIS-EMPRESA; ZERO NO CADASTRO = 01).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.

           SELECT ARQ-SAI-DIST ASSIGN TO "ARQSAIDIST".

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-SORT-PED ASSIGN TO "SORTPED".

           SELECT ARQ-SAI-PED ASSIGN TO "ARQSAIPED".

           SELECT RELATORIO ASSIGN TO WID-RELATORIO
                            ORGANIZATION IS LINE SEQUENTIAL.

       COPY "CTRL-TOTAIS.FD".
       COPY "ARQ-CATREL.FD".
       COPY "ARQ-DISTCACHE.FD".
       COPY "ARQ-PEDIDO.FD".

       FD ARQ-DIST-BRUTO.
       01 REG-DIST-BRUTO.
          02 SAI-CLI-NOME        PIC X(40).
          02 SAI-VEN-NOME        PIC X(40).

       SD ARQ-SORT-PED.
       01 REG-SORT-PED.
          02 FILLER              PIC 9(09).
          02 FILLER              PIC X(10).
          02 FILLER              PIC 9(06).
          02 SRP-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC 9(05).
          02 FILLER              PIC 9(09)V9(02).
          02 FILLER              PIC X(01).

       FD ARQ-SAI-PED.
       01 REG-SAI-PED.
          02 SAP-NUMERO          PIC 9(09).
          02 SAP-DATA            PIC X(10).
          02 SAP-COMPETENCIA     PIC 9(06).
          02 SAP-CLI-CODIGO      PIC 9(07).
          02 SAP-VEN-CODIGO      PIC 9(05).
          02 SAP-VALOR           PIC 9(09)V9(02).
          02 SAP-STATUS          PIC X(01).

       FD RELATORIO.
       01 LINHA                  PIC X(132).

       77 WS-QTD-LISTADOS          PIC 9(06) VALUE ZEROS.
       77 WS-MAX-CLIENTES-VENDEDOR PIC 9(05) VALUE ZEROS.
       77 WS-MAX-CLIENTES-PADRAO   PIC 9(05) VALUE 00200.
       77 WS-CRITERIO-BALANCO      PIC X(01) VALUE "C".
           88 BAL-CLIENTES             VALUE "C".
           88 BAL-FATURAMENTO          VALUE "F".
           88 BAL-PESO-ABC             VALUE "P".
       77 WS-DESC-CRITERIO         PIC X(12) VALUE SPACES.
       77 WS-MAX-CARGA-VENDEDOR    PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-MAX-FAT-PADRAO        PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-MAX-PESO-PADRAO       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-LIMITE-CARGA-INT      PIC 9(11) VALUE ZEROS.
       77 WS-PESO-CLASSE-A         PIC 9(03) VALUE 005.
       77 WS-PESO-CLASSE-B         PIC 9(03) VALUE 003.
       77 WS-PESO-CLASSE-C         PIC 9(03) VALUE 001.
       77 WS-PESO-CLIENTE          PIC 9(03) VALUE ZEROS.
       77 WS-FATUR-CLIENTE         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VEN-COM-CAPACIDADE    PIC X(01) VALUE "N".
       77 WS-IDX-CARGA             PIC 9(04) VALUE ZEROS.
       77 WS-DIST-MEDIA            PIC 9(05)V9(02) VALUE ZEROS.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-FIM-SAI-PED           PIC 9(01) VALUE ZEROS.
       77 WS-MESES-BASE            PIC 9(06) VALUE ZEROS.
       77 WS-MESES-CORTE           PIC 9(06) VALUE ZEROS.
       77 WS-MESES-PEDIDO          PIC 9(06) VALUE ZEROS.
       77 WS-PED-ANO               PIC 9(04) VALUE ZEROS.
       77 WS-PED-MES               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FAT-CLIENTES      PIC 9(04) VALUE ZEROS.
       77 WS-IDX-FAT               PIC 9(05) VALUE ZEROS.
       77 WS-FAT-BUSCA-CLI         PIC 9(07) VALUE ZEROS.
       01 TABELA-FATURAMENTO.
      *    FATURAMENTO DOS ULTIMOS 12 MESES POR CLIENTE, EM ORDEM
      *    CRESCENTE DE CODIGO (SAI DO SORT DE PEDIDO.DAT).
          02 FATURAMENTO-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-FAT-CLI-CODIGO   PIC 9(07).
             03 TAB-FAT-VALOR        PIC 9(11)V9(02).
       77 WS-IDX-PRIMARIO          PIC 9(04) VALUE ZEROS.
       77 WS-VEN-BACKUP            PIC 9(05) VALUE ZEROS.
       77 WS-VEN-NOME-BACKUP       PIC X(40) VALUE SPACES.
       77 WS-RESULTADO-AUSENCIA    PIC 9(02) VALUE ZEROS.
       77 WS-AUSENCIA-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-VEN-AUSENTE           PIC X(01) VALUE "N".
       77 WS-VEN-LIDER             PIC X(01) VALUE "N".
       COPY "AREA-EQUIPE.cpy".
       77 WS-FIM-AUSENCIA          PIC 9(01) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R.
       01 SIM-CABECALHO-RESUMO.
          02 FILLER PIC X(42) VALUE
             "CARTEIRAS RESULTANTES POR VENDEDOR".
          02 FILLER                PIC X(10) VALUE "CRITERIO: ".
          02 SIM-RES-CRITERIO      PIC X(12).
          02 FILLER                PIC X(10) VALUE "  LIMITE: ".
          02 SIM-RES-LIMITE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 SIM-RES-LIMITE-QTD REDEFINES SIM-RES-LIMITE.
             03 SIM-RES-LIMITE-CLI PIC ZZ.ZZ9.
             03 FILLER             PIC X(11).

       01 SIM-RESUMO.
          02 SIM-RES-VEN-CODIGO    PIC 9(05).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 SIM-RES-VEN-NOME      PIC X(30).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 FILLER                PIC X(09) VALUE "CLIENTES:".
          02 SIM-RES-QTD           PIC ZZ.ZZ9.
          02 FILLER                PIC X(07) VALUE "  PESO:".
          02 SIM-RES-PESO          PIC ZZ.ZZZ.ZZ9.
          02 FILLER                PIC X(10) VALUE "  FAT.12M:".
          02 SIM-RES-FATURAMENTO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(11) VALUE "  KM MEDIO:".
          02 SIM-RES-DIST-MEDIA    PIC ZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 SIM-RES-SITUACAO      PIC X(10).

             03 TAB-VEN-DISTANCIA    PIC S9(05)V9(04).
             03 TAB-VEN-QTD-ATRIB    PIC 9(05).
             03 TAB-VEN-TERRITORIO   PIC 9(03).
             03 TAB-VEN-FATURAMENTO  PIC 9(11)V9(02).
             03 TAB-VEN-PESO         PIC 9(08).
             03 TAB-VEN-DIST-TOTAL   PIC 9(09)V9(04).
             03 TAB-VEN-EMPRESA      PIC 9(02).

       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-MAX-CLIENTES-PADRAO
           END-IF
      *    BALANCEAMENTO PONDERADO: CRITERIO DO LOTE (1 = CLIENTES,
      *    2 = FATURAMENTO, 3 = PESO ABC), LIMITES DE CARGA POR
      *    VENDEDOR (ZERO OU AUSENTE = SEM LIMITE) E PESO DE CADA
      *    CLASSE ABC (CLIENTE SEM CLASSE PESA COMO CLASSE C).
           MOVE "CRITBALANC" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              IF WS-PARAM-VALOR = 2
                 MOVE "F" TO WS-CRITERIO-BALANCO
              END-IF
              IF WS-PARAM-VALOR = 3
                 MOVE "P" TO WS-CRITERIO-BALANCO
              END-IF
           END-IF
           MOVE "MAXFATVEND" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-MAX-FAT-PADRAO
           END-IF
           MOVE "MAXPESOVEND" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-MAX-PESO-PADRAO
           END-IF
           MOVE "PESOABCA" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PESO-CLASSE-A
           END-IF
           MOVE "PESOABCB" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PESO-CLASSE-B
           END-IF
           MOVE "PESOABCC" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PESO-CLASSE-C
           END-IF
           CANCEL "PARAMLER"
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           PERFORM CARREGAR-VENDEDORES
           CANCEL "EQUIPLER"
           CLOSE ARQ-VENDEDOR
           IF WS-AUSENCIA-DISPONIVEL = "S"
              CLOSE ARQ-AUSENCIA
              GO TO FIM-SEM-ARQUIVOS
           END-IF

           PERFORM CARREGA-FATURAMENTO-CLIENTES

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              PERFORM ACEITA-MODO-DISTRIBUICAO
           ELSE
              MOVE WS-MAX-CLIENTES-PADRAO TO WS-MAX-CLIENTES-VENDEDOR
              IF BAL-FATURAMENTO
                 MOVE WS-MAX-FAT-PADRAO  TO WS-MAX-CARGA-VENDEDOR
              END-IF
              IF BAL-PESO-ABC
                 MOVE WS-MAX-PESO-PADRAO TO WS-MAX-CARGA-VENDEDOR
              END-IF
              PERFORM AJUSTA-LIMITES-CRITERIO
      *       MODO EXPLICITO ("T", "I" OU "S") E RESPEITADO NO
      *       LOTE - A SIMULACAO NAO DEPENDE DE TELA; SO O MODO
      *       AUSENTE OU INVALIDO ASSUME O INCREMENTAL.
           .
       ACEITA-LIMITE-VENDEDOR.
           DISPLAY LIMPA-TELA
           DISPLAY "BALANCEAR POR (C)LIENTES, (F)ATURAMENTO 12 MESES"
                                                   AT 0701
           DISPLAY "OU (P)ESO DA CLASSE ABC DO CLIENTE" AT 0801
           MOVE SPACE TO WS-CRITERIO-BALANCO
           PERFORM UNTIL BAL-CLIENTES OR BAL-FATURAMENTO
                      OR BAL-PESO-ABC
              ACCEPT WS-CRITERIO-BALANCO AT 0752
              IF WS-CRITERIO-BALANCO = "c"
                 MOVE "C" TO WS-CRITERIO-BALANCO
              END-IF
              IF WS-CRITERIO-BALANCO = "f"
                 MOVE "F" TO WS-CRITERIO-BALANCO
              END-IF
              IF WS-CRITERIO-BALANCO = "p"
                 MOVE "P" TO WS-CRITERIO-BALANCO
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-MAX-CLIENTES-VENDEDOR
           MOVE ZEROS TO WS-MAX-CARGA-VENDEDOR
           IF BAL-CLIENTES
              DISPLAY "MAXIMO DE CLIENTES POR VENDEDOR (ZERO = SEM "
                 "LIMITE)"                         AT 1001
              ACCEPT WS-MAX-CLIENTES-VENDEDOR AT 1058
           END-IF
           IF BAL-FATURAMENTO
              DISPLAY "FATURAMENTO MAXIMO POR VENDEDOR (ZERO = SEM "
                 "LIMITE)"                         AT 1001
              ACCEPT WS-MAX-CARGA-VENDEDOR AT 1058
           END-IF
           IF BAL-PESO-ABC
              DISPLAY "PESO MAXIMO POR VENDEDOR (ZERO = SEM LIMITE)"
                                                   AT 1001
              ACCEPT WS-MAX-CARGA-VENDEDOR AT 1058
           END-IF
           PERFORM AJUSTA-LIMITES-CRITERIO
           .
       AJUSTA-LIMITES-CRITERIO.
      *    NO CRITERIO PONDERADO A QUANTIDADE DE CLIENTES DEIXA DE
      *    SER LIMITE; LIMITE ZERADO VALE COMO "SEM LIMITE".
           IF NOT BAL-CLIENTES
              MOVE ZEROS TO WS-MAX-CLIENTES-VENDEDOR
           END-IF
           IF WS-MAX-CLIENTES-VENDEDOR = ZEROS
              MOVE 99999 TO WS-MAX-CLIENTES-VENDEDOR
           END-IF
           IF WS-MAX-CARGA-VENDEDOR = ZEROS
              MOVE 99999999999,99 TO WS-MAX-CARGA-VENDEDOR
           END-IF
           IF BAL-CLIENTES
              MOVE "CLIENTES"    TO WS-DESC-CRITERIO
           END-IF
           IF BAL-FATURAMENTO
              MOVE "FATURAMENTO" TO WS-DESC-CRITERIO
           END-IF
           IF BAL-PESO-ABC
              MOVE "PESO ABC"    TO WS-DESC-CRITERIO
           END-IF
           .
       ACEITA-MODO-DISTRIBUICAO.
           DISPLAY "DISTRIBUICAO (T)OTAL, (I)NCREMENTAL OU (S)IMULA"
       PRE-CARREGA-CARTEIRAS.
      *    NO MODO INCREMENTAL AS CARTEIRAS EXISTENTES SAO CONTADAS
      *    ANTES DA ATRIBUICAO, PARA QUE O LIMITE POR VENDEDOR
      *    CONSIDERE OS CLIENTES JA VINCULADOS (A DISTANCIA DELES
      *    NAO E RECALCULADA E ENTRA ZERADA NA CARGA).
           MOVE ZEROS TO WS-MENOR-DISTANCIA
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CLIENTE NEXT AT END
              END-READ
              IF CONTROLE-FIM NOT = 1
                 AND CLI-VEN-CODIGO NOT = ZEROS
                 PERFORM CALCULA-CARGA-CLIENTE
                 PERFORM SOMA-CARTEIRA-EXISTENTE
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VENDEDORES
           .
       SOMA-CARTEIRA-EXISTENTE.
           IF TAB-VEN-CODIGO (WS-IDX) = CLI-VEN-CODIGO
              MOVE WS-IDX TO WS-IDX-CARGA
              PERFORM SOMA-CARGA-VENDEDOR
           END-IF
           .
       SOMA-CARGA-VENDEDOR.
      *    CONTABILIZA O CLIENTE CORRENTE NA CARTEIRA DO VENDEDOR
      *    DA OCORRENCIA WS-IDX-CARGA: QUANTIDADE, FATURAMENTO,
      *    PESO ABC E DISTANCIA (PARA A MEDIA DA SIMULACAO).
           ADD 1 TO TAB-VEN-QTD-ATRIB (WS-IDX-CARGA)
           ADD WS-FATUR-CLIENTE TO TAB-VEN-FATURAMENTO (WS-IDX-CARGA)
           ADD WS-PESO-CLIENTE  TO TAB-VEN-PESO (WS-IDX-CARGA)
           ADD WS-MENOR-DISTANCIA TO TAB-VEN-DIST-TOTAL (WS-IDX-CARGA)
           .
       CARREGA-FATURAMENTO-CLIENTES.
      *    SOMA POR CLIENTE OS PEDIDOS LIBERADOS DOS ULTIMOS 12
      *    MESES (COMPETENCIA DA EXECUCAO E AS 11 ANTERIORES), NA
      *    MESMA BASE DA CLASSIFICACAO ABC (PROGABC). SEM
      *    PEDIDO.DAT O FATURAMENTO DE TODOS FICA ZERADO.
           MOVE ZEROS TO WS-QTD-FAT-CLIENTES
           COMPUTE WS-MESES-BASE =
              (WS-HOJE-ANO * 12) + WS-HOJE-MES
           COMPUTE WS-MESES-CORTE = WS-MESES-BASE - 11
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              EXIT PARAGRAPH
           END-IF
           CLOSE ARQ-PEDIDO
           SORT ARQ-SORT-PED ON ASCENDING KEY SRP-CLI-CODIGO
              USING  ARQ-PEDIDO
              GIVING ARQ-SAI-PED
           MOVE ZEROS TO WS-FIM-SAI-PED
           OPEN INPUT ARQ-SAI-PED
           PERFORM UNTIL WS-FIM-SAI-PED = 1
              READ ARQ-SAI-PED NEXT AT END
                 MOVE 1 TO WS-FIM-SAI-PED
              END-READ
              IF WS-FIM-SAI-PED NOT = 1
                 AND SAP-STATUS = "A"
                 DIVIDE SAP-COMPETENCIA BY 100
                    GIVING WS-PED-ANO
                    REMAINDER WS-PED-MES
                 COMPUTE WS-MESES-PEDIDO =
                    (WS-PED-ANO * 12) + WS-PED-MES
                 IF WS-MESES-PEDIDO NOT LESS WS-MESES-CORTE
                    AND WS-MESES-PEDIDO NOT GREATER WS-MESES-BASE
                    PERFORM GUARDA-FATURAMENTO-CLIENTE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-SAI-PED
           .
       GUARDA-FATURAMENTO-CLIENTE.
           IF WS-QTD-FAT-CLIENTES > ZEROS
              IF TAB-FAT-CLI-CODIGO (WS-QTD-FAT-CLIENTES)
                 = SAP-CLI-CODIGO
                 ADD SAP-VALOR
                    TO TAB-FAT-VALOR (WS-QTD-FAT-CLIENTES)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-QTD-FAT-CLIENTES < 9999
              ADD 1 TO WS-QTD-FAT-CLIENTES
              MOVE SAP-CLI-CODIGO
                 TO TAB-FAT-CLI-CODIGO (WS-QTD-FAT-CLIENTES)
              MOVE SAP-VALOR
                 TO TAB-FAT-VALOR (WS-QTD-FAT-CLIENTES)
           END-IF
           .
       CALCULA-CARGA-CLIENTE.
      *    FATURAMENTO DOS ULTIMOS 12 MESES E PESO ABC DO CLIENTE
      *    CORRENTE, USADOS NA CARGA DAS CARTEIRAS.
           MOVE CLI-CODIGO TO WS-FAT-BUSCA-CLI
           PERFORM BUSCA-FATURAMENTO-CLIENTE
           MOVE WS-PESO-CLASSE-C TO WS-PESO-CLIENTE
           IF CLI-CLASSE-A
              MOVE WS-PESO-CLASSE-A TO WS-PESO-CLIENTE
           END-IF
           IF CLI-CLASSE-B
              MOVE WS-PESO-CLASSE-B TO WS-PESO-CLIENTE
           END-IF
           .
       BUSCA-FATURAMENTO-CLIENTE.
      *    A TABELA ESTA EM ORDEM DE CLIENTE: PARA NO PRIMEIRO
      *    CODIGO IGUAL OU MAIOR QUE O PROCURADO.
           MOVE ZEROS TO WS-FATUR-CLIENTE
           PERFORM VARYING WS-IDX-FAT FROM 1 BY 1
              UNTIL WS-IDX-FAT > WS-QTD-FAT-CLIENTES
              IF TAB-FAT-CLI-CODIGO (WS-IDX-FAT)
                 NOT LESS WS-FAT-BUSCA-CLI
                 IF TAB-FAT-CLI-CODIGO (WS-IDX-FAT)
                    = WS-FAT-BUSCA-CLI
                    MOVE TAB-FAT-VALOR (WS-IDX-FAT)
                       TO WS-FATUR-CLIENTE
                 END-IF
                 MOVE WS-QTD-FAT-CLIENTES TO WS-IDX-FAT
              END-IF
           END-PERFORM
           .
       CARREGAR-VENDEDORES.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              END-READ
              IF CONTROLE-FIM NOT = 1 AND VEN-ATIVO
                 PERFORM VERIFICA-AUSENCIA-VENDEDOR
                 PERFORM VERIFICA-LIDER-EQUIPE
              END-IF
              IF CONTROLE-FIM NOT = 1 AND VEN-ATIVO
                 AND WS-VEN-AUSENTE NOT = "S"
                 AND WS-VEN-LIDER NOT = "S"
                 ADD 1 TO WS-QTD-VENDEDORES
                 MOVE VEN-CODIGO
                    TO TAB-VEN-CODIGO (WS-QTD-VENDEDORES)
                    TO TAB-VEN-LONGITUDE (WS-QTD-VENDEDORES)
                 MOVE ZEROS
                    TO TAB-VEN-QTD-ATRIB (WS-QTD-VENDEDORES)
                 MOVE ZEROS
                    TO TAB-VEN-FATURAMENTO (WS-QTD-VENDEDORES)
                 MOVE ZEROS
                    TO TAB-VEN-PESO (WS-QTD-VENDEDORES)
                 MOVE ZEROS
                    TO TAB-VEN-DIST-TOTAL (WS-QTD-VENDEDORES)
                 MOVE VEN-EMPRESA
                    TO TAB-VEN-EMPRESA (WS-QTD-VENDEDORES)
                 IF VEN-EMPRESA = ZEROS
                    MOVE 01 TO TAB-VEN-EMPRESA (WS-QTD-VENDEDORES)
                 END-IF
                 MOVE VEN-UF TO WS-TERRIT-BUSCA-UF
                 PERFORM BUSCA-TERRITORIO-UF
                 MOVE WS-TERRIT-ACHADO
              END-IF
           END-IF
           .
       VERIFICA-LIDER-EQUIPE.
      *    SUPERVISOR OU GERENTE NA DATA DA EXECUCAO FICA FORA DA
      *    DISTRIBUICAO; SEM LINHA EM EQUIPE.DAT CONTINUA VENDEDOR.
           MOVE "N" TO WS-VEN-LIDER
           MOVE VEN-CODIGO       TO WS-EQP-CODIGO
           MOVE WS-HOJE-AAAAMMDD TO WS-EQP-DATA
           CALL "EQUIPLER" USING WS-AREA-EQUIPE
           IF WS-EQP-RESULTADO = ZEROS
              AND (WS-EQP-FUNCAO = "S" OR WS-EQP-FUNCAO = "G")
              MOVE "S" TO WS-VEN-LIDER
           END-IF
           .
       DISTRIBUIR-CLIENTES.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
                 AND NOT (DIST-INCREMENTAL
                    AND CLI-VEN-CODIGO NOT = ZEROS)
                 ADD 1 TO WS-QTD-CLIENTES
                 PERFORM CALCULA-CARGA-CLIENTE
      *          CLIENTE COM VINCULO COMERCIAL FICA COM O
      *          VENDEDOR ATUAL EM QUALQUER MODO, SALVO
      *          CONFIRMACAO EXPLICITA DO SUPERVISOR NA TELA.
           MOVE TAB-VEN-NOME (WS-IDX)      TO WS-VEN-NOME-PROXIMO
           MOVE TAB-VEN-DISTANCIA (WS-IDX) TO WS-MENOR-DISTANCIA
           MOVE CLI-VEN-BACKUP             TO WS-VEN-BACKUP
           MOVE WS-IDX TO WS-IDX-CARGA
           PERFORM SOMA-CARGA-VENDEDOR
           .
       EFETIVA-ATRIBUICAO.
           MOVE WS-VEN-MAIS-PROXIMO TO CLI-VEN-CODIGO
           MOVE CLI-CODIGO         TO DIS-CLI-CODIGO
           MOVE WS-VEN-MAIS-PROXIMO TO DIS-VEN-CODIGO
           MOVE WS-MENOR-DISTANCIA TO DIS-DISTANCIA
           MOVE 01                 TO DIS-EMPRESA
           IF WS-IDX-CARGA > ZEROS
              MOVE TAB-VEN-EMPRESA (WS-IDX-CARGA) TO DIS-EMPRESA
           END-IF
           WRITE REGISTRO-DISTRIBUICAO
           IF WS-RESULTADO-DISTRIBUICAO = 22
              REWRITE REGISTRO-DISTRIBUICAO
           MOVE  04 TO CONTADOR-LINHA-SIM
           .
       IMPRIME-RESUMO-SIMULACAO.
           MOVE WS-DESC-CRITERIO TO SIM-RES-CRITERIO
           IF BAL-CLIENTES
              MOVE SPACES TO SIM-RES-LIMITE-QTD
              MOVE WS-MAX-CLIENTES-VENDEDOR TO SIM-RES-LIMITE-CLI
           ELSE
              MOVE WS-MAX-CARGA-VENDEDOR TO SIM-RES-LIMITE
           END-IF
           MOVE SPACES TO LINHA-SIM
           WRITE LINHA-SIM AFTER 1 LINES
           WRITE LINHA-SIM FROM SIM-CABECALHO-RESUMO AFTER 1 LINES
           MOVE TAB-VEN-CODIGO (WS-IDX)    TO SIM-RES-VEN-CODIGO
           MOVE TAB-VEN-NOME (WS-IDX)      TO SIM-RES-VEN-NOME
           MOVE TAB-VEN-QTD-ATRIB (WS-IDX) TO SIM-RES-QTD
           MOVE TAB-VEN-PESO (WS-IDX)      TO SIM-RES-PESO
           MOVE TAB-VEN-FATURAMENTO (WS-IDX) TO SIM-RES-FATURAMENTO
           MOVE ZEROS TO WS-DIST-MEDIA
           IF TAB-VEN-QTD-ATRIB (WS-IDX) > ZEROS
              COMPUTE WS-DIST-MEDIA ROUNDED =
                 TAB-VEN-DIST-TOTAL (WS-IDX)
                    / TAB-VEN-QTD-ATRIB (WS-IDX)
           END-IF
           MOVE WS-DIST-MEDIA              TO SIM-RES-DIST-MEDIA
           MOVE "OK"        TO SIM-RES-SITUACAO
           IF BAL-CLIENTES
              AND TAB-VEN-QTD-ATRIB (WS-IDX)
                 NOT LESS WS-MAX-CLIENTES-VENDEDOR
              MOVE "SATURADO"  TO SIM-RES-SITUACAO
           END-IF
           IF BAL-FATURAMENTO
              AND TAB-VEN-FATURAMENTO (WS-IDX)
                 NOT LESS WS-MAX-CARGA-VENDEDOR
              MOVE "SATURADO"  TO SIM-RES-SITUACAO
           END-IF
           IF BAL-PESO-ABC
              AND TAB-VEN-PESO (WS-IDX)
                 NOT LESS WS-MAX-CARGA-VENDEDOR
              MOVE "SATURADO"  TO SIM-RES-SITUACAO
           END-IF
           WRITE LINHA-SIM FROM SIM-RESUMO AFTER 1 LINES
           .
              END-IF
           END-IF
           PERFORM SELECIONA-VENDEDOR-BACKUP
           MOVE WS-IDX-PRIMARIO TO WS-IDX-CARGA
           PERFORM SOMA-CARGA-VENDEDOR
           .
       BUSCA-GRUPO-ATRIBUIDO.
           MOVE ZEROS TO WS-GRUPO-ACHADO
      *    TERRITORIO DO CLIENTE (QUANDO AMBOS ESTAO MAPEADOS EM
      *    TERRIT.DAT) E COM CAPACIDADE DISPONIVEL. SE NINGUEM
      *    ATENDE, A PASSADA SEM LIMITE GARANTE A ATRIBUICAO.
           PERFORM VERIFICA-CAPACIDADE-VENDEDOR
           IF WS-VEN-COM-CAPACIDADE = "S"
              AND (WS-TERRIT-CLIENTE = ZEROS
                   OR TAB-VEN-TERRITORIO (WS-IDX) = ZEROS
                   OR TAB-VEN-TERRITORIO (WS-IDX)
              END-IF
           END-IF
           .
       VERIFICA-CAPACIDADE-VENDEDOR.
      *    NO CRITERIO POR CLIENTES CABE ENQUANTO A CARTEIRA NAO
      *    CHEGA AO LIMITE; NOS PONDERADOS, SE A CARGA DO CLIENTE
      *    SOMADA A DA CARTEIRA NAO PASSA DO LIMITE DE CARGA.
           MOVE "N" TO WS-VEN-COM-CAPACIDADE
           IF BAL-CLIENTES
              IF TAB-VEN-QTD-ATRIB (WS-IDX) < WS-MAX-CLIENTES-VENDEDOR
                 MOVE "S" TO WS-VEN-COM-CAPACIDADE
              END-IF
           END-IF
           IF BAL-FATURAMENTO
              IF TAB-VEN-FATURAMENTO (WS-IDX) + WS-FATUR-CLIENTE
                 NOT GREATER WS-MAX-CARGA-VENDEDOR
                 MOVE "S" TO WS-VEN-COM-CAPACIDADE
              END-IF
           END-IF
           IF BAL-PESO-ABC
              IF TAB-VEN-PESO (WS-IDX) + WS-PESO-CLIENTE
                 NOT GREATER WS-MAX-CARGA-VENDEDOR
                 MOVE "S" TO WS-VEN-COM-CAPACIDADE
              END-IF
           END-IF
           .
       AVALIA-VENDEDOR-SEM-LIMITE.
           IF TAB-VEN-DISTANCIA (WS-IDX) < WS-MENOR-DISTANCIA
              MOVE TAB-VEN-DISTANCIA (WS-IDX) TO WS-MENOR-DISTANCIA
           PERFORM IMPRIME-RELATORIO-DISTANCIA
           CLOSE RELATORIO
           MOVE SPACES TO WS-CATREL-FILTROS
           IF BAL-CLIENTES
              STRING "MODO=" DELIMITED BY SIZE
                     WS-MODO-DISTRIBUICAO DELIMITED BY SIZE
                     " LIMITE=" DELIMITED BY SIZE
                     WS-MAX-CLIENTES-VENDEDOR DELIMITED BY SIZE
                  INTO WS-CATREL-FILTROS
              END-STRING
           ELSE
              MOVE WS-MAX-CARGA-VENDEDOR TO WS-LIMITE-CARGA-INT
              STRING "MODO=" DELIMITED BY SIZE
                     WS-MODO-DISTRIBUICAO DELIMITED BY SIZE
                     " CRIT=" DELIMITED BY SIZE
                     WS-CRITERIO-BALANCO DELIMITED BY SIZE
                     " LIMITE=" DELIMITED BY SIZE
                     WS-LIMITE-CARGA-INT DELIMITED BY SIZE
                  INTO WS-CATREL-FILTROS
              END-STRING
           END-IF
           PERFORM FECHA-CATALOGO-RELATORIO
           .
       GRAVA-GERACAO-DISTRIBUICAO.
              MOVE ZEROS  TO GCB-LIMITE
              MOVE ZEROS  TO GCB-QTD-CLIENTES
              MOVE ZEROS  TO GCB-ULTIMO-NUMERO
              MOVE SPACE  TO GCB-CRITERIO
              MOVE ZEROS  TO GCB-LIMITE-CARGA
              MOVE DATA-DE-HOJE TO GCB-DATA
              WRITE REGISTRO-GERCAB
           END-IF
                 READ ARQ-CLIENTE
                 IF WS-RESULTADO-ACESSO = 00
                    MOVE CLI-VEN-BACKUP TO GED-VEN-BACKUP
                    PERFORM CALCULA-CARGA-CLIENTE
                    MOVE WS-FATUR-CLIENTE TO GED-FATURAMENTO
                    MOVE WS-PESO-CLIENTE  TO GED-PESO
                 ELSE
                    MOVE ZEROS          TO GED-VEN-BACKUP
                    MOVE ZEROS          TO GED-FATURAMENTO
                    MOVE ZEROS          TO GED-PESO
                 END-IF
                 WRITE REGISTRO-GERDET
              END-IF
           MOVE OPERADOR        TO GCB-OPERADOR
           MOVE WS-MODO-DISTRIBUICAO TO GCB-MODO
           MOVE WS-MAX-CLIENTES-VENDEDOR TO GCB-LIMITE
           MOVE WS-CRITERIO-BALANCO TO GCB-CRITERIO
           IF BAL-CLIENTES
              MOVE ZEROS                 TO GCB-LIMITE-CARGA
           ELSE
              MOVE WS-MAX-CARGA-VENDEDOR TO GCB-LIMITE-CARGA
           END-IF
           MOVE WS-QTD-CLIENTES TO GCB-QTD-CLIENTES
           MOVE ZEROS           TO GCB-ULTIMO-NUMERO
           WRITE REGISTRO-GERCAB
