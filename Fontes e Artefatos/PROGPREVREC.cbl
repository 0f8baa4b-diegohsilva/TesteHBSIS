       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPREVREC.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** PREVISAO DE RECEBIMENTOS ********
      *    RODA TODA NOITE NO PROGLOTE. PROJETA O SALDO EM ABERTO DAS
      *    PARCELAS DE TITULO.DAT NAS DATAS EM QUE SE ESPERA RECEBER:
      *      - O VENCIMENTO E DESLOCADO PELO ATRASO MEDIO HISTORICO
      *        DO CLIENTE (PARCELAS JA PAGAS; PAGAMENTO ANTECIPADO
      *        CONTA COMO ATRASO ZERO). CLIENTE SEM HISTORICO DE
      *        PAGAMENTO FICA NO VENCIMENTO;
      *      - DATA QUE CAI EM DIA NAO UTIL DO CALENDARIO
      *        (CALENPRO.DAT, PROG17) PASSA PARA O PROXIMO DIA UTIL.
      *    O PREVISTO E DISTRIBUIDO EM FAIXAS: VENCIDO (DATA
      *    ESPERADA JA PASSOU), 13 SEMANAS A PARTIR DE HOJE, 12
      *    MESES CHEIOS DEPOIS DELAS E O QUE FICAR ALEM. A QUEBRA E
      *    POR FILIAL DO CLIENTE (CLI-FILIAL) E TERRITORIO DA UF
      *    (TERRIT.DAT), COM TOTAL GERAL NO FIM.
      *    O RELATORIO E CATALOGADO NO CATREL.DAT (TIPO RPREVREC),
      *    REIMPRIMIVEL PELO PROG22; A MESMA PREVISAO SAI EM
      *    PREVREC.CSV (PONTO-E-VIRGULA) PARA A PLANILHA DO
      *    FINANCEIRO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
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
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CALEND ASSIGN TO WID-ARQ-CALEND
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAL-DATA
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CALEND.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

           SELECT ARQ-CATREL ASSIGN TO WID-ARQ-CATREL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAT-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CATREL.

           SELECT ARQ-SAI ASSIGN TO "ARQSAIPRV".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO WID-RELATORIO
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO-CSV ASSIGN TO "PREVREC.CSV"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-CALEND.FD".
       COPY "ARQ-TERRIT.FD".
       COPY "ARQ-CATREL.FD".

       FD ARQ-SAI.
       01 REG-SAI.
          02 TIT-NUMERO-SAI         PIC 9(09).
          02 TIT-PARCELA-SAI        PIC 9(02).
          02 TIT-QTD-PARCELAS-SAI   PIC 9(02).
          02 TIT-CLI-CODIGO-SAI     PIC 9(07).
          02 TIT-VEN-CODIGO-SAI     PIC 9(05).
          02 TIT-DATA-EMISSAO-SAI   PIC 9(08).
          02 TIT-DATA-VENC-SAI      PIC 9(08).
          02 TIT-VALOR-SAI          PIC 9(09)V9(02).
          02 TIT-VALOR-PAGO-SAI     PIC 9(09)V9(02).
          02 TIT-DATA-PAGTO-SAI     PIC 9(08).
          02 TIT-STATUS-SAI         PIC X(01).
          02 FILLER                 PIC X(141).
          02 TIT-EMPRESA-SAI        PIC 9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 TIT-NUMERO-SORT        PIC 9(09).
          05 TIT-PARCELA-SORT       PIC 9(02).
          05 FILLER                 PIC 9(02).
          05 TIT-CLI-SORT           PIC 9(07).
          05 FILLER                 PIC X(193).
          05 FILLER                 PIC 9(02).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       FD RELATORIO-CSV.
       01 LINHA-CSV                 PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CALEND           PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CATREL           PIC X(50) VALUE SPACES.
       77 WID-RELATORIO            PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CALEND      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CATREL      PIC 9(02) VALUE ZEROS.
       77 WS-CALEND-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-CLIENTE-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FIM-SAI               PIC 9(01) VALUE ZEROS.
       77 WS-FIM-TERRIT            PIC 9(01) VALUE ZEROS.
       77 WS-CATREL-SEQ            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LINHAS            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ESPERADO         PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENC             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PAGTO            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-AUX              PIC 9(07) VALUE ZEROS.
       77 WS-DATA-AJUSTE           PIC 9(08) VALUE ZEROS.
       77 WS-TENTATIVAS            PIC 9(02) VALUE ZEROS.
      *    CLIENTE CORRENTE DO CASAMENTO.
       77 WS-CLI-ATUAL             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PAGAS-CLI         PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-ATRASO-CLI       PIC 9(09) VALUE ZEROS.
       77 WS-ATRASO-MEDIO          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ABERTAS-CLI       PIC 9(04) VALUE ZEROS.
       77 WS-SALDO-PARCELA         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-FILIAL-CLI            PIC X(03) VALUE SPACES.
       77 WS-TERRIT-CLI            PIC 9(03) VALUE ZEROS.
       77 WS-TERRIT-NOME-CLI       PIC X(30) VALUE SPACES.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-FX                PIC 9(02) VALUE ZEROS.
       77 WS-IDX-GRP               PIC 9(04) VALUE ZEROS.
       77 WS-IDX-TER               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-TERRIT            PIC 9(04) VALUE ZEROS.
       77 WS-QTD-GRUPOS            PIC 9(04) VALUE ZEROS.
       77 WS-FAIXA-ACHADA          PIC 9(02) VALUE ZEROS.
       77 WS-NUM-SEMANA            PIC 9(02) VALUE ZEROS.
      *    TOTAIS DA RODADA (SYSOUT).
       77 WS-QTD-PROJETADAS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AJUSTADAS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-AJUSTE        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRUPO-CHEIO       PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-GERAL           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-TOTAL-GRUPO           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-CSV-LINHA             PIC X(132) VALUE SPACES.
       77 WS-CSV-VALOR             PIC Z(12)9,99.
       77 WS-CSV-TERRIT            PIC 9(03).
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.

      *    CONVERSAO AAAAMMDD -> DD/MM/AAAA PARA IMPRESSAO.
       01 WS-DATA-CONV             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-CONV.
          02 WS-CONV-ANO           PIC 9(04).
          02 WS-CONV-MES           PIC 9(02).
          02 WS-CONV-DIA           PIC 9(02).
       01 WS-DATA-EDITADA.
          02 WS-EDT-DIA            PIC 9(02).
          02 FILLER                PIC X(01) VALUE "/".
          02 WS-EDT-MES            PIC 9(02).
          02 FILLER                PIC X(01) VALUE "/".
          02 WS-EDT-ANO            PIC 9(04).

      *    FAIXAS DA PREVISAO: 01 VENCIDO, 02-14 SEMANAS, 15-26
      *    MESES, 27 ALEM DO ULTIMO MES (DATAS EM DIAS CORRIDOS).
       01 TABELA-FAIXAS.
          02 FAIXA-OCORRENCIA OCCURS 27 TIMES.
             03 TAB-FX-ROTULO        PIC X(12).
             03 TAB-FX-INICIO        PIC 9(07).
             03 TAB-FX-FIM           PIC 9(07).

      *    PARCELAS EM ABERTO DO CLIENTE CORRENTE, GUARDADAS ATE O
      *    ATRASO MEDIO DELE ESTAR APURADO.
       01 TABELA-ABERTAS.
          02 ABERTA-OCORRENCIA OCCURS 500 TIMES.
             03 TAB-ABT-VENC         PIC 9(08).
             03 TAB-ABT-SALDO        PIC 9(09)V9(02).

       01 TABELA-TERRITORIOS.
          02 TERRIT-OCORRENCIA OCCURS 30 TIMES.
             03 TAB-TER-UF           PIC X(02).
             03 TAB-TER-CODIGO       PIC 9(03).
             03 TAB-TER-NOME         PIC X(30).

      *    PREVISTO POR FILIAL + TERRITORIO E FAIXA.
       01 TABELA-GRUPOS.
          02 GRUPO-OCORRENCIA OCCURS 300 TIMES.
             03 TAB-GRP-FILIAL       PIC X(03).
             03 TAB-GRP-TERRIT       PIC 9(03).
             03 TAB-GRP-TER-NOME     PIC X(30).
             03 TAB-GRP-VALOR        PIC 9(11)V9(02)
                                     OCCURS 27 TIMES.
       01 AREA-TROCA-GRUPO.
          02 TRC-GRP-FILIAL          PIC X(03).
          02 TRC-GRP-TERRIT          PIC 9(03).
          02 TRC-GRP-TER-NOME        PIC X(30).
          02 TRC-GRP-VALOR           PIC 9(11)V9(02)
                                     OCCURS 27 TIMES.
       01 TABELA-TOTAL-FAIXAS.
          02 TAB-TOT-VALOR           PIC 9(13)V9(02)
                                     OCCURS 27 TIMES.

       01 CABECALHO-TITULO.
          02 FILLER       PIC X(38) VALUE
             "PREVISAO DE RECEBIMENTOS - BASE:     ".
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(58) VALUE
             "   (VENCIMENTO + ATRASO MEDIO DO CLIENTE, EM DIA UTIL)".

       01 CABECALHO-TRACO.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-GRUPO.
          02 FILLER       PIC X(08) VALUE "FILIAL: ".
          02 CABG-FILIAL  PIC X(03).
          02 FILLER       PIC X(15) VALUE "   TERRITORIO: ".
          02 CABG-TERRIT  PIC 9(03).
          02 FILLER       PIC X(01) VALUE SPACES.
          02 CABG-NOME    PIC X(30).

       01 CABECALHO-COLUNAS.
          02 FILLER PIC X(14) VALUE "FAIXA".
          02 FILLER PIC X(12) VALUE "DE".
          02 FILLER PIC X(12) VALUE "ATE".
          02 FILLER PIC X(18) VALUE "    VALOR PREVISTO".

       01 DETALHE-FAIXA.
          02 DET-ROTULO            PIC X(12).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-INICIO            PIC X(10).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-FIM               PIC X(10).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-VALOR             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CABECALHO-CSV.
          02 FILLER PIC X(40) VALUE
             "FILIAL;TERRITORIO;FAIXA;DE;ATE;VALOR".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "PROGPREVREC - INICIO DA PREVISAO DE RECEBIMENTOS"
              " - " WS-DATA-SISTEMA
           COMPUTE WS-DIAS-HOJE =
              FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           PERFORM MONTA-FAIXAS
           PERFORM CARREGA-TERRITORIOS
           MOVE "CALENPRO.DAT" TO WID-ARQ-CALEND
           OPEN INPUT ARQ-CALEND
           IF WS-RESULTADO-CALEND = 00
              MOVE "S" TO WS-CALEND-DISPONIVEL
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE "S" TO WS-CLIENTE-DISPONIVEL
           END-IF

      *    SEM TITULO.DAT A PREVISAO SAI ZERADA, MAS SAI: O
      *    FINANCEIRO CONTA COM O ARQUIVO TODA MANHA.
           MOVE 1 TO WS-FIM-SAI
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-TITULO = 00
              CLOSE ARQ-TITULO
              SORT ARQ-SORT ON ASCENDING KEY TIT-CLI-SORT
                            ON ASCENDING KEY TIT-NUMERO-SORT
                            ON ASCENDING KEY TIT-PARCELA-SORT
                 USING  ARQ-TITULO
                 GIVING ARQ-SAI
              OPEN INPUT ARQ-SAI
              MOVE ZEROS TO WS-FIM-SAI
              PERFORM LE-PROXIMA-PARCELA
              PERFORM UNTIL WS-FIM-SAI = 1
                 PERFORM PROCESSA-CLIENTE
              END-PERFORM
              CLOSE ARQ-SAI
           END-IF
           IF WS-CLIENTE-DISPONIVEL = "S"
              CLOSE ARQ-CLIENTE
           END-IF
           IF WS-CALEND-DISPONIVEL = "S"
              CLOSE ARQ-CALEND
           END-IF

           PERFORM ORDENA-GRUPOS
           PERFORM ABRE-CATALOGO-RELATORIO
           PERFORM IMPRIME-PREVISAO
           PERFORM FECHA-CATALOGO-RELATORIO

           DISPLAY "PROGPREVREC - PARCELAS PROJETADAS.....: "
              WS-QTD-PROJETADAS
           DISPLAY "PROGPREVREC - AJUSTADAS PELO HISTORICO: "
              WS-QTD-AJUSTADAS
           IF WS-QTD-SEM-AJUSTE NOT = ZEROS
              DISPLAY "PROGPREVREC - SEM AJUSTE (TABELA CHEIA): "
                 WS-QTD-SEM-AJUSTE
           END-IF
           IF WS-QTD-GRUPO-CHEIO NOT = ZEROS
              DISPLAY "PROGPREVREC - FORA DA QUEBRA (TABELA CHEIA):"
                 " " WS-QTD-GRUPO-CHEIO
           END-IF
           DISPLAY "PROGPREVREC - RELATORIO EM " WID-RELATORIO
           DISPLAY "PROGPREVREC - FIM DA PREVISAO DE RECEBIMENTOS."
           GOBACK
           .
       MONTA-FAIXAS.
      *    SEMANAS CORRIDAS A PARTIR DE HOJE; DEPOIS DA 13A SEMANA,
      *    MESES DE CALENDARIO (O PRIMEIRO COMECA NO DIA SEGUINTE A
      *    ULTIMA SEMANA).
           MOVE "VENCIDO"    TO TAB-FX-ROTULO (1)
           MOVE ZEROS        TO TAB-FX-INICIO (1)
           COMPUTE TAB-FX-FIM (1) = WS-DIAS-HOJE - 1
           PERFORM VARYING WS-IDX-FX FROM 2 BY 1 UNTIL WS-IDX-FX > 14
              MOVE SPACES TO TAB-FX-ROTULO (WS-IDX-FX)
              COMPUTE WS-NUM-SEMANA = WS-IDX-FX - 1
              STRING "SEMANA " DELIMITED BY SIZE
                     WS-NUM-SEMANA DELIMITED BY SIZE
                  INTO TAB-FX-ROTULO (WS-IDX-FX)
              END-STRING
              COMPUTE TAB-FX-INICIO (WS-IDX-FX) =
                 WS-DIAS-HOJE + ((WS-IDX-FX - 2) * 7)
              COMPUTE TAB-FX-FIM (WS-IDX-FX) =
                 TAB-FX-INICIO (WS-IDX-FX) + 6
           END-PERFORM
           PERFORM VARYING WS-IDX-FX FROM 15 BY 1 UNTIL WS-IDX-FX > 26
              COMPUTE TAB-FX-INICIO (WS-IDX-FX) =
                 TAB-FX-FIM (WS-IDX-FX - 1) + 1
              COMPUTE WS-DATA-CONV = FUNCTION DATE-OF-INTEGER
                 (TAB-FX-INICIO (WS-IDX-FX))
              MOVE SPACES TO TAB-FX-ROTULO (WS-IDX-FX)
              STRING "MES " DELIMITED BY SIZE
                     WS-CONV-MES DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     WS-CONV-ANO DELIMITED BY SIZE
                  INTO TAB-FX-ROTULO (WS-IDX-FX)
              END-STRING
      *       FIM DO MES: VESPERA DO DIA 1 DO MES SEGUINTE.
              IF WS-CONV-MES = 12
                 ADD 1 TO WS-CONV-ANO
                 MOVE 01 TO WS-CONV-MES
              ELSE
                 ADD 1 TO WS-CONV-MES
              END-IF
              MOVE 01 TO WS-CONV-DIA
              COMPUTE TAB-FX-FIM (WS-IDX-FX) =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-CONV) - 1
           END-PERFORM
           MOVE "POSTERIOR"  TO TAB-FX-ROTULO (27)
           COMPUTE TAB-FX-INICIO (27) = TAB-FX-FIM (26) + 1
           MOVE 9999999      TO TAB-FX-FIM (27)
           .
       CARREGA-TERRITORIOS.
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-TERRIT
           PERFORM UNTIL WS-FIM-TERRIT = 1
              READ ARQ-TERRIT NEXT AT END
                 MOVE 1 TO WS-FIM-TERRIT
              END-READ
              IF WS-FIM-TERRIT NOT = 1
                 AND WS-QTD-TERRIT LESS 30
                 ADD 1 TO WS-QTD-TERRIT
                 MOVE TER-UF
                    TO TAB-TER-UF (WS-QTD-TERRIT)
                 MOVE TER-TERRITORIO
                    TO TAB-TER-CODIGO (WS-QTD-TERRIT)
                 MOVE TER-NOME
                    TO TAB-TER-NOME (WS-QTD-TERRIT)
              END-IF
           END-PERFORM
           CLOSE ARQ-TERRIT
           .
       LE-PROXIMA-PARCELA.
           READ ARQ-SAI NEXT AT END
              MOVE 1 TO WS-FIM-SAI
           END-READ
           .
       PROCESSA-CLIENTE.
      *    TODAS AS PARCELAS DE UM CLIENTE: AS PAGAS DAO O ATRASO
      *    MEDIO, AS EM ABERTO FICAM NA TABELA ATE A QUEBRA.
           MOVE TIT-CLI-CODIGO-SAI TO WS-CLI-ATUAL
           MOVE ZEROS TO WS-QTD-PAGAS-CLI
           MOVE ZEROS TO WS-SOMA-ATRASO-CLI
           MOVE ZEROS TO WS-QTD-ABERTAS-CLI
           PERFORM LOCALIZA-GRUPO-CLIENTE
           PERFORM UNTIL WS-FIM-SAI = 1
                   OR TIT-CLI-CODIGO-SAI NOT = WS-CLI-ATUAL
              EVALUATE TIT-STATUS-SAI
                 WHEN "P"
                    PERFORM ACUMULA-ATRASO-PAGA
                 WHEN "A"
                    PERFORM GUARDA-PARCELA-ABERTA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM LE-PROXIMA-PARCELA
           END-PERFORM
           MOVE ZEROS TO WS-ATRASO-MEDIO
           IF WS-QTD-PAGAS-CLI NOT = ZEROS
              COMPUTE WS-ATRASO-MEDIO ROUNDED =
                 WS-SOMA-ATRASO-CLI / WS-QTD-PAGAS-CLI
                 ON SIZE ERROR
                    MOVE 9999 TO WS-ATRASO-MEDIO
              END-COMPUTE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-ABERTAS-CLI
              IF WS-ATRASO-MEDIO NOT = ZEROS
                 ADD 1 TO WS-QTD-AJUSTADAS
              END-IF
              MOVE TAB-ABT-VENC (WS-IDX)  TO WS-DATA-AJUSTE
              MOVE TAB-ABT-SALDO (WS-IDX) TO WS-SALDO-PARCELA
              PERFORM PROJETA-PARCELA
           END-PERFORM
           .
       ACUMULA-ATRASO-PAGA.
           IF TIT-DATA-PAGTO-SAI = ZEROS
              OR TIT-DATA-PAGTO-SAI NOT GREATER TIT-DATA-VENC-SAI
              ADD 1 TO WS-QTD-PAGAS-CLI
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-VENC =
              FUNCTION INTEGER-OF-DATE(TIT-DATA-VENC-SAI)
           COMPUTE WS-DIAS-PAGTO =
              FUNCTION INTEGER-OF-DATE(TIT-DATA-PAGTO-SAI)
           ADD 1 TO WS-QTD-PAGAS-CLI
           COMPUTE WS-SOMA-ATRASO-CLI =
              WS-SOMA-ATRASO-CLI + WS-DIAS-PAGTO - WS-DIAS-VENC
           .
       GUARDA-PARCELA-ABERTA.
           IF TIT-VALOR-PAGO-SAI NOT LESS TIT-VALOR-SAI
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALDO-PARCELA =
              TIT-VALOR-SAI - TIT-VALOR-PAGO-SAI
      *    TABELA CHEIA: A PARCELA E PROJETADA NO VENCIMENTO MESMO,
      *    SEM O AJUSTE DO HISTORICO (AINDA NAO APURADO).
           IF WS-QTD-ABERTAS-CLI NOT LESS 500
              ADD 1 TO WS-QTD-SEM-AJUSTE
              MOVE ZEROS TO WS-ATRASO-MEDIO
              MOVE TIT-DATA-VENC-SAI TO WS-DATA-AJUSTE
              PERFORM PROJETA-PARCELA
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ABERTAS-CLI
           MOVE TIT-DATA-VENC-SAI
              TO TAB-ABT-VENC (WS-QTD-ABERTAS-CLI)
           MOVE WS-SALDO-PARCELA
              TO TAB-ABT-SALDO (WS-QTD-ABERTAS-CLI)
           .
       PROJETA-PARCELA.
      *    WS-DATA-AJUSTE CHEGA COM O VENCIMENTO; SAI COM A DATA
      *    ESPERADA DE RECEBIMENTO, JA EM DIA UTIL.
           COMPUTE WS-DIAS-AUX =
              FUNCTION INTEGER-OF-DATE(WS-DATA-AJUSTE)
              + WS-ATRASO-MEDIO
           COMPUTE WS-DATA-AJUSTE =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
           PERFORM AJUSTA-DIA-UTIL
           COMPUTE WS-DIAS-ESPERADO =
              FUNCTION INTEGER-OF-DATE(WS-DATA-AJUSTE)
           MOVE 27 TO WS-FAIXA-ACHADA
           PERFORM VARYING WS-IDX-FX FROM 1 BY 1 UNTIL WS-IDX-FX > 27
              IF WS-DIAS-ESPERADO NOT LESS TAB-FX-INICIO (WS-IDX-FX)
                 AND WS-DIAS-ESPERADO
                    NOT GREATER TAB-FX-FIM (WS-IDX-FX)
                 MOVE WS-IDX-FX TO WS-FAIXA-ACHADA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           ADD 1 TO WS-QTD-PROJETADAS
           ADD WS-SALDO-PARCELA TO TAB-TOT-VALOR (WS-FAIXA-ACHADA)
           IF WS-IDX-GRP NOT = ZEROS
              ADD WS-SALDO-PARCELA
                 TO TAB-GRP-VALOR (WS-IDX-GRP WS-FAIXA-ACHADA)
           ELSE
              ADD 1 TO WS-QTD-GRUPO-CHEIO
           END-IF
           .
       AJUSTA-DIA-UTIL.
      *    DATA SEM LINHA NO CALENDARIO E DIA UTIL COMUM (MESMA
      *    REGRA DO PROGLOTE). O LIMITE DE TENTATIVAS SO PROTEGE
      *    CONTRA CALENDARIO MAL CARREGADO.
           IF WS-CALEND-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-TENTATIVAS
           PERFORM UNTIL WS-TENTATIVAS > 30
              MOVE WS-DATA-AJUSTE TO CAL-DATA
              READ ARQ-CALEND
              IF WS-RESULTADO-CALEND NOT = 00 OR CAL-DIA-UTIL
                 EXIT PERFORM
              END-IF
              COMPUTE WS-DIAS-AUX =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-AJUSTE) + 1
              COMPUTE WS-DATA-AJUSTE =
                 FUNCTION DATE-OF-INTEGER(WS-DIAS-AUX)
              ADD 1 TO WS-TENTATIVAS
           END-PERFORM
           .
       LOCALIZA-GRUPO-CLIENTE.
      *    FILIAL E TERRITORIO DO CLIENTE; PARCELA DE CLIENTE SEM
      *    CADASTRO CAI EM FILIAL EM BRANCO, SEM TERRITORIO.
           MOVE SPACES           TO WS-FILIAL-CLI
           MOVE ZEROS            TO WS-TERRIT-CLI
           MOVE "SEM TERRITORIO" TO WS-TERRIT-NOME-CLI
           IF WS-CLIENTE-DISPONIVEL = "S"
              MOVE WS-CLI-ATUAL TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO = 00
                 MOVE CLI-FILIAL TO WS-FILIAL-CLI
                 PERFORM VARYING WS-IDX-TER FROM 1 BY 1
                    UNTIL WS-IDX-TER > WS-QTD-TERRIT
                    IF TAB-TER-UF (WS-IDX-TER) = CLI-UF
                       MOVE TAB-TER-CODIGO (WS-IDX-TER)
                          TO WS-TERRIT-CLI
                       MOVE TAB-TER-NOME (WS-IDX-TER)
                          TO WS-TERRIT-NOME-CLI
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           MOVE ZEROS TO WS-IDX-GRP
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-GRUPOS
              IF TAB-GRP-FILIAL (WS-IDX) = WS-FILIAL-CLI
                 AND TAB-GRP-TERRIT (WS-IDX) = WS-TERRIT-CLI
                 MOVE WS-IDX TO WS-IDX-GRP
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-IDX-GRP = ZEROS AND WS-QTD-GRUPOS LESS 300
              ADD 1 TO WS-QTD-GRUPOS
              MOVE WS-QTD-GRUPOS TO WS-IDX-GRP
              MOVE WS-FILIAL-CLI
                 TO TAB-GRP-FILIAL (WS-IDX-GRP)
              MOVE WS-TERRIT-CLI
                 TO TAB-GRP-TERRIT (WS-IDX-GRP)
              MOVE WS-TERRIT-NOME-CLI
                 TO TAB-GRP-TER-NOME (WS-IDX-GRP)
              PERFORM VARYING WS-IDX-FX FROM 1 BY 1
                 UNTIL WS-IDX-FX > 27
                 MOVE ZEROS TO TAB-GRP-VALOR (WS-IDX-GRP WS-IDX-FX)
              END-PERFORM
           END-IF
           .
       ORDENA-GRUPOS.
      *    POR FILIAL E TERRITORIO (TROCA SIMPLES, COMO NO PROG09).
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX NOT LESS WS-QTD-GRUPOS
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 NOT LESS WS-QTD-GRUPOS
                 IF TAB-GRP-FILIAL (WS-IDX-2) >
                    TAB-GRP-FILIAL (WS-IDX-2 + 1)
                    OR (TAB-GRP-FILIAL (WS-IDX-2) =
                        TAB-GRP-FILIAL (WS-IDX-2 + 1)
                    AND TAB-GRP-TERRIT (WS-IDX-2) >
                        TAB-GRP-TERRIT (WS-IDX-2 + 1))
                    MOVE GRUPO-OCORRENCIA (WS-IDX-2)
                       TO AREA-TROCA-GRUPO
                    MOVE GRUPO-OCORRENCIA (WS-IDX-2 + 1)
                       TO GRUPO-OCORRENCIA (WS-IDX-2)
                    MOVE AREA-TROCA-GRUPO
                       TO GRUPO-OCORRENCIA (WS-IDX-2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       ABRE-CATALOGO-RELATORIO.
      *    ALOCA A PROXIMA SEQUENCIA NO CATALOGO DE RELATORIOS E
      *    MONTA O NOME DATADO DO ARQUIVO (VER ARQ-CATREL.FD).
           MOVE "CATREL.DAT" TO WID-ARQ-CATREL
           OPEN I-O ARQ-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              OPEN OUTPUT ARQ-CATREL
              CLOSE ARQ-CATREL
              OPEN I-O ARQ-CATREL
           END-IF
           MOVE ZEROS TO CAT-SEQ
           READ ARQ-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              INITIALIZE REGISTRO-CATREL
              MOVE ZEROS TO CAT-SEQ
              WRITE REGISTRO-CATREL
           END-IF
           COMPUTE WS-CATREL-SEQ = CAT-ULTIMA-SEQ + 1
           MOVE WS-CATREL-SEQ TO CAT-ULTIMA-SEQ
           MOVE ZEROS         TO CAT-SEQ
           REWRITE REGISTRO-CATREL
           INITIALIZE REGISTRO-CATREL
           MOVE WS-CATREL-SEQ    TO CAT-SEQ
           MOVE "RPREVREC"       TO CAT-TIPO
           MOVE WS-DATA-SISTEMA  TO CAT-DATA
           MOVE "LOTE"           TO CAT-OPERADOR
           MOVE SPACES TO WID-RELATORIO
           STRING "RPREVREC." DELIMITED BY SIZE
                  CAT-DATA    DELIMITED BY SIZE
                  "."         DELIMITED BY SIZE
                  CAT-SEQ     DELIMITED BY SIZE
                  ".TXT"      DELIMITED BY SIZE
               INTO WID-RELATORIO
           END-STRING
           MOVE WID-RELATORIO TO CAT-ARQUIVO
           MOVE "FILIAL/TERRITORIO, 13 SEMANAS + 12 MESES"
              TO CAT-FILTROS
           WRITE REGISTRO-CATREL
           .
       FECHA-CATALOGO-RELATORIO.
           MOVE WS-CATREL-SEQ TO CAT-SEQ
           READ ARQ-CATREL
           IF WS-RESULTADO-CATREL = 00
              MOVE WS-QTD-LINHAS TO CAT-QTD-LINHAS
              REWRITE REGISTRO-CATREL
           END-IF
           CLOSE ARQ-CATREL
           .
       IMPRIME-PREVISAO.
           OPEN OUTPUT RELATORIO
           OPEN OUTPUT RELATORIO-CSV
           WRITE LINHA-CSV FROM CABECALHO-CSV
           MOVE WS-DATA-SISTEMA TO WS-DATA-CONV
           PERFORM EDITA-DATA
           MOVE WS-DATA-EDITADA TO CABT-DATA
           WRITE LINHA FROM CABECALHO-TITULO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO  AFTER 1 LINES
           ADD 2 TO WS-QTD-LINHAS
           PERFORM IMPRIME-GRUPO
              VARYING WS-IDX-GRP FROM 1 BY 1
              UNTIL WS-IDX-GRP > WS-QTD-GRUPOS
      *    TOTAL GERAL: TODAS AS FAIXAS, MESMO AS ZERADAS.
           MOVE "TOT" TO CABG-FILIAL
           MOVE ZEROS TO CABG-TERRIT
           MOVE "TOTAL GERAL" TO CABG-NOME
           WRITE LINHA FROM CABECALHO-GRUPO   AFTER 2 LINES
           WRITE LINHA FROM CABECALHO-COLUNAS AFTER 1 LINES
           ADD 2 TO WS-QTD-LINHAS
           MOVE ZEROS TO WS-TOTAL-GERAL
           PERFORM VARYING WS-IDX-FX FROM 1 BY 1 UNTIL WS-IDX-FX > 27
              MOVE TAB-TOT-VALOR (WS-IDX-FX) TO DET-VALOR
              ADD TAB-TOT-VALOR (WS-IDX-FX) TO WS-TOTAL-GERAL
              PERFORM EMITE-LINHA-FAIXA
              MOVE TAB-TOT-VALOR (WS-IDX-FX) TO WS-CSV-VALOR
              MOVE ZEROS TO WS-CSV-TERRIT
              MOVE "TOT" TO CABG-FILIAL
              PERFORM EMITE-LINHA-CSV
           END-PERFORM
           MOVE "TOTAL"        TO DET-ROTULO
           MOVE SPACES         TO DET-INICIO
           MOVE SPACES         TO DET-FIM
           MOVE WS-TOTAL-GERAL TO DET-VALOR
           WRITE LINHA FROM CABECALHO-TRACO AFTER 1 LINES
           WRITE LINHA FROM DETALHE-FAIXA   AFTER 1 LINES
           ADD 2 TO WS-QTD-LINHAS
           CLOSE RELATORIO
           CLOSE RELATORIO-CSV
           .
       IMPRIME-GRUPO.
      *    NO BLOCO DE CADA FILIAL/TERRITORIO SO SAEM AS FAIXAS COM
      *    VALOR.
           MOVE TAB-GRP-FILIAL (WS-IDX-GRP)   TO CABG-FILIAL
           MOVE TAB-GRP-TERRIT (WS-IDX-GRP)   TO CABG-TERRIT
           MOVE TAB-GRP-TER-NOME (WS-IDX-GRP) TO CABG-NOME
           WRITE LINHA FROM CABECALHO-GRUPO   AFTER 2 LINES
           WRITE LINHA FROM CABECALHO-COLUNAS AFTER 1 LINES
           ADD 2 TO WS-QTD-LINHAS
           MOVE ZEROS TO WS-TOTAL-GRUPO
           PERFORM VARYING WS-IDX-FX FROM 1 BY 1 UNTIL WS-IDX-FX > 27
              IF TAB-GRP-VALOR (WS-IDX-GRP WS-IDX-FX) NOT = ZEROS
                 MOVE TAB-GRP-VALOR (WS-IDX-GRP WS-IDX-FX)
                    TO DET-VALOR
                 ADD TAB-GRP-VALOR (WS-IDX-GRP WS-IDX-FX)
                    TO WS-TOTAL-GRUPO
                 PERFORM EMITE-LINHA-FAIXA
                 MOVE TAB-GRP-VALOR (WS-IDX-GRP WS-IDX-FX)
                    TO WS-CSV-VALOR
                 MOVE TAB-GRP-TERRIT (WS-IDX-GRP) TO WS-CSV-TERRIT
                 PERFORM EMITE-LINHA-CSV
              END-IF
           END-PERFORM
           MOVE "TOTAL"        TO DET-ROTULO
           MOVE SPACES         TO DET-INICIO
           MOVE SPACES         TO DET-FIM
           MOVE WS-TOTAL-GRUPO TO DET-VALOR
           WRITE LINHA FROM DETALHE-FAIXA AFTER 1 LINES
           ADD 1 TO WS-QTD-LINHAS
           .
       EMITE-LINHA-FAIXA.
      *    DET-VALOR JA PREENCHIDO PELO CHAMADOR.
           MOVE TAB-FX-ROTULO (WS-IDX-FX) TO DET-ROTULO
           IF WS-IDX-FX = 1
              MOVE SPACES TO DET-INICIO
           ELSE
              COMPUTE WS-DATA-CONV = FUNCTION DATE-OF-INTEGER
                 (TAB-FX-INICIO (WS-IDX-FX))
              PERFORM EDITA-DATA
              MOVE WS-DATA-EDITADA TO DET-INICIO
           END-IF
           IF WS-IDX-FX = 27
              MOVE SPACES TO DET-FIM
           ELSE
              COMPUTE WS-DATA-CONV = FUNCTION DATE-OF-INTEGER
                 (TAB-FX-FIM (WS-IDX-FX))
              PERFORM EDITA-DATA
              MOVE WS-DATA-EDITADA TO DET-FIM
           END-IF
           WRITE LINHA FROM DETALHE-FAIXA AFTER 1 LINES
           ADD 1 TO WS-QTD-LINHAS
           .
       EMITE-LINHA-CSV.
      *    USA AS DATAS E O ROTULO DA ULTIMA LINHA IMPRESSA.
           MOVE SPACES TO WS-CSV-LINHA
           STRING CABG-FILIAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CSV-TERRIT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(DET-ROTULO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(DET-INICIO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(DET-FIM) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-VALOR) DELIMITED BY SIZE
               INTO WS-CSV-LINHA
           END-STRING
           WRITE LINHA-CSV FROM WS-CSV-LINHA
           .
       EDITA-DATA.
           MOVE WS-CONV-DIA TO WS-EDT-DIA
           MOVE WS-CONV-MES TO WS-EDT-MES
           MOVE WS-CONV-ANO TO WS-EDT-ANO
           .
