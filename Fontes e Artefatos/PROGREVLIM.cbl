       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREVLIM.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** REVISAO MENSAL DE LIMITE DE CREDITO ********
      *    RODA NOS EXTRAS DE FECHAMENTO DO PROGLOTE. CRUZA O
      *    CADASTRO DE CLIENTES COM AS PARCELAS DE TITULO.DAT
      *    CLASSIFICADAS POR CLIENTE E APURA, NA JANELA DOS ULTIMOS
      *    CREDMESES MESES (PADRAO 12):
      *      - PRAZO MEDIO DE PAGAMENTO (EMISSAO ATE O PAGAMENTO) E
      *        ATRASO MEDIO SOBRE O VENCIMENTO DAS PARCELAS PAGAS;
      *      - % DE PARCELAS PAGAS DEPOIS DO VENCIMENTO;
      *      - MAIOR EXPOSICAO EM ABERTO (SOMA DAS PARCELAS EMITIDAS
      *        E AINDA NAO PAGAS NA DATA DE CADA EMISSAO);
      *      - DSO: SALDO EM ABERTO HOJE SOBRE O FATURADO NA JANELA,
      *        EM DIAS DE FATURAMENTO.
      *    E SUGERE O NOVO LIMITE PELAS REGRAS DO PARAM.DAT:
      *      REDUZIR  - % EM ATRASO >= CREDPCTRUIM OU DSO ACIMA DE
      *                 CREDDSOMAX: LIMITE MENOS CREDPCTRED %
      *                 (CLIENTE SEM LIMITE GANHA UM, SOBRE A MAIOR
      *                 EXPOSICAO);
      *      AUMENTAR - % EM ATRASO <= CREDPCTBOM, DSO DENTRO DE
      *                 CREDDSOMAX E MAIOR EXPOSICAO USANDO AO MENOS
      *                 CREDUSOAUM % DO LIMITE: LIMITE MAIS
      *                 CREDPCTAUM %;
      *      MANTER   - DEMAIS CASOS, INCLUSIVE CLIENTE COM MENOS DE
      *                 CREDMINPAGAS PARCELAS PAGAS NA JANELA.
      *    AS SUGESTOES VAO PARA REVLIM.DAT (PENDENTES DE DECISAO DO
      *    ANALISTA NO PROG42) E PARA O RELATORIO RREVLIM.TXT. O
      *    LIMITE DO CLIENTE NAO E ALTERADO AQUI.

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

           SELECT ARQ-REVLIM ASSIGN TO DISK WID-ARQ-REVLIM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RVL-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-REVLIM.

           SELECT ARQ-SAI ASSIGN TO "ARQSAIRVL".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO "RREVLIM.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-REVLIM.FD".

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

       WORKING-STORAGE SECTION.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-REVLIM           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REVLIM      PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-FIM-CLIENTES          PIC 9(01) VALUE ZEROS.
       77 WS-FIM-SAI               PIC 9(01) VALUE ZEROS.
       77 WS-SAI-ABERTO            PIC X(01) VALUE "N".
      *    REGRAS DA REVISAO (PARAM.DAT, PROG37); PARAMETRO AUSENTE
      *    MANTEM O PADRAO EMBUTIDO.
       77 WS-MESES-JANELA          PIC 9(03) VALUE 12.
       77 WS-MIN-PAGAS             PIC 9(05) VALUE 3.
       77 WS-PCT-BOM               PIC 9(03) VALUE 10.
       77 WS-PCT-RUIM              PIC 9(03) VALUE 30.
       77 WS-DSO-MAXIMO            PIC 9(04) VALUE 60.
       77 WS-PCT-USO-AUMENTO       PIC 9(03) VALUE 80.
       77 WS-PCT-AUMENTO           PIC 9(03) VALUE 20.
       77 WS-PCT-REDUCAO           PIC 9(03) VALUE 25.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-JANELA           PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-INICIO           PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-EMISSAO          PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENC             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PAGTO            PIC 9(07) VALUE ZEROS.
      *    ACUMULADORES DO CLIENTE CORRENTE.
       77 WS-QTD-PAGAS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADAS         PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-PRAZO            PIC 9(09) VALUE ZEROS.
       77 WS-SOMA-ATRASO           PIC 9(09) VALUE ZEROS.
       77 WS-SALDO-ABERTO          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-FATURADO-JANELA       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-MAIOR-EXPOSICAO       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-EXPOSICAO             PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-PRAZO-MEDIO           PIC 9(04) VALUE ZEROS.
       77 WS-ATRASO-MEDIO          PIC 9(04) VALUE ZEROS.
       77 WS-PCT-ATRASO            PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-DSO                   PIC 9(04) VALUE ZEROS.
       77 WS-LIMITE-SUGERIDO       PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-SUGESTAO              PIC X(01) VALUE SPACES.
       77 WS-QTD-PARC-CLI          PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
      *    TOTAIS DA RODADA.
       77 WS-QTD-CLIENTES          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ANALISADOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AUMENTAR          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MANTER            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REDUZIR           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXCEDENTES        PIC 9(07) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.

      *    PARCELAS DO CLIENTE CORRENTE QUE ENTRAM NA MAIOR EXPOSICAO
      *    (EMISSAO E QUITACAO EM DIAS; QUITACAO ZERO = EM ABERTO).
       01 TABELA-PARCELAS-CLIENTE.
          02 PARC-OCORRENCIA OCCURS 500 TIMES.
             03 TAB-PARC-EMISSAO     PIC 9(07).
             03 TAB-PARC-QUITACAO    PIC 9(07).
             03 TAB-PARC-VALOR       PIC 9(09)V9(02).

       01 CABECALHO-TITULO.
          02 FILLER       PIC X(46) VALUE
             "REVISAO DE LIMITE DE CREDITO - APURACAO EM:  ".
          02 CABT-DATA    PIC 9(08).
          02 FILLER       PIC X(12) VALUE "   JANELA: ".
          02 CABT-MESES   PIC ZZ9.
          02 FILLER       PIC X(06) VALUE " MESES".

       01 CABECALHO-REGRAS.
          02 FILLER       PIC X(15) VALUE "REGRAS: REDUZ >".
          02 CABR-RUIM    PIC ZZ9.
          02 FILLER       PIC X(15) VALUE "% ATRASO OU DSO".
          02 FILLER       PIC X(02) VALUE " >".
          02 CABR-DSO     PIC ZZZ9.
          02 FILLER       PIC X(04) VALUE " (-".
          02 CABR-RED     PIC ZZ9.
          02 FILLER       PIC X(17) VALUE "%)  AUMENTA ATE ".
          02 CABR-BOM     PIC ZZ9.
          02 FILLER       PIC X(18) VALUE "% ATRASO E USO >= ".
          02 CABR-USO     PIC ZZ9.
          02 FILLER       PIC X(04) VALUE "% (+".
          02 CABR-AUM     PIC ZZ9.
          02 FILLER       PIC X(02) VALUE "%)".

       01 CABECALHO-TRACO.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-COLUNAS.
          02 FILLER PIC X(09) VALUE "CLIENTE".
          02 FILLER PIC X(31) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(06) VALUE "PAGAS".
          02 FILLER PIC X(07) VALUE " %ATRAS".
          02 FILLER PIC X(05) VALUE " PRZ".
          02 FILLER PIC X(05) VALUE " ATR".
          02 FILLER PIC X(15) VALUE "  MAIOR EXPOS.".
          02 FILLER PIC X(05) VALUE "  DSO".
          02 FILLER PIC X(15) VALUE "  LIMITE ATUAL".
          02 FILLER PIC X(15) VALUE "  LIM. SUGERIDO".
          02 FILLER PIC X(09) VALUE " SUGESTAO".

       01 DETALHE-REVISAO.
          02 DET-CODIGO            PIC 9(07).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-RAZAO             PIC X(30).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PAGAS             PIC ZZZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PCT-ATRASO        PIC ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PRAZO             PIC ZZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-ATRASO            PIC ZZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-EXPOSICAO         PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-DSO               PIC ZZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-LIMITE            PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-SUGERIDO          PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-SUGESTAO          PIC X(08).

       01 RODAPE-TOTAL.
          02 ROD-ROTULO            PIC X(30).
          02 ROD-QTD               PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "PROGREVLIM - INICIO DA REVISAO DE LIMITES - "
              WS-DATA-SISTEMA
           MOVE "PROGREVLIM" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGREVLIM - JA EXISTE REVISAO EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LE-PARAMETROS-REVISAO
           COMPUTE WS-DIAS-HOJE =
              FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           COMPUTE WS-DIAS-JANELA = WS-MESES-JANELA * 30
           IF WS-DIAS-JANELA = ZEROS
              MOVE 30 TO WS-DIAS-JANELA
           END-IF
           COMPUTE WS-DIAS-INICIO = WS-DIAS-HOJE - WS-DIAS-JANELA

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "PROGREVLIM - CLIENTE.DAT INDISPONIVEL."
              MOVE 8 TO RETURN-CODE
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              DISPLAY "PROGREVLIM - NAO HA TITULOS A RECEBER - "
                 "NADA A REVISAR."
              CLOSE ARQ-CLIENTE
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           CLOSE ARQ-TITULO
           SORT ARQ-SORT ON ASCENDING KEY TIT-CLI-SORT
                         ON ASCENDING KEY TIT-NUMERO-SORT
                         ON ASCENDING KEY TIT-PARCELA-SORT
              USING  ARQ-TITULO
              GIVING ARQ-SAI
           OPEN INPUT ARQ-SAI
           MOVE "S"   TO WS-SAI-ABERTO
           MOVE ZEROS TO WS-FIM-SAI
           PERFORM LE-PROXIMA-PARCELA

      *    AS SUGESTOES DO MES ANTERIOR (DECIDIDAS OU NAO) DAO LUGAR
      *    AS DESTA APURACAO; AS DECISOES JA TOMADAS FICARAM NO
      *    CADASTRO E NA AUDITORIA.
           MOVE "REVLIM.DAT" TO WID-ARQ-REVLIM
           OPEN OUTPUT ARQ-REVLIM
           PERFORM ABRE-RELATORIO

           MOVE ZEROS TO CLI-CODIGO
           START ARQ-CLIENTE KEY IS NOT LESS CLI-CODIGO
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE 1 TO WS-FIM-CLIENTES
           END-IF
           PERFORM UNTIL WS-FIM-CLIENTES = 1
              READ ARQ-CLIENTE NEXT AT END
                 MOVE 1 TO WS-FIM-CLIENTES
              END-READ
              IF WS-FIM-CLIENTES NOT = 1
                 ADD 1 TO WS-QTD-CLIENTES
                 PERFORM APURA-HISTORICO-CLIENTE
                 IF WS-QTD-PARC-CLI NOT = ZEROS
                    ADD 1 TO WS-QTD-ANALISADOS
                    PERFORM CALCULA-INDICADORES
                    PERFORM AVALIA-SUGESTAO
                    PERFORM GRAVA-SUGESTAO
                    PERFORM IMPRIME-DETALHE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SAI-ABERTO = "S"
              CLOSE ARQ-SAI
           END-IF
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-REVLIM
           PERFORM FECHA-RELATORIO

           DISPLAY "PROGREVLIM - CLIENTES LIDOS.......: "
              WS-QTD-CLIENTES
           DISPLAY "PROGREVLIM - CLIENTES ANALISADOS..: "
              WS-QTD-ANALISADOS
           DISPLAY "PROGREVLIM - SUGESTOES DE AUMENTO.: "
              WS-QTD-AUMENTAR
           DISPLAY "PROGREVLIM - SUGESTOES DE REDUCAO.: "
              WS-QTD-REDUZIR
           IF WS-QTD-EXCEDENTES NOT = ZEROS
              DISPLAY "PROGREVLIM - PARCELAS FORA DA EXPOSICAO "
                 "(TABELA CHEIA): " WS-QTD-EXCEDENTES
           END-IF
           DISPLAY "PROGREVLIM - RELATORIO EM RREVLIM.TXT."
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGREVLIM - FIM DA REVISAO DE LIMITES."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       LE-PARAMETROS-REVISAO.
           MOVE "CREDMESES" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-MESES-JANELA
           END-IF
           MOVE "CREDMINPAGAS" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-MIN-PAGAS
           END-IF
           MOVE "CREDPCTBOM" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-BOM
           END-IF
           MOVE "CREDPCTRUIM" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-RUIM
           END-IF
           MOVE "CREDDSOMAX" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DSO-MAXIMO
           END-IF
           MOVE "CREDUSOAUM" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-USO-AUMENTO
           END-IF
           MOVE "CREDPCTAUM" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-AUMENTO
           END-IF
           MOVE "CREDPCTRED" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-REDUCAO
           END-IF
           CANCEL "PARAMLER"
      *    REDUCAO DE 100% OU MAIS ZERARIA O LIMITE, QUE NO PROG07
      *    QUER DIZER "SEM CONTROLE": O TETO E 99%.
           IF WS-PCT-REDUCAO > 99
              MOVE 99 TO WS-PCT-REDUCAO
           END-IF
           .
       LE-PROXIMA-PARCELA.
           READ ARQ-SAI NEXT AT END
              MOVE 1 TO WS-FIM-SAI
           END-READ
           .
       APURA-HISTORICO-CLIENTE.
      *    CASAMENTO DO CADASTRO COM AS PARCELAS CLASSIFICADAS POR
      *    CLIENTE (COMO NO PROGBLOQ). PARCELA CANCELADA NAO CONTA.
      *    ENTRAM NA JANELA AS PARCELAS EM ABERTO, AS EMITIDAS NA
      *    JANELA E AS PAGAS NA JANELA.
           MOVE ZEROS TO WS-QTD-PAGAS
           MOVE ZEROS TO WS-QTD-ATRASADAS
           MOVE ZEROS TO WS-SOMA-PRAZO
           MOVE ZEROS TO WS-SOMA-ATRASO
           MOVE ZEROS TO WS-SALDO-ABERTO
           MOVE ZEROS TO WS-FATURADO-JANELA
           MOVE ZEROS TO WS-QTD-PARC-CLI
           PERFORM UNTIL WS-FIM-SAI = 1
                   OR TIT-CLI-CODIGO-SAI NOT LESS CLI-CODIGO
              PERFORM LE-PROXIMA-PARCELA
           END-PERFORM
           PERFORM UNTIL WS-FIM-SAI = 1
                   OR TIT-CLI-CODIGO-SAI NOT = CLI-CODIGO
              IF TIT-STATUS-SAI NOT = "C"
                 PERFORM ACUMULA-PARCELA
              END-IF
              PERFORM LE-PROXIMA-PARCELA
           END-PERFORM
           .
       ACUMULA-PARCELA.
           COMPUTE WS-DIAS-EMISSAO =
              FUNCTION INTEGER-OF-DATE(TIT-DATA-EMISSAO-SAI)
           MOVE ZEROS TO WS-DIAS-PAGTO
           IF TIT-STATUS-SAI = "P"
              COMPUTE WS-DIAS-PAGTO =
                 FUNCTION INTEGER-OF-DATE(TIT-DATA-PAGTO-SAI)
           END-IF
           IF TIT-STATUS-SAI = "A"
              IF TIT-VALOR-PAGO-SAI LESS TIT-VALOR-SAI
                 COMPUTE WS-SALDO-ABERTO = WS-SALDO-ABERTO
                    + TIT-VALOR-SAI - TIT-VALOR-PAGO-SAI
              END-IF
           ELSE
              IF WS-DIAS-PAGTO LESS WS-DIAS-INICIO
                 AND WS-DIAS-EMISSAO LESS WS-DIAS-INICIO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-DIAS-EMISSAO NOT LESS WS-DIAS-INICIO
              ADD TIT-VALOR-SAI TO WS-FATURADO-JANELA
           END-IF
           IF TIT-STATUS-SAI = "P"
              AND WS-DIAS-PAGTO NOT LESS WS-DIAS-INICIO
              ADD 1 TO WS-QTD-PAGAS
              IF WS-DIAS-PAGTO GREATER WS-DIAS-EMISSAO
                 COMPUTE WS-SOMA-PRAZO = WS-SOMA-PRAZO
                    + WS-DIAS-PAGTO - WS-DIAS-EMISSAO
              END-IF
              IF TIT-DATA-PAGTO-SAI GREATER TIT-DATA-VENC-SAI
                 ADD 1 TO WS-QTD-ATRASADAS
                 COMPUTE WS-DIAS-VENC =
                    FUNCTION INTEGER-OF-DATE(TIT-DATA-VENC-SAI)
                 COMPUTE WS-SOMA-ATRASO = WS-SOMA-ATRASO
                    + WS-DIAS-PAGTO - WS-DIAS-VENC
              END-IF
           END-IF
           IF WS-QTD-PARC-CLI LESS 500
              ADD 1 TO WS-QTD-PARC-CLI
              MOVE WS-DIAS-EMISSAO
                 TO TAB-PARC-EMISSAO (WS-QTD-PARC-CLI)
              MOVE WS-DIAS-PAGTO
                 TO TAB-PARC-QUITACAO (WS-QTD-PARC-CLI)
              MOVE TIT-VALOR-SAI
                 TO TAB-PARC-VALOR (WS-QTD-PARC-CLI)
           ELSE
              ADD 1 TO WS-QTD-EXCEDENTES
           END-IF
           .
       CALCULA-INDICADORES.
           MOVE ZEROS TO WS-PRAZO-MEDIO
           MOVE ZEROS TO WS-ATRASO-MEDIO
           MOVE ZEROS TO WS-PCT-ATRASO
           IF WS-QTD-PAGAS NOT = ZEROS
              COMPUTE WS-PRAZO-MEDIO ROUNDED =
                 WS-SOMA-PRAZO / WS-QTD-PAGAS
                 ON SIZE ERROR
                    MOVE 9999 TO WS-PRAZO-MEDIO
              END-COMPUTE
              COMPUTE WS-ATRASO-MEDIO ROUNDED =
                 WS-SOMA-ATRASO / WS-QTD-PAGAS
                 ON SIZE ERROR
                    MOVE 9999 TO WS-ATRASO-MEDIO
              END-COMPUTE
              COMPUTE WS-PCT-ATRASO ROUNDED =
                 WS-QTD-ATRASADAS * 100 / WS-QTD-PAGAS
           END-IF
      *    DSO SEM FATURAMENTO NA JANELA, MAS COM SALDO EM ABERTO,
      *    E TRATADO COMO O PIOR POSSIVEL.
           IF WS-FATURADO-JANELA = ZEROS
              IF WS-SALDO-ABERTO = ZEROS
                 MOVE ZEROS TO WS-DSO
              ELSE
                 MOVE 9999 TO WS-DSO
              END-IF
           ELSE
              COMPUTE WS-DSO ROUNDED =
                 WS-SALDO-ABERTO * WS-DIAS-JANELA
                    / WS-FATURADO-JANELA
                 ON SIZE ERROR
                    MOVE 9999 TO WS-DSO
              END-COMPUTE
           END-IF
      *    MAIOR EXPOSICAO: NA DATA DE CADA EMISSAO, SOMA DAS
      *    PARCELAS JA EMITIDAS E AINDA NAO QUITADAS NAQUELE DIA.
           MOVE ZEROS TO WS-MAIOR-EXPOSICAO
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-PARC-CLI
              MOVE ZEROS TO WS-EXPOSICAO
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 > WS-QTD-PARC-CLI
                 IF TAB-PARC-EMISSAO (WS-IDX-2)
                       NOT GREATER TAB-PARC-EMISSAO (WS-IDX)
                    AND (TAB-PARC-QUITACAO (WS-IDX-2) = ZEROS
                       OR TAB-PARC-QUITACAO (WS-IDX-2)
                          GREATER TAB-PARC-EMISSAO (WS-IDX))
                    ADD TAB-PARC-VALOR (WS-IDX-2) TO WS-EXPOSICAO
                 END-IF
              END-PERFORM
              IF WS-EXPOSICAO GREATER WS-MAIOR-EXPOSICAO
                 MOVE WS-EXPOSICAO TO WS-MAIOR-EXPOSICAO
              END-IF
           END-PERFORM
           .
       AVALIA-SUGESTAO.
           MOVE "M"                TO WS-SUGESTAO
           MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-SUGERIDO
           IF WS-QTD-PAGAS LESS WS-MIN-PAGAS
              EXIT PARAGRAPH
           END-IF
           IF WS-PCT-ATRASO NOT LESS WS-PCT-RUIM
              OR WS-DSO GREATER WS-DSO-MAXIMO
      *       CLIENTE SEM LIMITE (SEM CONTROLE NO PROG07) E MAU
      *       PAGADOR PASSA A TER UM, SOBRE A MAIOR EXPOSICAO.
              IF CLI-LIMITE-CREDITO = ZEROS
                 COMPUTE WS-LIMITE-SUGERIDO ROUNDED =
                    WS-MAIOR-EXPOSICAO * (100 - WS-PCT-REDUCAO)
                       / 100
                    ON SIZE ERROR
                       MOVE ZEROS TO WS-LIMITE-SUGERIDO
                 END-COMPUTE
              ELSE
                 COMPUTE WS-LIMITE-SUGERIDO ROUNDED =
                    CLI-LIMITE-CREDITO * (100 - WS-PCT-REDUCAO)
                       / 100
              END-IF
              IF WS-LIMITE-SUGERIDO NOT = ZEROS
                 MOVE "R" TO WS-SUGESTAO
              ELSE
                 MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-SUGERIDO
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-PCT-ATRASO NOT GREATER WS-PCT-BOM
              AND CLI-LIMITE-CREDITO NOT = ZEROS
              AND WS-MAIOR-EXPOSICAO * 100 NOT LESS
                  CLI-LIMITE-CREDITO * WS-PCT-USO-AUMENTO
              COMPUTE WS-LIMITE-SUGERIDO ROUNDED =
                 CLI-LIMITE-CREDITO * (100 + WS-PCT-AUMENTO) / 100
                 ON SIZE ERROR
                    MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-SUGERIDO
              END-COMPUTE
              IF WS-LIMITE-SUGERIDO GREATER CLI-LIMITE-CREDITO
                 MOVE "A" TO WS-SUGESTAO
              END-IF
           END-IF
           .
       GRAVA-SUGESTAO.
           EVALUATE WS-SUGESTAO
              WHEN "A"
                 ADD 1 TO WS-QTD-AUMENTAR
              WHEN "R"
                 ADD 1 TO WS-QTD-REDUZIR
              WHEN OTHER
                 ADD 1 TO WS-QTD-MANTER
           END-EVALUATE
           INITIALIZE REGISTRO-REVLIM
           MOVE CLI-CODIGO         TO RVL-CLI-CODIGO
           MOVE WS-DATA-SISTEMA    TO RVL-DATA-APURACAO
           MOVE WS-QTD-PAGAS       TO RVL-QTD-PAGAS
           MOVE WS-QTD-ATRASADAS   TO RVL-QTD-ATRASADAS
           MOVE WS-PRAZO-MEDIO     TO RVL-PRAZO-MEDIO
           MOVE WS-ATRASO-MEDIO    TO RVL-ATRASO-MEDIO
           MOVE WS-PCT-ATRASO      TO RVL-PCT-ATRASO
           MOVE WS-MAIOR-EXPOSICAO TO RVL-MAIOR-EXPOSICAO
           MOVE WS-SALDO-ABERTO    TO RVL-SALDO-ABERTO
           MOVE WS-DSO             TO RVL-DSO
           MOVE CLI-LIMITE-CREDITO TO RVL-LIMITE-ATUAL
           MOVE WS-LIMITE-SUGERIDO TO RVL-LIMITE-SUGERIDO
           MOVE WS-SUGESTAO        TO RVL-SUGESTAO
           MOVE "P"                TO RVL-SITUACAO
           MOVE SPACES             TO RVL-OPERADOR
           MOVE ZEROS              TO RVL-DATA-DECISAO
           WRITE REGISTRO-REVLIM
           IF WS-RESULTADO-REVLIM NOT = 00
              DISPLAY "PROGREVLIM - ERRO NA GRAVACAO - REVLIM: "
                 WS-RESULTADO-REVLIM " CLIENTE " CLI-CODIGO
           END-IF
           .
       ABRE-RELATORIO.
           OPEN OUTPUT RELATORIO
           MOVE WS-DATA-SISTEMA    TO CABT-DATA
           MOVE WS-MESES-JANELA    TO CABT-MESES
           MOVE WS-PCT-RUIM        TO CABR-RUIM
           MOVE WS-DSO-MAXIMO      TO CABR-DSO
           MOVE WS-PCT-REDUCAO     TO CABR-RED
           MOVE WS-PCT-BOM         TO CABR-BOM
           MOVE WS-PCT-USO-AUMENTO TO CABR-USO
           MOVE WS-PCT-AUMENTO     TO CABR-AUM
           WRITE LINHA FROM CABECALHO-TITULO  AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-REGRAS  AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO   AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-COLUNAS AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO   AFTER 1 LINES
           .
       IMPRIME-DETALHE.
           MOVE CLI-CODIGO         TO DET-CODIGO
           MOVE CLI-RAZAO-SOCIAL   TO DET-RAZAO
           MOVE WS-QTD-PAGAS       TO DET-PAGAS
           MOVE WS-PCT-ATRASO      TO DET-PCT-ATRASO
           MOVE WS-PRAZO-MEDIO     TO DET-PRAZO
           MOVE WS-ATRASO-MEDIO    TO DET-ATRASO
           MOVE WS-MAIOR-EXPOSICAO TO DET-EXPOSICAO
           MOVE WS-DSO             TO DET-DSO
           MOVE CLI-LIMITE-CREDITO TO DET-LIMITE
           MOVE WS-LIMITE-SUGERIDO TO DET-SUGERIDO
           EVALUATE WS-SUGESTAO
              WHEN "A"
                 MOVE "AUMENTAR" TO DET-SUGESTAO
              WHEN "R"
                 MOVE "REDUZIR"  TO DET-SUGESTAO
              WHEN OTHER
                 MOVE "MANTER"   TO DET-SUGESTAO
           END-EVALUATE
           WRITE LINHA FROM DETALHE-REVISAO AFTER 1 LINES
           .
       FECHA-RELATORIO.
           WRITE LINHA FROM CABECALHO-TRACO AFTER 1 LINES
           MOVE "CLIENTES ANALISADOS..........:" TO ROD-ROTULO
           MOVE WS-QTD-ANALISADOS TO ROD-QTD
           WRITE LINHA FROM RODAPE-TOTAL AFTER 1 LINES
           MOVE "SUGESTOES DE AUMENTO.........:" TO ROD-ROTULO
           MOVE WS-QTD-AUMENTAR TO ROD-QTD
           WRITE LINHA FROM RODAPE-TOTAL AFTER 1 LINES
           MOVE "SUGESTOES DE MANUTENCAO......:" TO ROD-ROTULO
           MOVE WS-QTD-MANTER TO ROD-QTD
           WRITE LINHA FROM RODAPE-TOTAL AFTER 1 LINES
           MOVE "SUGESTOES DE REDUCAO.........:" TO ROD-ROTULO
           MOVE WS-QTD-REDUZIR TO ROD-QTD
           WRITE LINHA FROM RODAPE-TOTAL AFTER 1 LINES
           CLOSE RELATORIO
           .
