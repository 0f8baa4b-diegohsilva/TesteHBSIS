       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRELCONT.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** MENSAL DE CONTESTACOES DE COMISSAO ********
      *    LISTA POR VENDEDOR AS CONTESTACOES DO DEMONSTRATIVO DE
      *    COMISSOES (CONTEST.DAT, PROG57) REGISTRADAS NA
      *    COMPETENCIA, COM O DESFECHO NA DATA DA EMISSAO (ABERTA,
      *    ACEITA COM O VALOR ACEITO, RECUSADA), E AS QUE VIERAM DE
      *    MESES ANTERIORES E CONTINUAM ABERTAS (MARCADAS
      *    "ANTERIOR"). CADA VENDEDOR FECHA COM O VOLUME
      *    (REGISTRADAS, ACEITAS, RECUSADAS, ABERTAS) E OS VALORES
      *    PLEITEADO E ACEITO A CREDITO E A DEBITO; O RODAPE TRAZ O
      *    TOTAL GERAL.
      *    CARTAO SYSIN OPCIONAL: COMPETENCIA AAAAMM (EM BRANCO = A
      *    CORRENTE). GERA RCONTEST.TXT, CATALOGADO (TIPO RCONTEST,
      *    VIA CATALOGA); CADA VENDEDOR ABRE SECAO "VENDEDOR NNNNN"
      *    PARA A ASSINATURA POR E-MAIL. RODA NOS EXTRAS DE
      *    FECHAMENTO DE MES DO PROGLOTE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CONTEST ASSIGN TO DISK WID-ARQ-CONTEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTS-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONTEST.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT RELATORIO ASSIGN TO "RCONTEST.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CONTEST.FD".
       COPY "ARQ-VENDEDOR.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CONTEST          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONTEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-VENDEDOR-DISPONIVEL   PIC X(01) VALUE "N".
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-REGISTRO       PIC 9(06) VALUE ZEROS.
       77 WS-CONTEST-ANTERIOR      PIC X(01) VALUE SPACES.
       77 WS-VEN-ATUAL             PIC 9(05) VALUE ZEROS.
       77 WS-PRIMEIRO-VENDEDOR     PIC X(01) VALUE "S".
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RCONTEST".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RCONTEST.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
      *    TOTAIS DO VENDEDOR (1) E GERAIS (2).
       01 TABELA-TOTAIS.
          02 TOTAIS-OCORRENCIA OCCURS 2 TIMES.
             03 TOT-REGISTRADAS    PIC 9(05).
             03 TOT-ACEITAS        PIC 9(05).
             03 TOT-RECUSADAS      PIC 9(05).
             03 TOT-ABERTAS        PIC 9(05).
             03 TOT-ANTERIORES     PIC 9(05).
             03 TOT-PLEITEADO      PIC 9(13)V9(02).
             03 TOT-ACEITO-CRED    PIC 9(13)V9(02).
             03 TOT-ACEITO-DEB     PIC 9(13)V9(02).
       77 WS-IDX-TOT               PIC 9(01) VALUE ZEROS.
       COPY "TAB-MOTCONT.cpy".
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).
       01 WS-DATA-REG          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-REG.
          02 ANO-REG           PIC 9(04).
          02 MES-REG           PIC 9(02).
          02 DIA-REG           PIC 9(02).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(31) VALUE
             "CONTESTACOES DE COMISSAO       ".
          02 FILLER       PIC X(10) VALUE "  COMPET: ".
          02 CAB-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(33) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-VENDEDOR.
          02 FILLER          PIC X(09) VALUE "VENDEDOR ".
          02 CABV-CODIGO     PIC 9(05).
          02 FILLER          PIC X(03) VALUE " - ".
          02 CABV-NOME       PIC X(40).

       01 CABECALHO-1.
          02 FILLER PIC X(06) VALUE "LEDGER".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(03) VALUE "SEQ".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(09) VALUE "   PEDIDO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "MOTIVO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(01) VALUE "N".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "     PLEITEADO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "SITUACAO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "        ACEITO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "  REGISTRO".

       01 DETALHE.
          02 DET-COMPETENCIA       PIC 9(06).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-SEQUENCIA         PIC 9(03).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-PED-NUMERO        PIC Z(08)9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-MOTIVO            PIC X(30).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-NATUREZA          PIC X(01).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-PLEITEADO         PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-SITUACAO          PIC X(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-ACEITO            PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-REGISTRO          PIC 99/99/9(04).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-ANTERIOR          PIC X(08).

       01 TOTAL-QTD.
          02 TOTQ-TITULO           PIC X(26).
          02 FILLER                PIC X(13) VALUE "REGISTRADAS: ".
          02 TOTQ-REGISTRADAS      PIC ZZ.ZZ9.
          02 FILLER                PIC X(11) VALUE "  ACEITAS: ".
          02 TOTQ-ACEITAS          PIC ZZ.ZZ9.
          02 FILLER                PIC X(13) VALUE "  RECUSADAS: ".
          02 TOTQ-RECUSADAS        PIC ZZ.ZZ9.
          02 FILLER                PIC X(11) VALUE "  ABERTAS: ".
          02 TOTQ-ABERTAS          PIC ZZ.ZZ9.
          02 FILLER                PIC X(22) VALUE
             "  ABERTAS ANTERIORES: ".
          02 TOTQ-ANTERIORES       PIC ZZ.ZZ9.

       01 TOTAL-VALOR.
          02 FILLER                PIC X(26) VALUE SPACES.
          02 FILLER                PIC X(11) VALUE "PLEITEADO: ".
          02 TOTV-PLEITEADO        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(21) VALUE
             "  ACEITO A CREDITO: ".
          02 TOTV-ACEITO-CRED      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(20) VALUE
             "  ACEITO A DEBITO: ".
          02 TOTV-ACEITO-DEB       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

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
           DISPLAY "PROGRELCONT - CONTESTACOES DE COMISSAO - "
              CAB-DATA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGRELCONT - COMPETENCIA INVALIDA NO "
                    "SYSIN (AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPET-CORRENTE
              DISPLAY "PROGRELCONT - COMPETENCIA FUTURA: "
                 WS-COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "CONTEST.DAT" TO WID-ARQ-CONTEST
           OPEN INPUT ARQ-CONTEST
           IF WS-RESULTADO-CONTEST NOT = 00
              DISPLAY "PROGRELCONT - NAO HA CONTESTACOES REGISTRADAS."
              GOBACK
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE "S" TO WS-VENDEDOR-DISPONIVEL
           END-IF
           INITIALIZE TABELA-TOTAIS

           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA        TO CABT-DATA
           MOVE WS-COMPETENCIA  TO CAB-COMPETENCIA
           PERFORM IMPRIMIR-CABECALHO
           PERFORM PROCESSA-CONTESTACOES
           MOVE 2 TO WS-IDX-TOT
           MOVE "TOTAL GERAL.............." TO TOTQ-TITULO
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2  AFTER 1 LINES
           PERFORM IMPRIME-TOTAIS
           CLOSE RELATORIO
           CLOSE ARQ-CONTEST
           IF WS-VENDEDOR-DISPONIVEL = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGRELCONT - COMPETENCIA........: " WS-COMPETENCIA
           DISPLAY "PROGRELCONT - REGISTRADAS NO MES.: "
              TOT-REGISTRADAS (2)
           DISPLAY "PROGRELCONT - ABERTAS ANTERIORES.: "
              TOT-ANTERIORES (2)
           DISPLAY "PROGRELCONT - RELATORIO EM RCONTEST.TXT."
           GOBACK
           .
       PROCESSA-CONTESTACOES.
      *    O ARQUIVO JA VEM NA ORDEM DE VENDEDOR; ENTRAM AS
      *    REGISTRADAS NA COMPETENCIA E AS ABERTAS REGISTRADAS ANTES
      *    DELA.
           MOVE ZEROS TO CONTROLE-FIM
           MOVE "S" TO WS-PRIMEIRO-VENDEDOR
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CONTEST NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              COMPUTE WS-COMPET-REGISTRO = CTS-DATA-REGISTRO / 100
              MOVE SPACES TO WS-CONTEST-ANTERIOR
              IF WS-COMPET-REGISTRO < WS-COMPETENCIA
                 AND CTS-ABERTA
                 MOVE "S" TO WS-CONTEST-ANTERIOR
              END-IF
              IF WS-COMPET-REGISTRO = WS-COMPETENCIA
                 OR WS-CONTEST-ANTERIOR = "S"
                 IF WS-PRIMEIRO-VENDEDOR = "S"
                    OR CTS-VEN-CODIGO NOT = WS-VEN-ATUAL
                    PERFORM QUEBRA-VENDEDOR
                 END-IF
                 PERFORM IMPRIME-DETALHE
              END-IF
           END-PERFORM
           IF WS-PRIMEIRO-VENDEDOR NOT = "S"
              PERFORM IMPRIME-TOTAL-VENDEDOR
           END-IF
           .
       QUEBRA-VENDEDOR.
           IF WS-PRIMEIRO-VENDEDOR NOT = "S"
              PERFORM IMPRIME-TOTAL-VENDEDOR
           END-IF
           MOVE "N" TO WS-PRIMEIRO-VENDEDOR
           MOVE CTS-VEN-CODIGO TO WS-VEN-ATUAL
           INITIALIZE TOTAIS-OCORRENCIA (1)
           MOVE CTS-VEN-CODIGO TO CABV-CODIGO
           MOVE "*** VENDEDOR NAO CADASTRADO ***" TO CABV-NOME
           IF WS-VENDEDOR-DISPONIVEL = "S"
              MOVE CTS-VEN-CODIGO TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VENDEDOR = 00
                 MOVE VEN-NOME TO CABV-NOME
              END-IF
           END-IF
           IF CONTADOR-LINHA > LIMITE-LINHAS - 6
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-VENDEDOR AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1        AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2        AFTER 1 LINES
           ADD 4 TO CONTADOR-LINHA
           .
       IMPRIME-DETALHE.
           MOVE CTS-COMPETENCIA     TO DET-COMPETENCIA
           MOVE CTS-SEQUENCIA       TO DET-SEQUENCIA
           MOVE CTS-PED-NUMERO      TO DET-PED-NUMERO
           IF CTS-MOTIVO > ZEROS
              AND CTS-MOTIVO NOT > WS-QTD-MOTIVOS-CONT
              MOVE DESCRICAO-MOTIVO-CONT (CTS-MOTIVO) TO DET-MOTIVO
           ELSE
              MOVE "*** MOTIVO NAO CADASTRADO ***" TO DET-MOTIVO
           END-IF
           MOVE CTS-NATUREZA        TO DET-NATUREZA
           MOVE CTS-VALOR-PLEITEADO TO DET-PLEITEADO
           MOVE CTS-VALOR-ACEITO    TO DET-ACEITO
           MOVE CTS-DATA-REGISTRO   TO WS-DATA-REG
           COMPUTE DET-REGISTRO =
              (DIA-REG * 1000000) + (MES-REG * 10000) + ANO-REG
           EVALUATE TRUE
              WHEN CTS-ACEITA
                 MOVE "ACEITA"   TO DET-SITUACAO
              WHEN CTS-RECUSADA
                 MOVE "RECUSADA" TO DET-SITUACAO
              WHEN OTHER
                 MOVE "ABERTA"   TO DET-SITUACAO
           END-EVALUATE
           IF WS-CONTEST-ANTERIOR = "S"
              MOVE "ANTERIOR" TO DET-ANTERIOR
           ELSE
              MOVE SPACES     TO DET-ANTERIOR
           END-IF
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           PERFORM ACUMULA-CONTESTACAO
              VARYING WS-IDX-TOT FROM 1 BY 1
              UNTIL WS-IDX-TOT > 2
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       ACUMULA-CONTESTACAO.
           IF WS-CONTEST-ANTERIOR = "S"
              ADD 1 TO TOT-ANTERIORES (WS-IDX-TOT)
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOT-REGISTRADAS (WS-IDX-TOT)
           ADD CTS-VALOR-PLEITEADO TO TOT-PLEITEADO (WS-IDX-TOT)
           EVALUATE TRUE
              WHEN CTS-ACEITA
                 ADD 1 TO TOT-ACEITAS (WS-IDX-TOT)
                 IF CTS-A-CREDITO
                    ADD CTS-VALOR-ACEITO
                       TO TOT-ACEITO-CRED (WS-IDX-TOT)
                 ELSE
                    ADD CTS-VALOR-ACEITO
                       TO TOT-ACEITO-DEB (WS-IDX-TOT)
                 END-IF
              WHEN CTS-RECUSADA
                 ADD 1 TO TOT-RECUSADAS (WS-IDX-TOT)
              WHEN OTHER
                 ADD 1 TO TOT-ABERTAS (WS-IDX-TOT)
           END-EVALUATE
           .
       IMPRIME-TOTAL-VENDEDOR.
           MOVE 1 TO WS-IDX-TOT
           MOVE "TOTAL DO VENDEDOR........" TO TOTQ-TITULO
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           PERFORM IMPRIME-TOTAIS
           .
       IMPRIME-TOTAIS.
           MOVE TOT-REGISTRADAS (WS-IDX-TOT) TO TOTQ-REGISTRADAS
           MOVE TOT-ACEITAS (WS-IDX-TOT)     TO TOTQ-ACEITAS
           MOVE TOT-RECUSADAS (WS-IDX-TOT)   TO TOTQ-RECUSADAS
           MOVE TOT-ABERTAS (WS-IDX-TOT)     TO TOTQ-ABERTAS
           MOVE TOT-ANTERIORES (WS-IDX-TOT)  TO TOTQ-ANTERIORES
           MOVE TOT-PLEITEADO (WS-IDX-TOT)   TO TOTV-PLEITEADO
           MOVE TOT-ACEITO-CRED (WS-IDX-TOT) TO TOTV-ACEITO-CRED
           MOVE TOT-ACEITO-DEB (WS-IDX-TOT)  TO TOTV-ACEITO-DEB
           WRITE LINHA FROM TOTAL-QTD   AFTER 1 LINES
           WRITE LINHA FROM TOTAL-VALOR AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA.
