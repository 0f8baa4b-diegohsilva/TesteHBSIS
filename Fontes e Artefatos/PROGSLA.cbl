       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSLA.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *   ******** DURACAO DA CADEIA NOTURNA E SLA DOS PASSOS ********
      *    LE O HISTORICO DE EXECUCAO (RUNSTAT.DAT, GRAVADO PELO
      *    PROGLOTE) DAS 30 NOITES ANTERIORES A NOITE DE REFERENCIA
      *    E, PARA CADA PASSO DA TABELA (JOBDEF.DAT), MOSTRA:
      *      - A DURACAO NA NOITE E NAS SEIS NOITES ANTERIORES (EM
      *        MINUTOS, D-1 A D-6);
      *      - MEDIA E MAXIMA DAS 30 NOITES (SO EXECUCOES
      *        CONCLUIDAS) E A TENDENCIA: MEDIA DAS ULTIMAS 7 NOITES
      *        CONTRA A MEDIA DE 30 (FAIXA DE 10% E "ESTAVEL");
      *      - PASSO LENTO: DURACAO NA NOITE ACIMA DA MEDIA VEZES O
      *        PARAMETRO FATORLENTO (PADRAO 1,5);
      *      - CAMINHO CRITICO ("*"): A MAIOR CORRENTE DE PASSOS
      *        LIGADOS POR JOB-DEPENDE, SOMANDO AS MEDIAS - O TEMPO
      *        MINIMO DA NOITE MESMO COM O RESTO FORA DO CAMINHO.
      *    DEPOIS, NOITE A NOITE, INICIO, FIM E DURACAO DA CADEIA
      *    CONTRA O HORARIO ALVO (PARAMETRO HORAFIMLOTE, HHMM,
      *    PADRAO 0600). O ALERTA DE ATRASO E DADO PELO PROPRIO
      *    PROGLOTE, NO FIM DA CADEIA E NA PROJECAO DEPOIS DE CADA
      *    PASSO; ESTE RELATORIO E O ACOMPANHAMENTO.
      *    CARTAO SYSIN OPCIONAL: NOITE DE REFERENCIA AAAAMMDD (EM
      *    BRANCO = A ULTIMA CADEIA INICIADA, DO ESTADO.DAT). GERA
      *    RSLA.TXT, CATALOGADO (TIPO RSLA, VIA CATALOGA). RODA NO
      *    FIM DA CADEIA DO PROGLOTE; A NOITE CORRENTE SAI COM O
      *    PROPRIO PASSO "EM EXECUCAO".

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-RUNSTAT ASSIGN TO DISK WID-ARQ-RUNSTAT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RST-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-RUNSTAT.

           SELECT ARQ-JOBDEF ASSIGN TO DISK WID-ARQ-JOBDEF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS JOB-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-JOBDEF.

           SELECT ARQ-ESTADO ASSIGN TO DISK WID-ARQ-ESTADO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EST-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ESTADO.

           SELECT RELATORIO ASSIGN TO "RSLA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-RUNSTAT.FD".
       COPY "ARQ-JOBDEF.FD".
       COPY "ARQ-ESTADO.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-RUNSTAT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-JOBDEF           PIC X(50) VALUE SPACES.
       77 WID-ARQ-ESTADO           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-RUNSTAT     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-JOBDEF      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ESTADO      PIC 9(02) VALUE ZEROS.
       77 WS-FIM-RUNSTAT           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-JOBDEF            PIC 9(01) VALUE ZEROS.
       77 WS-CARTAO-SYSIN          PIC X(08) VALUE SPACES.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RSLA".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RSLA.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
      *    LIMIARES. PASSO DE POUCOS SEGUNDOS OSCILA MUITO DE UMA
      *    NOITE PARA OUTRA: SO E "LENTO" A PARTIR DE UM MINUTO.
       01 WS-HORA-ALVO             PIC 9(04) VALUE 0600.
       01 WS-HORA-ALVO-R REDEFINES WS-HORA-ALVO.
          02 WS-HALVO-HORA         PIC 9(02).
          02 WS-HALVO-MIN          PIC 9(02).
       77 WS-FATOR-LENTO           PIC 9(03)V9(02) VALUE 1,50.
       77 WS-SEG-MINIMO-LENTO      PIC 9(05) VALUE 60.
       77 WS-FAIXA-ESTAVEL         PIC 9(03) VALUE 10.
      *    DATAS DA JANELA.
       77 WS-DATA-REFERENCIA       PIC 9(08) VALUE ZEROS.
       77 WS-REF-INTEIRO           PIC 9(09) VALUE ZEROS.
       77 WS-DATA-INICIAL          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-NOITE            PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRAS            PIC 9(05) VALUE ZEROS.
      *    CONVERSAO DE HORARIOS (HHMMSS) EM SEGUNDOS DO DIA.
       01 WS-HORA-CALC             PIC 9(06) VALUE ZEROS.
       01 WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
          02 WS-HC-HORA            PIC 9(02).
          02 WS-HC-MIN             PIC 9(02).
          02 WS-HC-SEG             PIC 9(02).
       77 WS-SEG-CALC              PIC 9(06) VALUE ZEROS.
       77 WS-SEG-INICIO            PIC 9(05) VALUE ZEROS.
       77 WS-SEG-DURACAO           PIC 9(05) VALUE ZEROS.
       77 WS-SEG-FIM               PIC 9(07) VALUE ZEROS.
       77 WS-SEG-ALVO              PIC 9(05) VALUE ZEROS.
       77 WS-SEG-FORMATAR          PIC 9(07) VALUE ZEROS.
       77 WS-FMT-HORAS             PIC 9(03) VALUE ZEROS.
       77 WS-FMT-RESTO             PIC 9(05) VALUE ZEROS.
       01 WS-HMS-TEXTO.
          02 WS-HMS-HORA           PIC 9(02).
          02 FILLER                PIC X(01) VALUE ":".
          02 WS-HMS-MIN            PIC 9(02).
          02 FILLER                PIC X(01) VALUE ":".
          02 WS-HMS-SEG            PIC 9(02).
       01 WS-HHMM-ALVO.
          02 WS-HA-HORA            PIC 9(02).
          02 FILLER                PIC X(01) VALUE ":".
          02 WS-HA-MIN             PIC 9(02).
      *    PASSOS DA TABELA, NA ORDEM DA SEQUENCIA, COM AS MEDIDAS.
       77 WS-QTD-PASSOS            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PASSO             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-BUSCA             PIC 9(03) VALUE ZEROS.
       77 WS-IDX-DIA               PIC 9(01) VALUE ZEROS.
       01 TABELA-PASSOS.
          02 PASSO-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-PAS-SEQ        PIC 9(03).
             03 TAB-PAS-PASSO      PIC X(10).
             03 TAB-PAS-DEPENDE    PIC 9(03).
             03 TAB-PAS-IDX-DEP    PIC 9(03).
             03 TAB-PAS-ATIVO      PIC X(01).
             03 TAB-PAS-SOMA-30    PIC 9(09).
             03 TAB-PAS-QTD-30     PIC 9(03).
             03 TAB-PAS-MAX-30     PIC 9(05).
             03 TAB-PAS-MEDIA      PIC 9(05).
             03 TAB-PAS-SOMA-7     PIC 9(09).
             03 TAB-PAS-QTD-7      PIC 9(03).
             03 TAB-PAS-NOITE      PIC 9(05).
             03 TAB-PAS-SIT        PIC X(01).
             03 TAB-PAS-FIM-CEDO   PIC 9(07).
             03 TAB-PAS-CRITICO    PIC X(01).
             03 TAB-PAS-DIAS OCCURS 6 TIMES.
                04 TAB-PAS-DIA-SEG PIC 9(05).
                04 TAB-PAS-DIA-SIT PIC X(01).
      *    REGISTROS DE UMA NOITE, PARA ACHAR O INICIO DA CADEIA
      *    (PRIMEIRO PASSO DA SEQUENCIA) E O FIM (MAIOR TERMINO).
       77 WS-QTD-BUFFER            PIC 9(03) VALUE ZEROS.
       77 WS-IDX-BUFFER            PIC 9(03) VALUE ZEROS.
       77 WS-MENOR-SEQ             PIC 9(03) VALUE ZEROS.
       01 TABELA-BUFFER.
          02 BUFFER-OCORRENCIA OCCURS 999 TIMES.
             03 BUF-SEQ            PIC 9(03).
             03 BUF-INICIO         PIC 9(05).
             03 BUF-DURACAO        PIC 9(05).
       77 WS-NOITE-PASSOS          PIC 9(03) VALUE ZEROS.
       77 WS-NOITE-FALHAS          PIC 9(03) VALUE ZEROS.
       77 WS-NOITE-EM-CURSO        PIC X(01) VALUE "N".
      *    UMA LINHA POR NOITE DA JANELA (REFERENCIA E AS 30
      *    ANTERIORES).
       77 WS-QTD-NOITES            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-NOITE             PIC 9(02) VALUE ZEROS.
       01 TABELA-NOITES.
          02 NOITE-OCORRENCIA OCCURS 31 TIMES.
             03 NOI-DATA           PIC 9(08).
             03 NOI-INICIO         PIC 9(05).
             03 NOI-DURACAO        PIC 9(07).
             03 NOI-PASSOS         PIC 9(03).
             03 NOI-FALHAS         PIC 9(03).
             03 NOI-SITUACAO       PIC X(10).
      *    TOTAIS.
       77 WS-TENDENCIA-PCT         PIC S9(05) VALUE ZEROS.
       77 WS-MEDIA-7               PIC 9(05) VALUE ZEROS.
       77 WS-LIMIAR-LENTO          PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-FATOR-NOITE           PIC 9(03)V9(01) VALUE ZEROS.
       77 WS-FATOR-EDIT            PIC ZZ9,9.
       77 WS-QTD-LENTOS            PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-MEDIAS           PIC 9(07) VALUE ZEROS.
       77 WS-CRIT-FIM              PIC 9(07) VALUE ZEROS.
       77 WS-CRIT-IDX              PIC 9(03) VALUE ZEROS.
       77 WS-CRIT-PASSOS           PIC 9(03) VALUE ZEROS.
       77 WS-CADEIA-SOMA           PIC 9(09) VALUE ZEROS.
       77 WS-CADEIA-QTD            PIC 9(03) VALUE ZEROS.
       77 WS-CADEIA-MAX            PIC 9(07) VALUE ZEROS.
       77 WS-CADEIA-ATRASADAS      PIC 9(03) VALUE ZEROS.
       77 WS-SECAO-NOITES          PIC X(01) VALUE "N".
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).
       01 WS-DATA-EDITAR       PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-EDITAR.
          02 WS-ED-ANO         PIC 9(04).
          02 WS-ED-MES         PIC 9(02).
          02 WS-ED-DIA         PIC 9(02).
       01 WS-DATA-EDITADA.
          02 WS-DE-DIA         PIC 9(02).
          02 FILLER            PIC X(01) VALUE "/".
          02 WS-DE-MES         PIC 9(02).
          02 FILLER            PIC X(01) VALUE "/".
          02 WS-DE-ANO         PIC 9(04).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(31) VALUE
             "DURACAO DA CADEIA NOTURNA - SLA".
          02 FILLER       PIC X(10) VALUE "  NOITE: ".
          02 CAB-NOITE    PIC X(10).
          02 FILLER       PIC X(08) VALUE "  ALVO: ".
          02 CAB-ALVO     PIC X(05).
          02 FILLER       PIC X(16) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-1.
          02 FILLER PIC X(04) VALUE "SEQ".
          02 FILLER PIC X(11) VALUE "PASSO".
          02 FILLER PIC X(04) VALUE "DEP".
          02 FILLER PIC X(02) VALUE "C".
          02 FILLER PIC X(02) VALUE "S".
          02 FILLER PIC X(09) VALUE "   NOITE".
          02 FILLER PIC X(09) VALUE " MEDIA30".
          02 FILLER PIC X(09) VALUE "  MAXIMA".
          02 FILLER PIC X(04) VALUE "QTD".
          02 FILLER PIC X(05) VALUE "TND%".
          02 FILLER PIC X(09) VALUE "TENDENC.".
          02 FILLER PIC X(06) VALUE "  D-1".
          02 FILLER PIC X(06) VALUE "  D-2".
          02 FILLER PIC X(06) VALUE "  D-3".
          02 FILLER PIC X(06) VALUE "  D-4".
          02 FILLER PIC X(06) VALUE "  D-5".
          02 FILLER PIC X(06) VALUE "  D-6".
          02 FILLER PIC X(28) VALUE "OCORRENCIA".

       01 DETALHE.
          02 DET-SEQ               PIC 9(03).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PASSO             PIC X(10).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-DEPENDE           PIC ZZZ.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-CRITICO           PIC X(01).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-SITUACAO          PIC X(01).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-NOITE             PIC X(08).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-MEDIA             PIC X(08).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-MAXIMA            PIC X(08).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-QTD               PIC ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-TEND-PCT          PIC -ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-TENDENCIA         PIC X(08).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-DIAS OCCURS 6 TIMES.
             03 DET-DIA            PIC X(05).
             03 FILLER             PIC X(01).
          02 DET-OCORRENCIA        PIC X(28).

       01 WS-MINUTOS-EDIT          PIC ZZ9,9.

       01 TITULO-NOITES.
          02 FILLER PIC X(60) VALUE
             "DURACAO DA CADEIA POR NOITE (CONTRA O HORARIO ALVO)".

       01 CABECALHO-NOITES.
          02 FILLER PIC X(12) VALUE "NOITE".
          02 FILLER PIC X(10) VALUE "INICIO".
          02 FILLER PIC X(10) VALUE "FIM".
          02 FILLER PIC X(10) VALUE "DURACAO".
          02 FILLER PIC X(06) VALUE "PASSOS".
          02 FILLER PIC X(06) VALUE "FALHAS".
          02 FILLER PIC X(07) VALUE "ALVO".
          02 FILLER PIC X(10) VALUE "SITUACAO".
          02 FILLER PIC X(61) VALUE SPACES.

       01 DETALHE-NOITE.
          02 DETN-DATA             PIC X(10).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETN-INICIO           PIC X(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETN-FIM              PIC X(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETN-DURACAO          PIC X(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETN-PASSOS           PIC ZZ9.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DETN-FALHAS           PIC ZZ9.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DETN-ALVO             PIC X(05).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETN-SITUACAO         PIC X(10).
          02 FILLER                PIC X(61) VALUE SPACES.

       01 RODAPE-1.
          02 FILLER PIC X(30) VALUE "DURACAO MEDIA DA CADEIA (30): ".
          02 ROD-MEDIA-CADEIA      PIC X(08).
          02 FILLER PIC X(11) VALUE "   MAXIMA: ".
          02 ROD-MAX-CADEIA        PIC X(08).
          02 FILLER PIC X(21) VALUE "   NOITES ATRASADAS: ".
          02 ROD-ATRASADAS         PIC ZZ9.
          02 FILLER PIC X(04) VALUE " DE ".
          02 ROD-NOITES            PIC ZZ9.
          02 FILLER PIC X(44) VALUE SPACES.

       01 RODAPE-2.
          02 FILLER PIC X(17) VALUE "CAMINHO CRITICO: ".
          02 ROD-CRIT-PASSOS       PIC ZZ9.
          02 FILLER PIC X(09) VALUE " PASSOS, ".
          02 ROD-CRIT-DURACAO      PIC X(08).
          02 FILLER PIC X(20) VALUE " EM MEDIA - SERIAL: ".
          02 ROD-SOMA-MEDIAS       PIC X(08).
          02 FILLER PIC X(18) VALUE "   PASSOS LENTOS: ".
          02 ROD-LENTOS            PIC ZZ9.
          02 FILLER PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           DISPLAY "PROGSLA - DURACAO DA CADEIA NOTURNA - " CAB-DATA
           PERFORM DEFINE-NOITE-REFERENCIA
           IF RETURN-CODE NOT = ZEROS
              GOBACK
           END-IF
           PERFORM LE-PARAMETROS
           MOVE "JOBDEF.DAT" TO WID-ARQ-JOBDEF
           OPEN INPUT ARQ-JOBDEF
           IF WS-RESULTADO-JOBDEF NOT = 00
              DISPLAY "PROGSLA - JOBDEF.DAT NAO ENCONTRADO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-PASSOS
           CLOSE ARQ-JOBDEF
           MOVE "RUNSTAT.DAT" TO WID-ARQ-RUNSTAT
           OPEN INPUT ARQ-RUNSTAT
           IF WS-RESULTADO-RUNSTAT NOT = 00
              DISPLAY "PROGSLA - RUNSTAT.DAT NAO ENCONTRADO - SEM "
                 "HISTORICO DA CADEIA."
              GOBACK
           END-IF
           PERFORM LE-HISTORICO
           CLOSE ARQ-RUNSTAT
           PERFORM CALCULA-MEDIAS
           PERFORM CALCULA-CAMINHO-CRITICO

           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA      TO CABT-DATA
           MOVE WS-DATA-REFERENCIA TO WS-DATA-EDITAR
           PERFORM EDITA-DATA
           MOVE WS-DATA-EDITADA TO CAB-NOITE
           MOVE WS-HHMM-ALVO  TO CAB-ALVO
           PERFORM IMPRIMIR-CABECALHO
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTD-PASSOS
              PERFORM IMPRIME-PASSO
           END-PERFORM
           PERFORM IMPRIME-NOITES
           PERFORM IMPRIME-RODAPE
           CLOSE RELATORIO
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "NOITE " WS-DATA-REFERENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGSLA - NOITE DE REFERENCIA.....: "
              WS-DATA-REFERENCIA
           DISPLAY "PROGSLA - PASSOS NA TABELA........: "
              WS-QTD-PASSOS
           DISPLAY "PROGSLA - PASSOS LENTOS NA NOITE..: "
              WS-QTD-LENTOS
           DISPLAY "PROGSLA - NOITES ATRASADAS (31)...: "
              WS-CADEIA-ATRASADAS
           DISPLAY "PROGSLA - RELATORIO EM RSLA.TXT."
           GOBACK
           .
       DEFINE-NOITE-REFERENCIA.
      *    SYSIN AAAAMMDD; EM BRANCO, A DATA DA ULTIMA CADEIA
      *    INICIADA (A NOITE DO RUNSTAT, MESMO DEPOIS DA
      *    MEIA-NOITE); SEM ESTADO.DAT, HOJE.
           MOVE ZEROS TO RETURN-CODE
           MOVE DATA-SISTEMA TO WS-DATA-REFERENCIA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 OR WS-CARTAO-SYSIN (7:2) < "01"
                 OR WS-CARTAO-SYSIN (7:2) > "31"
                 OR WS-CARTAO-SYSIN > DATA-SISTEMA
                 DISPLAY "PROGSLA - DATA INVALIDA NO SYSIN "
                    "(AAAAMMDD): " WS-CARTAO-SYSIN
                 MOVE 8 TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-DATA-REFERENCIA
           ELSE
              MOVE "ESTADO.DAT" TO WID-ARQ-ESTADO
              OPEN INPUT ARQ-ESTADO
              IF WS-RESULTADO-ESTADO = 00
                 MOVE 1 TO EST-CHAVE
                 READ ARQ-ESTADO
                 IF WS-RESULTADO-ESTADO = 00
                    AND EST-DATA-INICIO NOT = ZEROS
                    MOVE EST-DATA-INICIO TO WS-DATA-REFERENCIA
                 END-IF
                 CLOSE ARQ-ESTADO
              END-IF
           END-IF
           COMPUTE WS-REF-INTEIRO =
              FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA)
           COMPUTE WS-DATA-INICIAL =
              FUNCTION DATE-OF-INTEGER (WS-REF-INTEIRO - 30)
           .
       LE-PARAMETROS.
           MOVE "HORAFIMLOTE" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-HORA-ALVO
           END-IF
           IF WS-HALVO-HORA > 23 OR WS-HALVO-MIN > 59
              MOVE 0600 TO WS-HORA-ALVO
           END-IF
           MOVE "FATORLENTO" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS AND WS-PARAM-VALOR > 1
              MOVE WS-PARAM-VALOR TO WS-FATOR-LENTO
           END-IF
           CANCEL "PARAMLER"
           MOVE WS-HALVO-HORA TO WS-HA-HORA
           MOVE WS-HALVO-MIN  TO WS-HA-MIN
           COMPUTE WS-SEG-ALVO =
              (WS-HALVO-HORA * 3600) + (WS-HALVO-MIN * 60)
           .
       CARREGA-PASSOS.
           MOVE ZEROS TO WS-QTD-PASSOS
           INITIALIZE TABELA-PASSOS
           MOVE ZEROS TO JOB-SEQ
           START ARQ-JOBDEF KEY IS GREATER JOB-SEQ
           IF WS-RESULTADO-JOBDEF NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-JOBDEF
           PERFORM UNTIL WS-FIM-JOBDEF = 1
              READ ARQ-JOBDEF NEXT AT END
                 MOVE 1 TO WS-FIM-JOBDEF
              END-READ
              IF WS-FIM-JOBDEF NOT = 1 AND WS-QTD-PASSOS < 999
                 ADD 1 TO WS-QTD-PASSOS
                 MOVE JOB-SEQ      TO TAB-PAS-SEQ (WS-QTD-PASSOS)
                 MOVE JOB-PROGRAMA TO TAB-PAS-PASSO (WS-QTD-PASSOS)
                 MOVE JOB-DEPENDE  TO TAB-PAS-DEPENDE (WS-QTD-PASSOS)
                 MOVE JOB-HABILITADO TO TAB-PAS-ATIVO (WS-QTD-PASSOS)
              END-IF
           END-PERFORM
           .
       LE-HISTORICO.
      *    RUNSTAT.DAT EM ORDEM DE DATA: CADA TROCA DE DATA FECHA A
      *    NOITE ANTERIOR.
           MOVE ZEROS TO WS-DATA-NOITE
           MOVE ZEROS TO WS-QTD-BUFFER
           MOVE WS-DATA-INICIAL TO RST-DATA
           MOVE LOW-VALUES      TO RST-PASSO
           START ARQ-RUNSTAT KEY IS NOT LESS RST-CHAVE
           IF WS-RESULTADO-RUNSTAT NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-RUNSTAT
           PERFORM UNTIL WS-FIM-RUNSTAT = 1
              READ ARQ-RUNSTAT NEXT AT END
                 MOVE 1 TO WS-FIM-RUNSTAT
              END-READ
              IF WS-FIM-RUNSTAT NOT = 1
                 IF RST-DATA > WS-DATA-REFERENCIA
                    MOVE 1 TO WS-FIM-RUNSTAT
                 ELSE
                    IF RST-DATA NOT = WS-DATA-NOITE
                       PERFORM FECHA-NOITE
                       PERFORM ABRE-NOITE
                    END-IF
                    PERFORM TRATA-REGISTRO
                 END-IF
              END-IF
           END-PERFORM
           PERFORM FECHA-NOITE
           .
       ABRE-NOITE.
           MOVE RST-DATA TO WS-DATA-NOITE
           COMPUTE WS-DIAS-ATRAS = WS-REF-INTEIRO
              - FUNCTION INTEGER-OF-DATE (WS-DATA-NOITE)
           MOVE ZEROS TO WS-QTD-BUFFER
           MOVE ZEROS TO WS-NOITE-PASSOS
           MOVE ZEROS TO WS-NOITE-FALHAS
           MOVE "N"   TO WS-NOITE-EM-CURSO
           .
       TRATA-REGISTRO.
      *    DURACAO DO PASSO; O QUE VIRA A MEIA-NOITE TERMINA "ANTES"
      *    DE COMECAR. PASSO AINDA EM EXECUCAO NAO TEM DURACAO.
           MOVE RST-HORA-INICIO TO WS-HORA-CALC
           PERFORM CONVERTE-SEGUNDOS
           MOVE WS-SEG-CALC TO WS-SEG-INICIO
           MOVE ZEROS TO WS-SEG-DURACAO
           IF RST-EXECUTANDO
              MOVE "S" TO WS-NOITE-EM-CURSO
           ELSE
              MOVE RST-HORA-FIM TO WS-HORA-CALC
              PERFORM CONVERTE-SEGUNDOS
              COMPUTE WS-SEG-DURACAO = FUNCTION MOD(WS-SEG-CALC
                 - WS-SEG-INICIO + 86400, 86400)
           END-IF
           IF NOT RST-PULADO
              ADD 1 TO WS-NOITE-PASSOS
           END-IF
           IF RST-FALHOU
              ADD 1 TO WS-NOITE-FALHAS
           END-IF
           MOVE ZEROS TO WS-IDX-BUSCA
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTD-PASSOS
                 OR WS-IDX-BUSCA NOT = ZEROS
              IF TAB-PAS-PASSO (WS-IDX-PASSO) = RST-PASSO
                 MOVE WS-IDX-PASSO TO WS-IDX-BUSCA
              END-IF
           END-PERFORM
           IF WS-QTD-BUFFER < 999 AND NOT RST-PULADO
              ADD 1 TO WS-QTD-BUFFER
              MOVE 999 TO BUF-SEQ (WS-QTD-BUFFER)
              IF WS-IDX-BUSCA NOT = ZEROS
                 MOVE TAB-PAS-SEQ (WS-IDX-BUSCA)
                    TO BUF-SEQ (WS-QTD-BUFFER)
              END-IF
              MOVE WS-SEG-INICIO  TO BUF-INICIO (WS-QTD-BUFFER)
              MOVE WS-SEG-DURACAO TO BUF-DURACAO (WS-QTD-BUFFER)
           END-IF
           IF WS-IDX-BUSCA = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-IDX-BUSCA TO WS-IDX-PASSO
           IF WS-DIAS-ATRAS = ZEROS
              MOVE RST-SITUACAO   TO TAB-PAS-SIT (WS-IDX-PASSO)
              MOVE WS-SEG-DURACAO TO TAB-PAS-NOITE (WS-IDX-PASSO)
           END-IF
           IF WS-DIAS-ATRAS > ZEROS AND WS-DIAS-ATRAS < 7
              AND (RST-CONCLUIDO OR RST-FALHOU)
              MOVE WS-DIAS-ATRAS TO WS-IDX-DIA
              MOVE WS-SEG-DURACAO
                 TO TAB-PAS-DIA-SEG (WS-IDX-PASSO WS-IDX-DIA)
              MOVE "S" TO TAB-PAS-DIA-SIT (WS-IDX-PASSO WS-IDX-DIA)
           END-IF
           IF NOT RST-CONCLUIDO
              EXIT PARAGRAPH
           END-IF
           IF WS-DIAS-ATRAS > ZEROS
              ADD WS-SEG-DURACAO TO TAB-PAS-SOMA-30 (WS-IDX-PASSO)
              ADD 1 TO TAB-PAS-QTD-30 (WS-IDX-PASSO)
              IF WS-SEG-DURACAO > TAB-PAS-MAX-30 (WS-IDX-PASSO)
                 MOVE WS-SEG-DURACAO TO TAB-PAS-MAX-30 (WS-IDX-PASSO)
              END-IF
           END-IF
           IF WS-DIAS-ATRAS < 7
              ADD WS-SEG-DURACAO TO TAB-PAS-SOMA-7 (WS-IDX-PASSO)
              ADD 1 TO TAB-PAS-QTD-7 (WS-IDX-PASSO)
           END-IF
           .
       FECHA-NOITE.
      *    INICIO DA CADEIA = INICIO DO PASSO DE MENOR SEQUENCIA
      *    DA NOITE; FIM = MAIOR TERMINO CONTADO A PARTIR DELE.
           IF WS-QTD-BUFFER = ZEROS OR WS-QTD-NOITES NOT < 31
              EXIT PARAGRAPH
           END-IF
           MOVE 999 TO WS-MENOR-SEQ
           MOVE BUF-INICIO (1) TO WS-SEG-INICIO
           PERFORM VARYING WS-IDX-BUFFER FROM 1 BY 1
              UNTIL WS-IDX-BUFFER > WS-QTD-BUFFER
              IF BUF-SEQ (WS-IDX-BUFFER) < WS-MENOR-SEQ
                 MOVE BUF-SEQ (WS-IDX-BUFFER) TO WS-MENOR-SEQ
                 MOVE BUF-INICIO (WS-IDX-BUFFER) TO WS-SEG-INICIO
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-SEG-FIM
           PERFORM VARYING WS-IDX-BUFFER FROM 1 BY 1
              UNTIL WS-IDX-BUFFER > WS-QTD-BUFFER
              COMPUTE WS-SEG-CALC = FUNCTION MOD(BUF-INICIO
                 (WS-IDX-BUFFER) - WS-SEG-INICIO + 86400, 86400)
              IF WS-SEG-CALC + BUF-DURACAO (WS-IDX-BUFFER)
                 > WS-SEG-FIM
                 COMPUTE WS-SEG-FIM = WS-SEG-CALC
                    + BUF-DURACAO (WS-IDX-BUFFER)
              END-IF
           END-PERFORM
           ADD 1 TO WS-QTD-NOITES
           MOVE WS-DATA-NOITE   TO NOI-DATA (WS-QTD-NOITES)
           MOVE WS-SEG-INICIO   TO NOI-INICIO (WS-QTD-NOITES)
           MOVE WS-SEG-FIM      TO NOI-DURACAO (WS-QTD-NOITES)
           MOVE WS-NOITE-PASSOS TO NOI-PASSOS (WS-QTD-NOITES)
           MOVE WS-NOITE-FALHAS TO NOI-FALHAS (WS-QTD-NOITES)
      *    ALVO ANTERIOR A HORA DE INICIO E DO DIA SEGUINTE.
           COMPUTE WS-SEG-CALC = FUNCTION MOD(WS-SEG-ALVO
              - WS-SEG-INICIO + 86400, 86400)
           EVALUATE TRUE
              WHEN WS-NOITE-EM-CURSO = "S"
                 MOVE "EM CURSO" TO NOI-SITUACAO (WS-QTD-NOITES)
              WHEN WS-SEG-FIM > WS-SEG-CALC
                 MOVE "ATRASADA" TO NOI-SITUACAO (WS-QTD-NOITES)
                 ADD 1 TO WS-CADEIA-ATRASADAS
              WHEN OTHER
                 MOVE "NO PRAZO" TO NOI-SITUACAO (WS-QTD-NOITES)
           END-EVALUATE
           IF WS-NOITE-EM-CURSO NOT = "S" AND WS-DIAS-ATRAS > ZEROS
              ADD WS-SEG-FIM TO WS-CADEIA-SOMA
              ADD 1 TO WS-CADEIA-QTD
              IF WS-SEG-FIM > WS-CADEIA-MAX
                 MOVE WS-SEG-FIM TO WS-CADEIA-MAX
              END-IF
           END-IF
           MOVE ZEROS TO WS-QTD-BUFFER
           .
       CONVERTE-SEGUNDOS.
           COMPUTE WS-SEG-CALC =
              (WS-HC-HORA * 3600) + (WS-HC-MIN * 60) + WS-HC-SEG
           .
       CALCULA-MEDIAS.
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTD-PASSOS
              IF TAB-PAS-QTD-30 (WS-IDX-PASSO) > ZEROS
                 COMPUTE TAB-PAS-MEDIA (WS-IDX-PASSO) ROUNDED =
                    TAB-PAS-SOMA-30 (WS-IDX-PASSO)
                    / TAB-PAS-QTD-30 (WS-IDX-PASSO)
              END-IF
              IF TAB-PAS-ATIVO (WS-IDX-PASSO) = "S"
                 ADD TAB-PAS-MEDIA (WS-IDX-PASSO) TO WS-SOMA-MEDIAS
              END-IF
           END-PERFORM
           .
       CALCULA-CAMINHO-CRITICO.
      *    TERMINO MAIS CEDO DE CADA PASSO = SUA MEDIA + O TERMINO
      *    DO PRE-REQUISITO (JOB-DEPENDE). O PASSO QUE TERMINA MAIS
      *    TARDE FECHA O CAMINHO CRITICO, REFEITO PELOS
      *    PRE-REQUISITOS. PASSO DESLIGADO NAO ENTRA.
           MOVE ZEROS TO WS-CRIT-FIM
           MOVE ZEROS TO WS-CRIT-IDX
           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTD-PASSOS
              MOVE ZEROS TO TAB-PAS-IDX-DEP (WS-IDX-PASSO)
              MOVE TAB-PAS-MEDIA (WS-IDX-PASSO)
                 TO TAB-PAS-FIM-CEDO (WS-IDX-PASSO)
              IF TAB-PAS-DEPENDE (WS-IDX-PASSO) NOT = ZEROS
                 PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                    UNTIL WS-IDX-BUSCA NOT < WS-IDX-PASSO
                    IF TAB-PAS-SEQ (WS-IDX-BUSCA)
                       = TAB-PAS-DEPENDE (WS-IDX-PASSO)
                       AND TAB-PAS-ATIVO (WS-IDX-BUSCA) = "S"
                       MOVE WS-IDX-BUSCA
                          TO TAB-PAS-IDX-DEP (WS-IDX-PASSO)
                       ADD TAB-PAS-FIM-CEDO (WS-IDX-BUSCA)
                          TO TAB-PAS-FIM-CEDO (WS-IDX-PASSO)
                    END-IF
                 END-PERFORM
              END-IF
              IF TAB-PAS-ATIVO (WS-IDX-PASSO) = "S"
                 AND TAB-PAS-FIM-CEDO (WS-IDX-PASSO) > WS-CRIT-FIM
                 MOVE TAB-PAS-FIM-CEDO (WS-IDX-PASSO) TO WS-CRIT-FIM
                 MOVE WS-IDX-PASSO TO WS-CRIT-IDX
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-CRIT-PASSOS
           PERFORM UNTIL WS-CRIT-IDX = ZEROS
              MOVE "*" TO TAB-PAS-CRITICO (WS-CRIT-IDX)
              ADD 1 TO WS-CRIT-PASSOS
              MOVE TAB-PAS-IDX-DEP (WS-CRIT-IDX) TO WS-CRIT-IDX
           END-PERFORM
           .
       IMPRIME-PASSO.
           MOVE SPACES TO DET-OCORRENCIA
           MOVE TAB-PAS-SEQ (WS-IDX-PASSO)     TO DET-SEQ
           MOVE TAB-PAS-PASSO (WS-IDX-PASSO)   TO DET-PASSO
           MOVE TAB-PAS-DEPENDE (WS-IDX-PASSO) TO DET-DEPENDE
           MOVE TAB-PAS-CRITICO (WS-IDX-PASSO) TO DET-CRITICO
           MOVE TAB-PAS-SIT (WS-IDX-PASSO)     TO DET-SITUACAO
           MOVE SPACES TO DET-NOITE
           IF TAB-PAS-SIT (WS-IDX-PASSO) = "O" OR "F"
              MOVE TAB-PAS-NOITE (WS-IDX-PASSO) TO WS-SEG-FORMATAR
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS-TEXTO TO DET-NOITE
           END-IF
           MOVE SPACES TO DET-MEDIA
           MOVE SPACES TO DET-MAXIMA
           IF TAB-PAS-QTD-30 (WS-IDX-PASSO) > ZEROS
              MOVE TAB-PAS-MEDIA (WS-IDX-PASSO) TO WS-SEG-FORMATAR
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS-TEXTO TO DET-MEDIA
              MOVE TAB-PAS-MAX-30 (WS-IDX-PASSO) TO WS-SEG-FORMATAR
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS-TEXTO TO DET-MAXIMA
           END-IF
           MOVE TAB-PAS-QTD-30 (WS-IDX-PASSO) TO DET-QTD
           PERFORM CALCULA-TENDENCIA
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA > 6
              MOVE "    -" TO DET-DIA (WS-IDX-DIA)
              IF TAB-PAS-DIA-SIT (WS-IDX-PASSO WS-IDX-DIA) = "S"
                 COMPUTE WS-MINUTOS-EDIT ROUNDED =
                    TAB-PAS-DIA-SEG (WS-IDX-PASSO WS-IDX-DIA) / 60
                    ON SIZE ERROR
                       MOVE 999,9 TO WS-MINUTOS-EDIT
                 END-COMPUTE
                 MOVE WS-MINUTOS-EDIT TO DET-DIA (WS-IDX-DIA)
              END-IF
           END-PERFORM
           EVALUATE TAB-PAS-SIT (WS-IDX-PASSO)
              WHEN "F"
                 MOVE "FALHOU NA NOITE" TO DET-OCORRENCIA
              WHEN "P"
                 MOVE "PULADO NA NOITE" TO DET-OCORRENCIA
              WHEN "R"
                 MOVE "EM EXECUCAO" TO DET-OCORRENCIA
              WHEN SPACES
                 IF TAB-PAS-ATIVO (WS-IDX-PASSO) NOT = "S"
                    MOVE "DESLIGADO NA TABELA" TO DET-OCORRENCIA
                 END-IF
           END-EVALUATE
           PERFORM VERIFICA-LENTIDAO
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       CALCULA-TENDENCIA.
      *    MEDIA DAS ULTIMAS 7 NOITES (COM A DE REFERENCIA) CONTRA
      *    A MEDIA DAS 30 ANTERIORES.
           MOVE ZEROS TO DET-TEND-PCT
           IF TAB-PAS-QTD-30 (WS-IDX-PASSO) = ZEROS
              OR TAB-PAS-QTD-7 (WS-IDX-PASSO) = ZEROS
              OR TAB-PAS-MEDIA (WS-IDX-PASSO) = ZEROS
              MOVE "SEM HIST" TO DET-TENDENCIA
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MEDIA-7 ROUNDED =
              TAB-PAS-SOMA-7 (WS-IDX-PASSO)
              / TAB-PAS-QTD-7 (WS-IDX-PASSO)
           COMPUTE WS-TENDENCIA-PCT ROUNDED =
              (WS-MEDIA-7 - TAB-PAS-MEDIA (WS-IDX-PASSO)) * 100
              / TAB-PAS-MEDIA (WS-IDX-PASSO)
           IF WS-TENDENCIA-PCT > 999
              MOVE 999 TO WS-TENDENCIA-PCT
           END-IF
           MOVE WS-TENDENCIA-PCT TO DET-TEND-PCT
           EVALUATE TRUE
              WHEN WS-TENDENCIA-PCT > WS-FAIXA-ESTAVEL
                 MOVE "SUBINDO" TO DET-TENDENCIA
              WHEN WS-TENDENCIA-PCT < ZEROS - WS-FAIXA-ESTAVEL
                 MOVE "CAINDO" TO DET-TENDENCIA
              WHEN OTHER
                 MOVE "ESTAVEL" TO DET-TENDENCIA
           END-EVALUATE
           .
       VERIFICA-LENTIDAO.
           IF TAB-PAS-SIT (WS-IDX-PASSO) NOT = "O"
              AND TAB-PAS-SIT (WS-IDX-PASSO) NOT = "F"
              EXIT PARAGRAPH
           END-IF
           IF TAB-PAS-MEDIA (WS-IDX-PASSO) = ZEROS
              OR TAB-PAS-NOITE (WS-IDX-PASSO) < WS-SEG-MINIMO-LENTO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIMIAR-LENTO =
              TAB-PAS-MEDIA (WS-IDX-PASSO) * WS-FATOR-LENTO
           IF TAB-PAS-NOITE (WS-IDX-PASSO) NOT > WS-LIMIAR-LENTO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-LENTOS
           COMPUTE WS-FATOR-NOITE ROUNDED =
              TAB-PAS-NOITE (WS-IDX-PASSO)
              / TAB-PAS-MEDIA (WS-IDX-PASSO)
              ON SIZE ERROR
                 MOVE 999,9 TO WS-FATOR-NOITE
           END-COMPUTE
           MOVE WS-FATOR-NOITE TO WS-FATOR-EDIT
           MOVE SPACES TO DET-OCORRENCIA
           STRING "LENTO: " WS-FATOR-EDIT " X A MEDIA"
              DELIMITED BY SIZE INTO DET-OCORRENCIA
           END-STRING
           IF TAB-PAS-SIT (WS-IDX-PASSO) = "F"
              MOVE "LENTO E FALHOU" TO DET-OCORRENCIA
           END-IF
           DISPLAY "PROGSLA - PASSO LENTO: "
              TAB-PAS-PASSO (WS-IDX-PASSO) " " DET-OCORRENCIA
           .
       FORMATA-DURACAO.
           DIVIDE WS-SEG-FORMATAR BY 3600 GIVING WS-FMT-HORAS
              REMAINDER WS-FMT-RESTO
           IF WS-FMT-HORAS > 99
              MOVE 99 TO WS-FMT-HORAS
           END-IF
           MOVE WS-FMT-HORAS TO WS-HMS-HORA
           DIVIDE WS-FMT-RESTO BY 60 GIVING WS-HMS-MIN
              REMAINDER WS-HMS-SEG
           .
       EDITA-DATA.
           MOVE WS-ED-DIA TO WS-DE-DIA
           MOVE WS-ED-MES TO WS-DE-MES
           MOVE WS-ED-ANO TO WS-DE-ANO
           .
       IMPRIME-NOITES.
           MOVE "S" TO WS-SECAO-NOITES
           WRITE LINHA FROM CABECALHO-2    AFTER 1 LINE
           WRITE LINHA FROM TITULO-NOITES  AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-NOITES AFTER 1 LINE
           ADD 3 TO CONTADOR-LINHA
           IF WS-QTD-NOITES = ZEROS
              MOVE SPACES TO LINHA
              MOVE "NENHUMA NOITE NO HISTORICO DA JANELA." TO LINHA
              WRITE LINHA AFTER 1 LINE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-NOITE FROM 1 BY 1
              UNTIL WS-IDX-NOITE > WS-QTD-NOITES
              MOVE NOI-DATA (WS-IDX-NOITE) TO WS-DATA-EDITAR
              PERFORM EDITA-DATA
              MOVE WS-DATA-EDITADA TO DETN-DATA
              MOVE NOI-INICIO (WS-IDX-NOITE) TO WS-SEG-FORMATAR
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS-TEXTO TO DETN-INICIO
              COMPUTE WS-SEG-FORMATAR = FUNCTION MOD
                 (NOI-INICIO (WS-IDX-NOITE)
                  + NOI-DURACAO (WS-IDX-NOITE), 86400)
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS-TEXTO TO DETN-FIM
              MOVE NOI-DURACAO (WS-IDX-NOITE) TO WS-SEG-FORMATAR
              PERFORM FORMATA-DURACAO
              MOVE WS-HMS-TEXTO TO DETN-DURACAO
              MOVE NOI-PASSOS (WS-IDX-NOITE) TO DETN-PASSOS
              MOVE NOI-FALHAS (WS-IDX-NOITE) TO DETN-FALHAS
              MOVE WS-HHMM-ALVO TO DETN-ALVO
              MOVE NOI-SITUACAO (WS-IDX-NOITE) TO DETN-SITUACAO
              WRITE LINHA FROM DETALHE-NOITE AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
              IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
                 PERFORM IMPRIMIR-CABECALHO
              END-IF
           END-PERFORM
           .
       IMPRIME-RODAPE.
           MOVE ZEROS TO WS-SEG-FORMATAR
           IF WS-CADEIA-QTD > ZEROS
              COMPUTE WS-SEG-FORMATAR ROUNDED =
                 WS-CADEIA-SOMA / WS-CADEIA-QTD
           END-IF
           PERFORM FORMATA-DURACAO
           MOVE WS-HMS-TEXTO TO ROD-MEDIA-CADEIA
           MOVE WS-CADEIA-MAX TO WS-SEG-FORMATAR
           PERFORM FORMATA-DURACAO
           MOVE WS-HMS-TEXTO TO ROD-MAX-CADEIA
           MOVE WS-CADEIA-ATRASADAS TO ROD-ATRASADAS
           MOVE WS-QTD-NOITES TO ROD-NOITES
           MOVE WS-CRIT-PASSOS TO ROD-CRIT-PASSOS
           MOVE WS-CRIT-FIM TO WS-SEG-FORMATAR
           PERFORM FORMATA-DURACAO
           MOVE WS-HMS-TEXTO TO ROD-CRIT-DURACAO
           MOVE WS-SOMA-MEDIAS TO WS-SEG-FORMATAR
           PERFORM FORMATA-DURACAO
           MOVE WS-HMS-TEXTO TO ROD-SOMA-MEDIAS
           MOVE WS-QTD-LENTOS TO ROD-LENTOS
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINE
           WRITE LINHA FROM RODAPE-1    AFTER 1 LINE
           WRITE LINHA FROM RODAPE-2    AFTER 1 LINE
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           IF WS-SECAO-NOITES = "S"
              WRITE LINHA FROM CABECALHO-NOITES AFTER 1 LINE
           ELSE
              WRITE LINHA FROM CABECALHO-1      AFTER 1 LINE
           END-IF
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.
