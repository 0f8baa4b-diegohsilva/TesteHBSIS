       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGENVREL.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *     ******** ENTREGA DE RELATORIOS ASSINADOS ********
      *    RODA DEPOIS DA CADEIA NOTURNA (PROGLOTE.JCL) E ENFILEIRA
      *    NA FILA DE CORREIO (MAILENQ) OS RELATORIOS ASSINADOS EM
      *    ASSINREL.DAT (PROG50), NO LUGAR DO ENCAMINHAMENTO MANUAL
      *    PELO PROG22. PARA CADA ASSINATURA ATIVA QUE VENCE HOJE -
      *    DIARIA; SEMANAL NO DIA DA SEMANA DELA; FECHAMENTO NO
      *    ULTIMO DIA UTIL DO MES (CALENPRO.DAT) - PROCURA NO
      *    CATALOGO (CATREL.DAT) A GERACAO MAIS RECENTE DO TIPO
      *    ASSINADO POSTERIOR A ULTIMA JA ENVIADA:
      *      - SEM FILTRO, O CORPO E O PROPRIO ARQUIVO DATADO DA
      *        GERACAO;
      *      - COM FILTRO, O CORPO E O ARQUIVO
      *        ENVREL.AAAAA.SSSSSS.TXT (ASSINATURA E GERACAO) COM O
      *        CABECALHO DO RELATORIO (LINHAS ATE A PRIMEIRA EM
      *        BRANCO) E SO AS SECOES DO CODIGO ASSINADO. A SECAO
      *        COMECA NA LINHA "VENDEDOR NNNNN" (FILTRO V) OU
      *        "FILIAL: XXX   TERRITORIO: NNN" (FILTROS F E T) E VAI
      *        ATE A PROXIMA LINHA EM BRANCO. RELATORIO SEM SECAO
      *        DO CODIGO NAO GERA MENSAGEM.
      *    A GERACAO AVALIADA FICA GRAVADA NA ASSINATURA (NAO E
      *    REENVIADA); SO O ERRO NA FILA DE CORREIO DEIXA A
      *    GERACAO PARA A PROXIMA EXECUCAO. CADA AVALIACAO VIRA UMA
      *    LINHA NO LOG DE ENTREGAS ENVREL.TXT (DATA, HORA,
      *    ASSINATURA, DESTINATARIO, TIPO, GERACAO, FILTRO E
      *    DESFECHO). A ENTREGA DE FATO E DO PROGMAILER, QUE RODA
      *    EM SEGUIDA NO MESMO JOB. ERRO NA FILA OU ARQUIVO DA
      *    GERACAO AUSENTE TERMINAM COM RC=8.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-ASSINREL ASSIGN TO DISK WID-ARQ-ASSINREL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ASR-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ASSINREL.

           SELECT ARQ-CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAT-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CATREL.

           SELECT ARQ-CALEND ASSIGN TO DISK WID-ARQ-CALEND
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAL-DATA
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CALEND.

           SELECT ARQ-RELATORIO ASSIGN TO WID-ARQ-RELATORIO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-RELATORIO.

           SELECT ARQ-EXTRATO ASSIGN TO WID-ARQ-EXTRATO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-EXTRATO.

           SELECT ARQ-LOG-ENVIO ASSIGN TO "ENVREL.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-LOG.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-ASSINREL.FD".
       COPY "ARQ-CATREL.FD".
       COPY "ARQ-CALEND.FD".

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO         PIC X(132).

       FD  ARQ-EXTRATO.
       01  LINHA-EXTRATO           PIC X(132).

       FD  ARQ-LOG-ENVIO.
       01  LINHA-LOG               PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-ASSINREL         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CATREL           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CALEND           PIC X(50) VALUE SPACES.
       77 WID-ARQ-RELATORIO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-EXTRATO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ASSINREL    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CATREL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CALEND      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RELATORIO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXTRATO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LOG         PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ASSINREL          PIC 9(01) VALUE ZEROS.
       77 WS-FIM-CATREL            PIC 9(01) VALUE ZEROS.
       77 WS-FIM-RELATORIO         PIC 9(01) VALUE ZEROS.
       77 WS-FECHAMENTO-MES        PIC X(01) VALUE "N".
       77 WS-CATALOGO-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-DIAS-CALC             PIC 9(08) VALUE ZEROS.
       77 WS-SEMANAS-CALC          PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FORA-DO-DIA       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-GERACAO       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ENFILEIRADAS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-SECAO         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ERROS             PIC 9(05) VALUE ZEROS.
       77 WS-GER-SEQ               PIC 9(06) VALUE ZEROS.
       77 WS-GER-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-GER-ARQUIVO           PIC X(50) VALUE SPACES.
       77 WS-DESFECHO              PIC X(21) VALUE SPACES.
      *    EXTRACAO DAS SECOES: "C" = CABECALHO DO RELATORIO (ATE A
      *    PRIMEIRA LINHA EM BRANCO), "S" = PROCURANDO SECOES.
       77 WS-FASE-EXTRATO          PIC X(01) VALUE SPACES.
       77 WS-NA-SECAO              PIC X(01) VALUE "N".
       77 WS-LINHA-DE-SECAO        PIC X(01) VALUE "N".
       77 WS-SECAO-DO-FILTRO       PIC X(01) VALUE "N".
       77 WS-QTD-LINHAS-SECAO      PIC 9(07) VALUE ZEROS.
       77 WS-MAIL-DESTINATARIO     PIC X(50) VALUE SPACES.
       77 WS-MAIL-ASSUNTO          PIC X(40) VALUE SPACES.
       77 WS-MAIL-CORPO            PIC X(50) VALUE SPACES.
       77 WS-MAIL-ORIGEM           PIC X(10) VALUE "PROGENVREL".
       77 WS-MAIL-RESULTADO        PIC 9(01) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EDITADA          PIC X(10) VALUE SPACES.
       01 WS-DATA-TRABALHO         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-TRABALHO.
          02 WS-ANO-TRABALHO       PIC 9(04).
          02 WS-MES-TRABALHO       PIC 9(02).
          02 WS-DIA-TRABALHO       PIC 9(02).

       01 LOG-DETALHE.
          02 LOG-DATA              PIC X(10).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 LOG-HORA              PIC 9(06).
          02 FILLER                PIC X(07) VALUE " ASSIN ".
          02 LOG-SEQ               PIC 9(05).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 LOG-DESTINATARIO      PIC X(50).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 LOG-TIPO              PIC X(10).
          02 FILLER                PIC X(05) VALUE " GER ".
          02 LOG-GERACAO           PIC 9(06).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 LOG-FILTRO-TIPO       PIC X(01).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 LOG-FILTRO-VALOR      PIC X(05).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 LOG-DESFECHO          PIC X(21).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGENVREL - INICIO DA ENTREGA DE RELATORIOS"
           MOVE "PROGENVREL" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGENVREL - JA EXISTE ENTREGA EM EXECUCAO "
                 "- ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO WS-DATA-TRABALHO
           PERFORM EDITA-DATA-TRABALHO
           MOVE WS-DATA-EDITADA TO LOG-DATA
      *    DIA DA SEMANA: O DIA 1 DO CALENDARIO INTEIRO (01/01/1601)
      *    FOI UMA SEGUNDA-FEIRA. 1 = SEGUNDA ... 7 = DOMINGO.
           COMPUTE WS-DIAS-CALC =
              FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           DIVIDE WS-DIAS-CALC BY 7 GIVING WS-SEMANAS-CALC
              REMAINDER WS-DIA-SEMANA
           IF WS-DIA-SEMANA = ZEROS
              MOVE 7 TO WS-DIA-SEMANA
           END-IF
           PERFORM CONSULTA-CALENDARIO

           MOVE "ASSINREL.DAT" TO WID-ARQ-ASSINREL
           OPEN I-O ARQ-ASSINREL
           IF WS-RESULTADO-ASSINREL NOT = 00
              DISPLAY "PROGENVREL - NENHUMA ASSINATURA CADASTRADA "
                 "(PROG50)."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "CATREL.DAT" TO WID-ARQ-CATREL
           OPEN INPUT ARQ-CATREL
           IF WS-RESULTADO-CATREL = 00
              MOVE "S" TO WS-CATALOGO-DISPONIVEL
           ELSE
              DISPLAY "PROGENVREL - CATALOGO DE RELATORIOS VAZIO."
              MOVE "N" TO WS-CATALOGO-DISPONIVEL
           END-IF
           OPEN EXTEND ARQ-LOG-ENVIO
           IF WS-RESULTADO-LOG NOT = 00
              OPEN OUTPUT ARQ-LOG-ENVIO
              CLOSE ARQ-LOG-ENVIO
              OPEN EXTEND ARQ-LOG-ENVIO
           END-IF

           MOVE ZEROS TO ASR-SEQ
           START ARQ-ASSINREL KEY IS NOT LESS ASR-SEQ
           IF WS-RESULTADO-ASSINREL NOT = 00
              MOVE 1 TO WS-FIM-ASSINREL
           END-IF
           PERFORM UNTIL WS-FIM-ASSINREL = 1
              READ ARQ-ASSINREL NEXT AT END
                 MOVE 1 TO WS-FIM-ASSINREL
              END-READ
              IF WS-FIM-ASSINREL NOT = 1
                 ADD 1 TO WS-QTD-LIDAS
                 PERFORM PROCESSA-ASSINATURA
                    THRU F-PROCESSA-ASSINATURA
              END-IF
           END-PERFORM

           CLOSE ARQ-LOG-ENVIO
           IF WS-CATALOGO-DISPONIVEL = "S"
              CLOSE ARQ-CATREL
           END-IF
           CLOSE ARQ-ASSINREL
           DISPLAY "PROGENVREL - ASSINATURAS LIDAS.........: "
              WS-QTD-LIDAS
           DISPLAY "PROGENVREL - FORA DO DIA OU INATIVAS...: "
              WS-QTD-FORA-DO-DIA
           DISPLAY "PROGENVREL - SEM GERACAO NOVA..........: "
              WS-QTD-SEM-GERACAO
           DISPLAY "PROGENVREL - MENSAGENS ENFILEIRADAS....: "
              WS-QTD-ENFILEIRADAS
           DISPLAY "PROGENVREL - SEM SECAO DO FILTRO.......: "
              WS-QTD-SEM-SECAO
           DISPLAY "PROGENVREL - ERROS.....................: "
              WS-QTD-ERROS
           DISPLAY "PROGENVREL - LOG DAS ENTREGAS EM ENVREL.TXT."
           PERFORM LIBERA-SEMAFORO
           IF WS-QTD-ERROS NOT = ZEROS
              DISPLAY "PROGENVREL - *** ENTREGA COM ERROS - "
                 "VERIFICAR ENVREL.TXT ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
           END-IF
           DISPLAY "PROGENVREL - FIM DA ENTREGA DE RELATORIOS."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       CONSULTA-CALENDARIO.
      *    DATA SEM LINHA NO CALENDARIO NAO E FECHAMENTO DE MES.
           MOVE "N" TO WS-FECHAMENTO-MES
           MOVE "CALENPRO.DAT" TO WID-ARQ-CALEND
           OPEN INPUT ARQ-CALEND
           IF WS-RESULTADO-CALEND NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-SISTEMA TO CAL-DATA
           READ ARQ-CALEND
           IF WS-RESULTADO-CALEND = 00 AND CAL-FECHA-MES
              MOVE "S" TO WS-FECHAMENTO-MES
           END-IF
           CLOSE ARQ-CALEND
           .
       EDITA-DATA-TRABALHO.
           MOVE WS-DIA-TRABALHO TO WS-DATA-EDITADA (1:2)
           MOVE "/"             TO WS-DATA-EDITADA (3:1)
           MOVE WS-MES-TRABALHO TO WS-DATA-EDITADA (4:2)
           MOVE "/"             TO WS-DATA-EDITADA (6:1)
           MOVE WS-ANO-TRABALHO TO WS-DATA-EDITADA (7:4)
           .

      *    ---------------------------------------------------------
      *    UMA ASSINATURA: VENCIMENTO, GERACAO NOVA, CORPO DA
      *    MENSAGEM, FILA DE CORREIO E LOG.
      *    ---------------------------------------------------------
       PROCESSA-ASSINATURA.
           IF NOT ASR-ASSINATURA-ATIVA
              ADD 1 TO WS-QTD-FORA-DO-DIA
              GO TO F-PROCESSA-ASSINATURA
           END-IF
           IF ASR-SEMANAL AND ASR-DIA-SEMANA NOT = WS-DIA-SEMANA
              ADD 1 TO WS-QTD-FORA-DO-DIA
              GO TO F-PROCESSA-ASSINATURA
           END-IF
           IF ASR-FECHAMENTO AND WS-FECHAMENTO-MES NOT = "S"
              ADD 1 TO WS-QTD-FORA-DO-DIA
              GO TO F-PROCESSA-ASSINATURA
           END-IF
           PERFORM LOCALIZA-GERACAO
           IF WS-GER-SEQ = ZEROS
              ADD 1 TO WS-QTD-SEM-GERACAO
              GO TO F-PROCESSA-ASSINATURA
           END-IF

           MOVE WS-GER-ARQUIVO TO WID-ARQ-RELATORIO
           OPEN INPUT ARQ-RELATORIO
           IF WS-RESULTADO-RELATORIO NOT = 00
              ADD 1 TO WS-QTD-ERROS
              MOVE "ARQUIVO NAO ENCONTRADO" TO WS-DESFECHO
              DISPLAY "PROGENVREL - ASSINATURA " ASR-SEQ
                 " - GERACAO " WS-GER-SEQ " SEM O ARQUIVO "
                 WS-GER-ARQUIVO
              PERFORM MARCA-GERACAO-AVALIADA
              PERFORM GRAVA-LOG-ENVIO
              GO TO F-PROCESSA-ASSINATURA
           END-IF
           IF ASR-SEM-FILTRO
              CLOSE ARQ-RELATORIO
              MOVE WS-GER-ARQUIVO TO WS-MAIL-CORPO
           ELSE
              PERFORM EXTRAI-SECOES
              CLOSE ARQ-RELATORIO
              IF WS-QTD-LINHAS-SECAO = ZEROS
                 ADD 1 TO WS-QTD-SEM-SECAO
                 MOVE "SEM SECAO DO FILTRO" TO WS-DESFECHO
                 PERFORM MARCA-GERACAO-AVALIADA
                 PERFORM GRAVA-LOG-ENVIO
                 GO TO F-PROCESSA-ASSINATURA
              END-IF
              MOVE WID-ARQ-EXTRATO TO WS-MAIL-CORPO
           END-IF

           MOVE WS-GER-DATA TO WS-DATA-TRABALHO
           PERFORM EDITA-DATA-TRABALHO
           MOVE SPACES TO WS-MAIL-ASSUNTO
           STRING "RELATORIO "          DELIMITED BY SIZE
                  FUNCTION TRIM(ASR-TIPO) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-DATA-EDITADA       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  ASR-FILTRO-TIPO       DELIMITED BY SIZE
                  ASR-FILTRO-VALOR      DELIMITED BY SIZE
               INTO WS-MAIL-ASSUNTO
           END-STRING
           MOVE ASR-DESTINATARIO TO WS-MAIL-DESTINATARIO
           CALL "MAILENQ" USING WS-MAIL-DESTINATARIO WS-MAIL-ASSUNTO
              WS-MAIL-CORPO WS-MAIL-ORIGEM WS-MAIL-RESULTADO
           CANCEL "MAILENQ"
           IF WS-MAIL-RESULTADO = ZEROS
              ADD 1 TO WS-QTD-ENFILEIRADAS
              MOVE "ENFILEIRADA" TO WS-DESFECHO
              PERFORM MARCA-GERACAO-AVALIADA
           ELSE
              ADD 1 TO WS-QTD-ERROS
              MOVE "ERRO NA FILA CORREIO" TO WS-DESFECHO
           END-IF
           PERFORM GRAVA-LOG-ENVIO
           .
       F-PROCESSA-ASSINATURA. EXIT.
       LOCALIZA-GERACAO.
      *    GERACAO MAIS RECENTE DO TIPO, DEPOIS DA ULTIMA AVALIADA.
           MOVE ZEROS  TO WS-GER-SEQ
           MOVE ZEROS  TO WS-GER-DATA
           MOVE SPACES TO WS-GER-ARQUIVO
           IF WS-CATALOGO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ASR-ULT-CATREL TO CAT-SEQ
           START ARQ-CATREL KEY IS GREATER CAT-SEQ
           IF WS-RESULTADO-CATREL NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-CATREL
           PERFORM UNTIL WS-FIM-CATREL = 1
              READ ARQ-CATREL NEXT AT END
                 MOVE 1 TO WS-FIM-CATREL
              END-READ
              IF WS-FIM-CATREL NOT = 1
                 AND CAT-TIPO = ASR-TIPO
                 AND CAT-ARQUIVO NOT = SPACES
                 MOVE CAT-SEQ     TO WS-GER-SEQ
                 MOVE CAT-DATA    TO WS-GER-DATA
                 MOVE CAT-ARQUIVO TO WS-GER-ARQUIVO
              END-IF
           END-PERFORM
           .
       MARCA-GERACAO-AVALIADA.
           MOVE WS-GER-SEQ      TO ASR-ULT-CATREL
           MOVE WS-DATA-SISTEMA TO ASR-DATA-ULT-ENVIO
           REWRITE REGISTRO-ASSINREL
           .

      *    ---------------------------------------------------------
      *    EXTRACAO DAS SECOES DO CODIGO ASSINADO PARA O ARQUIVO DA
      *    MENSAGEM (ENVREL.AAAAA.SSSSSS.TXT).
      *    ---------------------------------------------------------
       EXTRAI-SECOES.
           MOVE SPACES TO WID-ARQ-EXTRATO
           STRING "ENVREL."  DELIMITED BY SIZE
                  ASR-SEQ    DELIMITED BY SIZE
                  "."        DELIMITED BY SIZE
                  WS-GER-SEQ DELIMITED BY SIZE
                  ".TXT"     DELIMITED BY SIZE
               INTO WID-ARQ-EXTRATO
           END-STRING
           OPEN OUTPUT ARQ-EXTRATO
           MOVE ZEROS TO WS-QTD-LINHAS-SECAO
           MOVE "C"   TO WS-FASE-EXTRATO
           MOVE "N"   TO WS-NA-SECAO
           MOVE ZEROS TO WS-FIM-RELATORIO
           PERFORM UNTIL WS-FIM-RELATORIO = 1
              READ ARQ-RELATORIO NEXT AT END
                 MOVE 1 TO WS-FIM-RELATORIO
              END-READ
              IF WS-FIM-RELATORIO NOT = 1
                 PERFORM TRATA-LINHA-RELATORIO
              END-IF
           END-PERFORM
           CLOSE ARQ-EXTRATO
           .
       TRATA-LINHA-RELATORIO.
           PERFORM CLASSIFICA-LINHA-SECAO
           IF WS-FASE-EXTRATO = "C"
              IF WS-LINHA-DE-SECAO = "S"
                 MOVE "S" TO WS-FASE-EXTRATO
              ELSE
                 IF LINHA-RELATORIO = SPACES
                    MOVE "S" TO WS-FASE-EXTRATO
                 END-IF
                 WRITE LINHA-EXTRATO FROM LINHA-RELATORIO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-LINHA-DE-SECAO = "S"
              MOVE WS-SECAO-DO-FILTRO TO WS-NA-SECAO
              IF WS-NA-SECAO = "S" AND WS-QTD-LINHAS-SECAO NOT = ZEROS
                 MOVE SPACES TO LINHA-EXTRATO
                 WRITE LINHA-EXTRATO
              END-IF
           ELSE
              IF LINHA-RELATORIO = SPACES
                 MOVE "N" TO WS-NA-SECAO
              END-IF
           END-IF
           IF WS-NA-SECAO = "S"
              WRITE LINHA-EXTRATO FROM LINHA-RELATORIO
              ADD 1 TO WS-QTD-LINHAS-SECAO
           END-IF
           .
       CLASSIFICA-LINHA-SECAO.
      *    DIZ SE A LINHA ABRE UMA SECAO DO TIPO DO FILTRO E SE A
      *    SECAO E DO CODIGO ASSINADO.
           MOVE "N" TO WS-LINHA-DE-SECAO
           MOVE "N" TO WS-SECAO-DO-FILTRO
           EVALUATE TRUE
              WHEN ASR-FILTRO-VENDEDOR
                 IF LINHA-RELATORIO (1:9) = "VENDEDOR "
                    AND LINHA-RELATORIO (10:5) NUMERIC
                    MOVE "S" TO WS-LINHA-DE-SECAO
                    IF LINHA-RELATORIO (10:5) = ASR-FILTRO-VALOR
                       MOVE "S" TO WS-SECAO-DO-FILTRO
                    END-IF
                 END-IF
              WHEN ASR-FILTRO-FILIAL
                 IF LINHA-RELATORIO (1:8) = "FILIAL: "
                    MOVE "S" TO WS-LINHA-DE-SECAO
                    IF LINHA-RELATORIO (9:3) = ASR-FILTRO-VALOR (1:3)
                       MOVE "S" TO WS-SECAO-DO-FILTRO
                    END-IF
                 END-IF
              WHEN ASR-FILTRO-TERRIT
                 IF LINHA-RELATORIO (1:8) = "FILIAL: "
                    MOVE "S" TO WS-LINHA-DE-SECAO
                    IF LINHA-RELATORIO (27:3) = ASR-FILTRO-VALOR (1:3)
                       MOVE "S" TO WS-SECAO-DO-FILTRO
                    END-IF
                 END-IF
           END-EVALUATE
           .
       GRAVA-LOG-ENVIO.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA  TO LOG-HORA
           MOVE ASR-SEQ          TO LOG-SEQ
           MOVE ASR-DESTINATARIO TO LOG-DESTINATARIO
           MOVE ASR-TIPO         TO LOG-TIPO
           MOVE WS-GER-SEQ       TO LOG-GERACAO
           MOVE ASR-FILTRO-TIPO  TO LOG-FILTRO-TIPO
           MOVE ASR-FILTRO-VALOR TO LOG-FILTRO-VALOR
           MOVE WS-DESFECHO      TO LOG-DESFECHO
           WRITE LINHA-LOG FROM LOG-DETALHE
           .
