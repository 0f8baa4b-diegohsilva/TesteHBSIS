      *      - CADA CORTE E REGISTRADO EM CTRLARQ.DAT, PROVANDO QUE
      *        A CADEIA DE AUDITORIA CONTINUA COMPLETA.
      *    PARM: CARTAO SYSIN COM O NUMERO DE MESES DE RETENCAO
      *    (DUAS POSICOES); EM BRANCO OU ZERADO VALE O PARAMETRO
      *    MESESARQLOG E, NA FALTA DELE, 06. O MESMO PARAMETRO DIZ
      *    AO MONITOR DE CAPACIDADE (PROGCAPAC) QUANDO O CORTE ESTA
      *    ATRASADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       FILE SECTION.
       FD  ARQ-ORIGEM
           LABEL RECORD IS STANDARD.
       01  REGISTRO-ORIGEM          PIC X(900).

       FD  ARQ-NOVO
           LABEL RECORD IS STANDARD.
       01  REGISTRO-NOVO            PIC X(900).

       FD  ARQ-MORTO
           LABEL RECORD IS STANDARD.
       01  REGISTRO-MORTO           PIC X(900).

       COPY "CTRL-ARQLOG.FD".

       77 WS-RESULTADO-MORTO       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL        PIC 9(02) VALUE ZEROS.
       77 WS-MESES-RETENCAO        PIC 9(02) VALUE ZEROS.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WS-BASE-NOME             PIC X(10) VALUE SPACES.
       77 WS-FIM-ORIGEM            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
           ACCEPT WS-MESES-RETENCAO FROM SYSIN
           IF WS-MESES-RETENCAO NOT NUMERIC
              OR WS-MESES-RETENCAO = ZEROS
      *       SEM CARTAO SYSIN VALE O PARAMETRO MESESARQLOG DA
      *       TABELA (PROG37) E, NA FALTA DELE, O PADRAO DE 06.
              MOVE 06 TO WS-MESES-RETENCAO
              MOVE "MESESARQLOG" TO WS-PARAM-NOME
              CALL "PARAMLER" USING WS-PARAM-NOME
                 WS-PARAM-VALOR WS-PARAM-RESULTADO
              CANCEL "PARAMLER"
              IF WS-PARAM-RESULTADO = ZEROS
                 MOVE WS-PARAM-VALOR TO WS-MESES-RETENCAO
              END-IF
           END-IF
           DISPLAY "PROGARQLOG - MESES DE RETENCAO ONLINE: "
              WS-MESES-RETENCAO
