      *    PARA REJMOV.TXT COM CODIGO DE MOTIVO, COMO NA
      *    IMPORTACAO. AS FILIAIS PASSAM A SER USUARIAS REAIS DO
      *    SISTEMA SEM ACESSO DIRETO AOS ARQUIVOS INDEXADOS.
      *    O CNAE DO MOVIMENTO E CONFERIDO CONTRA A TABELA OFICIAL
      *    (CNAE.DAT) E DELE SAI O SEGMENTO DO CLIENTE. A INSCRICAO
      *    ESTADUAL INFORMADA E CONFERIDA PELA REGRA DA UF DO
      *    MOVIMENTO (VALIDA-IE.cpy).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FILIAL.

           SELECT ARQ-CNAE ASSIGN TO DISK WID-ARQ-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNAE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".
       COPY "REJ-MOVFIL.FD".
       COPY "ARQ-DISTCACHE.FD".
       COPY "ARQ-FILIAL.FD".
       COPY "ARQ-CNAE.FD".

       WORKING-STORAGE SECTION.
       COPY "AREA-CNPJ.cpy".
       COPY "AREA-IE.cpy".

       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-CLIENTE     PIC X(50) VALUE SPACES.
           88 MOTIVO-CNPJ-DUPLICADO    VALUE 07.
           88 MOTIVO-ERRO-GRAVACAO     VALUE 08.
           88 MOTIVO-FILIAL-INVALIDA   VALUE 09.
           88 MOTIVO-CNAE-INEXISTENTE  VALUE 10.
           88 MOTIVO-IE-INVALIDA       VALUE 11.
       77 WID-ARQ-DISTCACHE        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DISTCACHE   PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-FILIAL           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-FILIAL      PIC 9(02) VALUE ZEROS.
       77 WS-FILIAL-DISPONIVEL     PIC X(01) VALUE "N".
       77 WID-ARQ-CNAE             PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNAE        PIC 9(02) VALUE ZEROS.
       77 WS-CNAE-DISPONIVEL       PIC X(01) VALUE "N".
       77 WS-SEGMENTO-MOV          PIC 9(02) VALUE ZEROS.
       77 WS-FIM-CACHE             PIC 9(01) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77 WS-PROX-CODIGO-CLIENTE   PIC 9(07) VALUE ZEROS.
       77 WS-AUD-OPERACAO          PIC X(01) VALUE SPACES.
       77 WS-CLI-ANTES             PIC X(408) VALUE SPACES.
       77 WS-CLI-DEPOIS            PIC X(408) VALUE SPACES.
       77 WS-OPERADOR-FILIAL       PIC X(10) VALUE SPACES.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
           ELSE
              MOVE "N" TO WS-FILIAL-DISPONIVEL
           END-IF
      *    IDEM PARA A TABELA CNAE: SEM ELA O CNAE E ACEITO COMO
      *    VEIO E O SEGMENTO FICA PARA O PROGCNAE CARIMBAR.
           MOVE "CNAE.DAT" TO WID-ARQ-CNAE
           OPEN INPUT ARQ-CNAE
           IF WS-RESULTADO-CNAE = 00
              MOVE "S" TO WS-CNAE-DISPONIVEL
           ELSE
              MOVE "N" TO WS-CNAE-DISPONIVEL
           END-IF
           MOVE "REJMOV.TXT" TO WID-ARQ-REJ-MOVFIL
           OPEN EXTEND ARQ-REJ-MOVFIL
           IF WS-RESULTADO-REJ NOT = 00
           IF WS-FILIAL-DISPONIVEL = "S"
              CLOSE ARQ-FILIAL
           END-IF
           IF WS-CNAE-DISPONIVEL = "S"
              CLOSE ARQ-CNAE
           END-IF
           DISPLAY "PROGMOVFIL - MOVIMENTOS LIDOS..: " WS-QTD-LIDOS
           DISPLAY "PROGMOVFIL - INCLUIDOS.........: "
              WS-QTD-INCLUIDOS
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
      *    MOVIMENTO NO LEIAUTE ANTERIOR (SEM CNAE) CHEGA EM BRANCO.
           IF MOV-CNAE NOT NUMERIC
              MOVE ZEROS TO MOV-CNAE
           END-IF
           MOVE ZEROS TO WS-SEGMENTO-MOV
           IF MOV-CNAE NOT = ZEROS AND WS-CNAE-DISPONIVEL = "S"
              MOVE MOV-CNAE TO CNA-CODIGO
              READ ARQ-CNAE
              IF WS-RESULTADO-CNAE NOT = 00
                 SET MOTIVO-CNAE-INEXISTENTE TO TRUE
                 PERFORM GRAVA-REJEITO-MOVIMENTO
                 GO TO F-PROCESSA-MOVIMENTO
              END-IF
              MOVE CNA-SEGMENTO TO WS-SEGMENTO-MOV
           END-IF
      *    INSCRICAO EM BRANCO (OU LEIAUTE ANTERIOR, SEM ELA) NAO E
      *    REJEITADA: NA INCLUSAO O CLIENTE FICA SEM INSCRICAO (VAI
      *    PARA O PROGQUALID) E NA ALTERACAO MANTEM A CADASTRADA.
           MOVE MOV-UF TO IE-UF
           MOVE MOV-IE TO IE-ENTRADA
           PERFORM VALIDA-IE
              THRU F-VALIDA-IE
           IF WS-ERRO-IE = "S"
              AND (MOV-INCLUSAO OR MOV-ALTERACAO)
              SET MOTIVO-IE-INVALIDA TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           MOVE MOV-CNPJ TO CLI-CNPJ
           READ ARQ-CLIENTE KEY IS CLI-CNPJ
           EVALUATE TRUE
           MOVE MOV-FILIAL             TO CLI-FILIAL
           MOVE SPACE                  TO CLI-VINCULADO
           MOVE SPACES                 TO CLI-VINC-MOTIVO
           MOVE SPACE                  TO CLI-BLOQ-COMERCIAL
           MOVE ZEROS                  TO CLI-BLOQ-DATA
           MOVE MOV-CNAE               TO CLI-CNAE
           MOVE WS-SEGMENTO-MOV        TO CLI-SEGMENTO
           MOVE SPACE                  TO CLI-RF-SITUACAO
           MOVE ZEROS                  TO CLI-RF-DATA-SITUACAO
           MOVE SPACES                 TO CLI-RF-RAZAO-SOCIAL
           MOVE ZEROS                  TO CLI-RF-DATA-CONFERE
           MOVE IE-NORMALIZADA         TO CLI-IE
           WRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              SET MOTIVO-ERRO-GRAVACAO TO TRUE
           MOVE MOV-LATITUDE     TO CLI-LATITUDE
           MOVE MOV-LONGITUDE    TO CLI-LONGITUDE
           MOVE "M"              TO CLI-COORD-ORIGEM
      *    CNAE NAO ENVIADO MANTEM O CADASTRADO; O MESMO CNAE AINDA
      *    SEM AGRUPAMENTO NAO APAGA O SEGMENTO DIGITADO NO PROG01.
           IF MOV-CNAE NOT = ZEROS
              AND (MOV-CNAE NOT = CLI-CNAE
                   OR WS-SEGMENTO-MOV NOT = ZEROS)
              MOVE MOV-CNAE        TO CLI-CNAE
              MOVE WS-SEGMENTO-MOV TO CLI-SEGMENTO
           END-IF
           IF WS-ERRO-IE = "N"
              MOVE IE-NORMALIZADA  TO CLI-IE
           END-IF
           MOVE WS-DATA-EDITADA  TO CLI-DATA-ALTERACAO
           REWRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 AND 02
       F-INVALIDA-CACHE-CLIENTE. EXIT.
       GRAVA-REJEITO-MOVIMENTO.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE REGISTRO-MOV-FILIAL (1:246)
              TO REGISTRO-REJ-MOVFIL (1:246)
           MOVE WS-REJ-MOTIVO TO RJM-MOTIVO
           WRITE REGISTRO-REJ-MOVFIL
           .
           WRITE REGISTRO-JORNAL
           .
       COPY "VALIDA-CNPJ.cpy".
       COPY "VALIDA-IE.cpy".
