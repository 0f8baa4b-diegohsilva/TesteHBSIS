       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG50.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** ASSINATURAS DE RELATORIOS ********
      *    MANTEM AS ASSINATURAS DE ENTREGA DE RELATORIOS POR E-MAIL
      *    (ASSINREL.DAT): DESTINATARIO, TIPO DE RELATORIO DO
      *    CATALOGO (CATREL.DAT), FREQUENCIA (D = DIARIA, S =
      *    SEMANAL NO DIA INFORMADO, M = FECHAMENTO DE MES) E O
      *    FILTRO OPCIONAL (V = VENDEDOR, F = FILIAL, T =
      *    TERRITORIO) - COM FILTRO SO A SECAO DAQUELE CODIGO VAI NA
      *    MENSAGEM. O TIPO PRECISA TER AO MENOS UMA GERACAO NO
      *    CATALOGO E O CODIGO DO FILTRO PRECISA EXISTIR NO CADASTRO
      *    CORRESPONDENTE. ASSINATURA NAO E EXCLUIDA: DESATIVADA
      *    ("N") ELA DEIXA DE SER ENTREGUE. A ENTREGA E FEITA PELO
      *    PROGENVREL DEPOIS DA CADEIA NOTURNA. ACESSO RESTRITO A
      *    SUPERVISORES PELO PROG00.

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

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-FILIAL ASSIGN TO DISK WID-ARQ-FILIAL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FIL-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FILIAL.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-ASSINREL.FD".
       COPY "ARQ-CATREL.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-FILIAL.FD".
       COPY "ARQ-TERRIT.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-ASSINREL         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CATREL           PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-FILIAL           PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ASSINREL    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CATREL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FILIAL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-ASR-EXISTE            PIC X(01) VALUE SPACES.
       77 WS-CAMPO-OK              PIC X(01) VALUE SPACES.
       77 WS-QTD-ARROBA            PIC 9(02) VALUE ZEROS.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-NOME-FILTRO           PIC X(40) VALUE SPACES.
       77 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       77 AUX-SEQ                  PIC 9(05) VALUE ZEROS.
       77 AUX-DESTINATARIO         PIC X(50) VALUE SPACES.
       77 AUX-TIPO                 PIC X(10) VALUE SPACES.
       77 AUX-FREQUENCIA           PIC X(01) VALUE SPACES.
       77 AUX-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       77 AUX-FILTRO-TIPO          PIC X(01) VALUE SPACES.
       77 AUX-FILTRO-VALOR         PIC X(05) VALUE SPACES.
       77 AUX-ATIVA                PIC X(01) VALUE SPACES.
       01 AUX-FILTRO-NUMERO        PIC 9(05) VALUE ZEROS.
       01 FILLER REDEFINES AUX-FILTRO-NUMERO.
          02 FILLER                PIC X(02).
          02 AUX-FILTRO-TERRIT     PIC 9(03).

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-ASSINREL BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             " ASSINATURAS DE RELATORIOS    ".
          02 LINE 02 COLUMN 73 VALUE "PROG50".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "NUMERO DA ASSINATURA..".
          02 LINE 05 COLUMN 01 VALUE "DESTINATARIO (E-MAIL).".
          02 LINE 06 COLUMN 01 VALUE "TIPO DE RELATORIO.....".
          02 LINE 07 COLUMN 01 VALUE "FREQUENCIA (D/S/M)....".
          02 LINE 07 COLUMN 30 VALUE
             "D=DIARIA S=SEMANAL M=FECHAMENTO DE MES".
          02 LINE 08 COLUMN 01 VALUE "DIA DA SEMANA (1 A 7).".
          02 LINE 08 COLUMN 30 VALUE
             "1=SEGUNDA ... 7=DOMINGO (SO SEMANAL)".
          02 LINE 09 COLUMN 01 VALUE "FILTRO (V/F/T/BRANCO).".
          02 LINE 09 COLUMN 30 VALUE
             "V=VENDEDOR F=FILIAL T=TERRITORIO".
          02 LINE 10 COLUMN 01 VALUE "CODIGO DO FILTRO......".
          02 LINE 11 COLUMN 01 VALUE "ATIVA (S/N)...........".
          02 LINE 12 COLUMN 01 VALUE "ULTIMO ENVIO..........".
          02 LINE 13 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE "ASSINREL.DAT" TO WID-ARQ-ASSINREL
           OPEN I-O ARQ-ASSINREL
           IF WS-RESULTADO-ASSINREL NOT = 00
              OPEN OUTPUT ARQ-ASSINREL
              CLOSE ARQ-ASSINREL
              OPEN I-O ARQ-ASSINREL
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-ASSINATURA
                 THRU F-MANTER-ASSINATURA
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRA ASSINATURA? S/N"          AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2430
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-ASSINREL
           EXIT PROGRAM
           .
       MANTER-ASSINATURA.
           DISPLAY TELA-ASSINREL AT 0101
           MOVE ZEROS TO AUX-SEQ
           ACCEPT AUX-SEQ                                     AT 0424
           IF AUX-SEQ = ZEROS
              GO TO F-MANTER-ASSINATURA
           END-IF
           MOVE AUX-SEQ TO ASR-SEQ
           READ ARQ-ASSINREL
           IF WS-RESULTADO-ASSINREL = 00
              MOVE "S" TO WS-ASR-EXISTE
              DISPLAY ASR-DESTINATARIO                        AT 0524
              DISPLAY ASR-TIPO                                AT 0624
              DISPLAY ASR-FREQUENCIA                          AT 0724
              DISPLAY ASR-DIA-SEMANA                          AT 0824
              DISPLAY ASR-FILTRO-TIPO                         AT 0924
              DISPLAY ASR-FILTRO-VALOR                        AT 1024
              DISPLAY ASR-ATIVA                               AT 1124
              IF ASR-DATA-ULT-ENVIO NOT = ZEROS
                 DISPLAY ASR-DATA-ULT-ENVIO                   AT 1224
                 DISPLAY "GERACAO DO CATALOGO:"               AT 1240
                 DISPLAY ASR-ULT-CATREL                       AT 1261
              END-IF
              DISPLAY "ASSINATURA JA CADASTRADA - NOVOS VALORES "
                      "REGRAVAM."                             AT 2301
           ELSE
              MOVE "N" TO WS-ASR-EXISTE
              INITIALIZE REGISTRO-ASSINREL
              MOVE AUX-SEQ TO ASR-SEQ
           END-IF

           MOVE SPACES TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
              MOVE SPACES TO AUX-DESTINATARIO
              ACCEPT AUX-DESTINATARIO                         AT 0524
              IF AUX-DESTINATARIO = SPACES
                 IF WS-ASR-EXISTE = "S"
                    MOVE ASR-DESTINATARIO TO AUX-DESTINATARIO
                    DISPLAY AUX-DESTINATARIO                  AT 0524
                 ELSE
                    DISPLAY LIMPA-LINHA                       AT 2301
                    GO TO F-MANTER-ASSINATURA
                 END-IF
              END-IF
              MOVE ZEROS TO WS-QTD-ARROBA
              INSPECT AUX-DESTINATARIO TALLYING WS-QTD-ARROBA
                 FOR ALL "@"
              IF WS-QTD-ARROBA = 1
                 MOVE "S" TO WS-CAMPO-OK
              ELSE
                 DISPLAY "E-MAIL INVALIDO!"                   AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
              MOVE SPACES TO AUX-TIPO
              ACCEPT AUX-TIPO                                 AT 0624
              IF AUX-TIPO = SPACES AND WS-ASR-EXISTE = "S"
                 MOVE ASR-TIPO TO AUX-TIPO
                 DISPLAY AUX-TIPO                             AT 0624
              END-IF
              MOVE FUNCTION UPPER-CASE(AUX-TIPO) TO AUX-TIPO
              PERFORM VERIFICA-TIPO-CATALOGO
              IF WS-CAMPO-OK NOT = "S"
                 DISPLAY "TIPO SEM GERACAO NO CATALOGO DE "
                         "RELATORIOS (PROG22)!"               AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-PERFORM

           MOVE SPACES TO AUX-FREQUENCIA
           PERFORM UNTIL AUX-FREQUENCIA = "D" OR = "S" OR = "M"
              ACCEPT AUX-FREQUENCIA                           AT 0724
              MOVE FUNCTION UPPER-CASE(AUX-FREQUENCIA)
                 TO AUX-FREQUENCIA
           END-PERFORM
           MOVE ZEROS TO AUX-DIA-SEMANA
           IF AUX-FREQUENCIA = "S"
              PERFORM UNTIL AUX-DIA-SEMANA > 0
                        AND AUX-DIA-SEMANA < 8
                 ACCEPT AUX-DIA-SEMANA                        AT 0824
              END-PERFORM
           ELSE
              DISPLAY AUX-DIA-SEMANA                          AT 0824
           END-IF

           MOVE SPACES TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
              MOVE SPACES TO AUX-FILTRO-TIPO
              MOVE SPACES TO AUX-FILTRO-VALOR
              DISPLAY LIMPA-LINHA (1:50)                      AT 1024
              PERFORM UNTIL AUX-FILTRO-TIPO = "V" OR = "F"
                         OR = "T" OR = SPACES
                 ACCEPT AUX-FILTRO-TIPO                       AT 0924
                 MOVE FUNCTION UPPER-CASE(AUX-FILTRO-TIPO)
                    TO AUX-FILTRO-TIPO
              END-PERFORM
              IF AUX-FILTRO-TIPO = SPACES
                 MOVE "S" TO WS-CAMPO-OK
              ELSE
                 ACCEPT AUX-FILTRO-VALOR                      AT 1024
                 MOVE FUNCTION UPPER-CASE(AUX-FILTRO-VALOR)
                    TO AUX-FILTRO-VALOR
                 PERFORM VERIFICA-FILTRO
                 IF WS-CAMPO-OK = "S"
                    DISPLAY WS-NOME-FILTRO                    AT 1032
                 ELSE
                    DISPLAY "CODIGO DO FILTRO NAO CADASTRADO!"
                                                              AT 2401
                    ACCEPT PAUSA                              AT 2478
                    DISPLAY LIMPA-LINHA                       AT 2401
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO AUX-ATIVA
           PERFORM UNTIL AUX-ATIVA = "S" OR = "N"
              ACCEPT AUX-ATIVA                                AT 1124
              MOVE FUNCTION UPPER-CASE(AUX-ATIVA) TO AUX-ATIVA
           END-PERFORM

           MOVE SPACES TO WS-RESPOSTA
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
      *       TROCAR O TIPO OU O FILTRO RECOMECA A ENTREGA PELA
      *       PROXIMA GERACAO DO CATALOGO.
              IF WS-ASR-EXISTE = "S"
                 AND (AUX-TIPO NOT = ASR-TIPO
                   OR AUX-FILTRO-TIPO NOT = ASR-FILTRO-TIPO
                   OR AUX-FILTRO-VALOR NOT = ASR-FILTRO-VALOR)
                 MOVE ZEROS TO ASR-ULT-CATREL
                 MOVE ZEROS TO ASR-DATA-ULT-ENVIO
              END-IF
              MOVE AUX-SEQ          TO ASR-SEQ
              MOVE AUX-DESTINATARIO TO ASR-DESTINATARIO
              MOVE AUX-TIPO         TO ASR-TIPO
              MOVE AUX-FREQUENCIA   TO ASR-FREQUENCIA
              MOVE AUX-DIA-SEMANA   TO ASR-DIA-SEMANA
              MOVE AUX-FILTRO-TIPO  TO ASR-FILTRO-TIPO
              MOVE AUX-FILTRO-VALOR TO ASR-FILTRO-VALOR
              MOVE AUX-ATIVA        TO ASR-ATIVA
              MOVE OPERADOR         TO ASR-OPERADOR
              MOVE WS-DATA-SISTEMA  TO ASR-DATA-ALTERACAO
              IF WS-ASR-EXISTE = "S"
                 REWRITE REGISTRO-ASSINREL
              ELSE
                 WRITE REGISTRO-ASSINREL
              END-IF
              IF WS-RESULTADO-ASSINREL NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - ASSINATURAS:"    AT 2401
                 DISPLAY WS-RESULTADO-ASSINREL                AT 2433
              ELSE
                 DISPLAY "ASSINATURA GRAVADA COM SUCESSO!"    AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-MANTER-ASSINATURA. EXIT.
       VERIFICA-TIPO-CATALOGO.
      *    O TIPO E VALIDO SE JA EXISTE ALGUMA GERACAO DELE NO
      *    CATALOGO DE RELATORIOS.
           MOVE "N" TO WS-CAMPO-OK
           IF AUX-TIPO = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "CATREL.DAT" TO WID-ARQ-CATREL
           OPEN INPUT ARQ-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CAT-SEQ
           START ARQ-CATREL KEY IS GREATER CAT-SEQ
           IF WS-RESULTADO-CATREL = 00
              MOVE ZEROS TO WS-FIM-ARQUIVO
              PERFORM UNTIL WS-FIM-ARQUIVO = 1
                 READ ARQ-CATREL NEXT AT END
                    MOVE 1 TO WS-FIM-ARQUIVO
                 END-READ
                 IF WS-FIM-ARQUIVO NOT = 1
                    AND CAT-TIPO = AUX-TIPO
                    MOVE "S" TO WS-CAMPO-OK
                    MOVE 1 TO WS-FIM-ARQUIVO
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-CATREL
           .
       VERIFICA-FILTRO.
           MOVE "N" TO WS-CAMPO-OK
           MOVE SPACES TO WS-NOME-FILTRO
           EVALUATE AUX-FILTRO-TIPO
              WHEN "V"
                 PERFORM VERIFICA-FILTRO-VENDEDOR
              WHEN "F"
                 PERFORM VERIFICA-FILTRO-FILIAL
              WHEN "T"
                 PERFORM VERIFICA-FILTRO-TERRIT
           END-EVALUATE
           .
       VERIFICA-FILTRO-VENDEDOR.
      *    O CODIGO E GUARDADO COM OS ZEROS A ESQUERDA, COMO SAI NA
      *    LINHA "VENDEDOR NNNNN" DO RELATORIO.
           IF FUNCTION TRIM(AUX-FILTRO-VALOR) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AUX-FILTRO-VALOR) TO AUX-FILTRO-NUMERO
           MOVE AUX-FILTRO-NUMERO TO AUX-FILTRO-VALOR
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-FILTRO-NUMERO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE "S"      TO WS-CAMPO-OK
              MOVE VEN-NOME TO WS-NOME-FILTRO
           END-IF
           CLOSE ARQ-VENDEDOR
           .
       VERIFICA-FILTRO-FILIAL.
           MOVE "FILIAL.DAT" TO WID-ARQ-FILIAL
           OPEN INPUT ARQ-FILIAL
           IF WS-RESULTADO-FILIAL NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-FILTRO-VALOR (1:3) TO FIL-CODIGO
           READ ARQ-FILIAL
           IF WS-RESULTADO-FILIAL = 00
              MOVE "S"      TO WS-CAMPO-OK
              MOVE FIL-NOME TO WS-NOME-FILTRO
              MOVE FIL-CODIGO TO AUX-FILTRO-VALOR
           END-IF
           CLOSE ARQ-FILIAL
           .
       VERIFICA-FILTRO-TERRIT.
      *    A TABELA DE TERRITORIOS E POR UF: BASTA UMA UF APONTANDO
      *    PARA O TERRITORIO. GUARDADO COM TRES DIGITOS.
           IF FUNCTION TRIM(AUX-FILTRO-VALOR) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(AUX-FILTRO-VALOR) TO AUX-FILTRO-NUMERO
           IF AUX-FILTRO-NUMERO > 999
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUX-FILTRO-VALOR
           MOVE AUX-FILTRO-TERRIT TO AUX-FILTRO-VALOR (1:3)
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-TERRIT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 AND TER-TERRITORIO = AUX-FILTRO-TERRIT
                 MOVE "S"      TO WS-CAMPO-OK
                 MOVE TER-NOME TO WS-NOME-FILTRO
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-IF
           END-PERFORM
           CLOSE ARQ-TERRIT
           .
