       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG51.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** DEFINICAO DE LISTAGENS AVULSAS ********
      *    MANTEM AS DEFINICOES DE LISTAGEM (LISTADEF.DAT) PARA AS
      *    PERGUNTAS AVULSAS SOBRE OS CADASTROS ("CLIENTES DE SP,
      *    CLASSE B, SEM PEDIDO NO ANO") SEM PROGRAMA NOVO: O
      *    SUPERVISOR DA NOME A LISTAGEM, ESCOLHE A BASE (CLIENTE,
      *    VENDEDOR, PEDIDO OU TITULO), ATE 5 CONDICOES SOBRE OS
      *    CAMPOS DO DICIONARIO (TAB-CAMPOS-LISTA.cpy, MOSTRADOS NO
      *    RODAPE DA TELA), ATE 8 COLUNAS DE SAIDA, O CAMPO E O
      *    SENTIDO DA ORDEM, O MENOR PERFIL DE OPERADOR QUE PODE
      *    EMITIR E SE A LISTAGEM RODA NA CADEIA NOTURNA (PASSO
      *    PROGLISTA DO JOBDEF). CADA VALOR DE CONDICAO E CONFERIDO
      *    PELO TIPO DO CAMPO; AS COLUNAS PRECISAM CABER NAS 132
      *    POSICOES DA LISTAGEM. A EMISSAO SOB DEMANDA E NO PROG52.
      *    ACESSO RESTRITO A SUPERVISORES PELO PROG00.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-LISTADEF ASSIGN TO DISK WID-ARQ-LISTADEF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LDF-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-LISTADEF.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-LISTADEF.FD".

       WORKING-STORAGE SECTION.
       COPY "TAB-CAMPOS-LISTA.cpy".
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-LISTADEF         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-LISTADEF    PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-LDF-EXISTE            PIC X(01) VALUE SPACES.
       77 WS-CAMPO-OK              PIC X(01) VALUE SPACES.
       77 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       77 WS-IDX                   PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CAMPO             PIC 9(02) VALUE ZEROS.
       77 WS-CAMPO-BUSCA           PIC X(12) VALUE SPACES.
       77 WS-QTD-ESPACOS           PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MOSTRADOS         PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-COLUNA-TELA           PIC 9(02) VALUE ZEROS.
       77 WS-POS-TELA              PIC 9(04) VALUE ZEROS.
       77 WS-LARGURA               PIC 9(02) VALUE ZEROS.
       77 WS-LARGURA-TOTAL         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-COLUNAS           PIC 9(01) VALUE ZEROS.
       77 WS-TAM-CODIGO            PIC 9(02) VALUE ZEROS.
       77 AUX-CODIGO               PIC X(10) VALUE SPACES.
       77 AUX-TITULO               PIC X(40) VALUE SPACES.
       77 AUX-BASE                 PIC X(08) VALUE SPACES.
       77 AUX-PERFIL               PIC X(01) VALUE SPACES.
       77 AUX-AGENDADA             PIC X(01) VALUE SPACES.
       77 AUX-CAMPO                PIC X(12) VALUE SPACES.
       77 AUX-OPERADOR-COND        PIC X(02) VALUE SPACES.
       77 AUX-VALOR                PIC X(30) VALUE SPACES.
       77 AUX-SENTIDO              PIC X(01) VALUE SPACES.
       01 AUX-DATA-VALOR           PIC 9(08) VALUE ZEROS.
      *    DEFINICAO EM EDICAO (COPIA DO REGISTRO).
       01 AUX-CONDICOES.
          02 AUX-CONDICAO OCCURS 5 TIMES.
             03 AUX-COND-CAMPO     PIC X(12).
             03 AUX-COND-OPERADOR  PIC X(02).
             03 AUX-COND-VALOR     PIC X(30).
       01 AUX-COLUNAS.
          02 AUX-COL-CAMPO         PIC X(12) OCCURS 8 TIMES.
       01 AUX-ORDEM-CAMPO          PIC X(12) VALUE SPACES.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-LISTADEF BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             " DEFINICAO DE LISTAGENS       ".
          02 LINE 02 COLUMN 73 VALUE "PROG51".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DA LISTAGEM....".
          02 LINE 05 COLUMN 01 VALUE "TITULO................".
          02 LINE 06 COLUMN 01 VALUE "BASE..................".
          02 LINE 06 COLUMN 34 VALUE
             "CLIENTE VENDEDOR PEDIDO TITULO".
          02 LINE 07 COLUMN 01 VALUE "PERFIL MINIMO (C/O/S).".
          02 LINE 07 COLUMN 34 VALUE
             "C=CONSULTA O=OPERACAO S=SUPERVISOR".
          02 LINE 08 COLUMN 01 VALUE "NA CADEIA NOTURNA S/N.".
          02 LINE 09 COLUMN 01 VALUE "CONDICOES (TODAS).....".
          02 LINE 09 COLUMN 24 VALUE "CAMPO".
          02 LINE 09 COLUMN 37 VALUE "OP".
          02 LINE 09 COLUMN 40 VALUE
             "VALOR  (OP: = <> > < >= <= CT)".
          02 LINE 10 COLUMN 01 VALUE "CONDICAO 1............".
          02 LINE 11 COLUMN 01 VALUE "CONDICAO 2............".
          02 LINE 12 COLUMN 01 VALUE "CONDICAO 3............".
          02 LINE 13 COLUMN 01 VALUE "CONDICAO 4............".
          02 LINE 14 COLUMN 01 VALUE "CONDICAO 5............".
          02 LINE 15 COLUMN 01 VALUE "COLUNAS 1 A 4.........".
          02 LINE 16 COLUMN 01 VALUE "COLUNAS 5 A 8.........".
          02 LINE 17 COLUMN 01 VALUE "ORDEM (CAMPO E A/D)...".
          02 LINE 18 COLUMN 01 VALUE "ULTIMA EMISSAO........".

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE "LISTADEF.DAT" TO WID-ARQ-LISTADEF
           OPEN I-O ARQ-LISTADEF
           IF WS-RESULTADO-LISTADEF NOT = 00
              OPEN OUTPUT ARQ-LISTADEF
              CLOSE ARQ-LISTADEF
              OPEN I-O ARQ-LISTADEF
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-LISTAGEM
                 THRU F-MANTER-LISTAGEM
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRA LISTAGEM? S/N"            AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2428
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-LISTADEF
           EXIT PROGRAM
           .
       MANTER-LISTAGEM.
           DISPLAY TELA-LISTADEF AT 0101
           MOVE SPACES TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
              MOVE SPACES TO AUX-CODIGO
              ACCEPT AUX-CODIGO                               AT 0424
              IF AUX-CODIGO = SPACES
                 GO TO F-MANTER-LISTAGEM
              END-IF
              MOVE FUNCTION UPPER-CASE(AUX-CODIGO) TO AUX-CODIGO
              MOVE FUNCTION TRIM(AUX-CODIGO) TO AUX-CODIGO
      *       O CODIGO VIRA NOME DE ARQUIVO: SEM ESPACO NO MEIO.
              MOVE FUNCTION LENGTH(FUNCTION TRIM(AUX-CODIGO))
                 TO WS-TAM-CODIGO
              MOVE ZEROS TO WS-QTD-ESPACOS
              INSPECT AUX-CODIGO (1:WS-TAM-CODIGO)
                 TALLYING WS-QTD-ESPACOS FOR ALL SPACES
              IF WS-QTD-ESPACOS = ZEROS
                 MOVE "S" TO WS-CAMPO-OK
              ELSE
                 DISPLAY "CODIGO NAO PODE TER ESPACOS!"       AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-PERFORM
           DISPLAY AUX-CODIGO                                 AT 0424

           MOVE AUX-CODIGO TO LDF-CODIGO
           READ ARQ-LISTADEF
           IF WS-RESULTADO-LISTADEF = 00
              MOVE "S" TO WS-LDF-EXISTE
              PERFORM MOSTRA-DEFINICAO
              MOVE SPACES TO WS-RESPOSTA
              DISPLAY "LISTAGEM JA CADASTRADA. EXCLUIR? S/N"  AT 2401
              PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-RESPOSTA                           AT 2439
              END-PERFORM
              DISPLAY LIMPA-LINHA                             AT 2401
              IF WS-RESPOSTA = "S" OR = "s"
                 DELETE ARQ-LISTADEF RECORD
                 IF WS-RESULTADO-LISTADEF NOT = 00
                    DISPLAY "ERRO NA EXCLUSAO - LISTAGENS:"   AT 2401
                    DISPLAY WS-RESULTADO-LISTADEF             AT 2431
                 ELSE
                    DISPLAY "LISTAGEM EXCLUIDA!"              AT 2401
                 END-IF
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 GO TO F-MANTER-LISTAGEM
              END-IF
              DISPLAY "NOVOS VALORES REGRAVAM; EM BRANCO MANTEM."
                                                              AT 2301
              MOVE LDF-CONDICAO (1) TO AUX-CONDICAO (1)
              MOVE LDF-CONDICAO (2) TO AUX-CONDICAO (2)
              MOVE LDF-CONDICAO (3) TO AUX-CONDICAO (3)
              MOVE LDF-CONDICAO (4) TO AUX-CONDICAO (4)
              MOVE LDF-CONDICAO (5) TO AUX-CONDICAO (5)
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
                 MOVE LDF-COL-CAMPO (WS-IDX) TO AUX-COL-CAMPO (WS-IDX)
              END-PERFORM
              MOVE LDF-ORDEM-CAMPO   TO AUX-ORDEM-CAMPO
              MOVE LDF-ORDEM-SENTIDO TO AUX-SENTIDO
           ELSE
              MOVE "N" TO WS-LDF-EXISTE
              INITIALIZE REGISTRO-LISTADEF
              MOVE AUX-CODIGO TO LDF-CODIGO
              MOVE SPACES TO AUX-CONDICOES
              MOVE SPACES TO AUX-COLUNAS
              MOVE SPACES TO AUX-ORDEM-CAMPO
              MOVE SPACES TO AUX-SENTIDO
           END-IF

           MOVE SPACES TO AUX-TITULO
           ACCEPT AUX-TITULO                                  AT 0524
           IF AUX-TITULO = SPACES
              IF WS-LDF-EXISTE = "S"
                 MOVE LDF-TITULO TO AUX-TITULO
              ELSE
                 MOVE AUX-CODIGO TO AUX-TITULO
              END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(AUX-TITULO) TO AUX-TITULO
           DISPLAY AUX-TITULO                                 AT 0524

           MOVE SPACES TO AUX-BASE
           PERFORM UNTIL AUX-BASE = "CLIENTE" OR = "VENDEDOR"
                      OR = "PEDIDO" OR = "TITULO"
              MOVE SPACES TO AUX-BASE
              ACCEPT AUX-BASE                                 AT 0624
              IF AUX-BASE = SPACES AND WS-LDF-EXISTE = "S"
                 MOVE LDF-BASE TO AUX-BASE
              END-IF
              MOVE FUNCTION UPPER-CASE(AUX-BASE) TO AUX-BASE
           END-PERFORM
           DISPLAY AUX-BASE                                   AT 0624
      *    TROCAR A BASE INVALIDA OS CAMPOS JA ESCOLHIDOS.
           IF WS-LDF-EXISTE = "S" AND AUX-BASE NOT = LDF-BASE
              MOVE SPACES TO AUX-CONDICOES
              MOVE SPACES TO AUX-COLUNAS
              MOVE SPACES TO AUX-ORDEM-CAMPO
              MOVE SPACES TO AUX-SENTIDO
           END-IF
           MOVE AUX-BASE TO LDF-BASE
           PERFORM MOSTRA-CAMPOS-BASE

           MOVE SPACES TO AUX-PERFIL
           PERFORM UNTIL AUX-PERFIL = "C" OR = "O" OR = "S"
              ACCEPT AUX-PERFIL                               AT 0724
              MOVE FUNCTION UPPER-CASE(AUX-PERFIL) TO AUX-PERFIL
           END-PERFORM
           MOVE SPACES TO AUX-AGENDADA
           PERFORM UNTIL AUX-AGENDADA = "S" OR = "N"
              ACCEPT AUX-AGENDADA                             AT 0824
              MOVE FUNCTION UPPER-CASE(AUX-AGENDADA) TO AUX-AGENDADA
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              PERFORM ACEITA-CONDICAO
           END-PERFORM

           MOVE SPACES TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
              PERFORM ACEITA-COLUNAS
           END-PERFORM

           MOVE SPACES TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
              MOVE SPACES TO AUX-CAMPO
              ACCEPT AUX-CAMPO                                AT 1724
              IF AUX-CAMPO = SPACES
                 MOVE AUX-ORDEM-CAMPO TO AUX-CAMPO
              END-IF
              MOVE FUNCTION UPPER-CASE(AUX-CAMPO) TO AUX-CAMPO
              IF AUX-CAMPO = "-"
                 MOVE SPACES TO AUX-CAMPO
              END-IF
              IF AUX-CAMPO = SPACES
                 MOVE "S" TO WS-CAMPO-OK
              ELSE
                 MOVE AUX-CAMPO TO WS-CAMPO-BUSCA
                 PERFORM LOCALIZA-CAMPO
                 IF WS-IDX-CAMPO = ZEROS
                    DISPLAY "CAMPO INEXISTENTE NA BASE!"      AT 2401
                    ACCEPT PAUSA                              AT 2478
                    DISPLAY LIMPA-LINHA                       AT 2401
                 ELSE
                    MOVE "S" TO WS-CAMPO-OK
                 END-IF
              END-IF
           END-PERFORM
           MOVE AUX-CAMPO TO AUX-ORDEM-CAMPO
           DISPLAY AUX-ORDEM-CAMPO                            AT 1724
           IF AUX-ORDEM-CAMPO = SPACES
              MOVE SPACES TO AUX-SENTIDO
           ELSE
              MOVE SPACES TO AUX-SENTIDO
              PERFORM UNTIL AUX-SENTIDO = "A" OR = "D"
                 ACCEPT AUX-SENTIDO                           AT 1737
                 MOVE FUNCTION UPPER-CASE(AUX-SENTIDO)
                    TO AUX-SENTIDO
              END-PERFORM
           END-IF

           MOVE SPACES TO WS-RESPOSTA
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE AUX-CODIGO       TO LDF-CODIGO
              MOVE AUX-TITULO       TO LDF-TITULO
              MOVE AUX-BASE         TO LDF-BASE
              MOVE AUX-PERFIL       TO LDF-PERFIL
              MOVE AUX-AGENDADA     TO LDF-AGENDADA
              MOVE AUX-CONDICAO (1) TO LDF-CONDICAO (1)
              MOVE AUX-CONDICAO (2) TO LDF-CONDICAO (2)
              MOVE AUX-CONDICAO (3) TO LDF-CONDICAO (3)
              MOVE AUX-CONDICAO (4) TO LDF-CONDICAO (4)
              MOVE AUX-CONDICAO (5) TO LDF-CONDICAO (5)
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
                 MOVE AUX-COL-CAMPO (WS-IDX) TO LDF-COL-CAMPO (WS-IDX)
              END-PERFORM
              MOVE AUX-ORDEM-CAMPO  TO LDF-ORDEM-CAMPO
              MOVE AUX-SENTIDO      TO LDF-ORDEM-SENTIDO
              MOVE OPERADOR         TO LDF-OPERADOR
              MOVE WS-DATA-SISTEMA  TO LDF-DATA-ALTERACAO
              IF WS-LDF-EXISTE = "S"
                 REWRITE REGISTRO-LISTADEF
              ELSE
                 WRITE REGISTRO-LISTADEF
              END-IF
              IF WS-RESULTADO-LISTADEF NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - LISTAGENS:"      AT 2401
                 DISPLAY WS-RESULTADO-LISTADEF                AT 2431
              ELSE
                 DISPLAY "LISTAGEM GRAVADA COM SUCESSO!"      AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-MANTER-LISTAGEM. EXIT.
       MOSTRA-DEFINICAO.
           DISPLAY LDF-TITULO                                 AT 0524
           DISPLAY LDF-BASE                                   AT 0624
           DISPLAY LDF-PERFIL                                 AT 0724
           DISPLAY LDF-AGENDADA                               AT 0824
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              COMPUTE WS-LINHA-TELA = WS-IDX + 9
              COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 24
              DISPLAY LDF-COND-CAMPO (WS-IDX)        AT WS-POS-TELA
              COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 37
              DISPLAY LDF-COND-OPERADOR (WS-IDX)     AT WS-POS-TELA
              COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 40
              DISPLAY LDF-COND-VALOR (WS-IDX)        AT WS-POS-TELA
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
              PERFORM CALCULA-POSICAO-COLUNA
              DISPLAY LDF-COL-CAMPO (WS-IDX)         AT WS-POS-TELA
           END-PERFORM
           DISPLAY LDF-ORDEM-CAMPO                            AT 1724
           DISPLAY LDF-ORDEM-SENTIDO                          AT 1737
           IF LDF-ULT-EMISSAO NOT = ZEROS
              DISPLAY LDF-ULT-EMISSAO                         AT 1824
              DISPLAY "GERACAO DO CATALOGO:"                  AT 1840
              DISPLAY LDF-ULT-CATREL                          AT 1861
           END-IF
           .
       CALCULA-POSICAO-COLUNA.
      *    COLUNAS 1 A 4 NA LINHA 15 E 5 A 8 NA LINHA 16, A CADA
      *    13 POSICOES A PARTIR DA 24.
           IF WS-IDX > 4
              MOVE 16 TO WS-LINHA-TELA
              COMPUTE WS-COLUNA-TELA = 24 + ((WS-IDX - 5) * 13)
           ELSE
              MOVE 15 TO WS-LINHA-TELA
              COMPUTE WS-COLUNA-TELA = 24 + ((WS-IDX - 1) * 13)
           END-IF
           COMPUTE WS-POS-TELA =
              (WS-LINHA-TELA * 100) + WS-COLUNA-TELA
           .
       MOSTRA-CAMPOS-BASE.
      *    CAMPOS DA BASE NAS LINHAS 19 A 22, SEIS POR LINHA.
           PERFORM VARYING WS-LINHA-TELA FROM 19 BY 1
              UNTIL WS-LINHA-TELA > 22
              COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 1
              DISPLAY LIMPA-LINHA                    AT WS-POS-TELA
           END-PERFORM
           MOVE ZEROS TO WS-QTD-MOSTRADOS
           PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
              UNTIL WS-IDX-CAMPO > WS-QTD-CAMPOS-LISTA
              IF CPL-BASE (WS-IDX-CAMPO) = AUX-BASE
                 COMPUTE WS-LINHA-TELA = 19 + (WS-QTD-MOSTRADOS / 6)
                 COMPUTE WS-COLUNA-TELA = 1 +
                    ((WS-QTD-MOSTRADOS
                      - ((WS-QTD-MOSTRADOS / 6) * 6)) * 13)
                 COMPUTE WS-POS-TELA =
                    (WS-LINHA-TELA * 100) + WS-COLUNA-TELA
                 DISPLAY CPL-CAMPO (WS-IDX-CAMPO)    AT WS-POS-TELA
                 ADD 1 TO WS-QTD-MOSTRADOS
              END-IF
           END-PERFORM
           .
       LOCALIZA-CAMPO.
           PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
              UNTIL WS-IDX-CAMPO > WS-QTD-CAMPOS-LISTA
                 OR (CPL-BASE (WS-IDX-CAMPO) = AUX-BASE
                 AND CPL-CAMPO (WS-IDX-CAMPO) = WS-CAMPO-BUSCA)
              CONTINUE
           END-PERFORM
           IF WS-IDX-CAMPO > WS-QTD-CAMPOS-LISTA
              MOVE ZEROS TO WS-IDX-CAMPO
           END-IF
           .

      *    ---------------------------------------------------------
      *    CONDICAO WS-IDX: CAMPO EM BRANCO APAGA A CONDICAO.
      *    ---------------------------------------------------------
       ACEITA-CONDICAO.
           COMPUTE WS-LINHA-TELA = WS-IDX + 9
           MOVE SPACES TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
              COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 24
              MOVE SPACES TO AUX-CAMPO
              ACCEPT AUX-CAMPO                       AT WS-POS-TELA
              IF AUX-CAMPO = SPACES
                 MOVE AUX-COND-CAMPO (WS-IDX) TO AUX-CAMPO
              END-IF
              MOVE FUNCTION UPPER-CASE(AUX-CAMPO) TO AUX-CAMPO
              IF AUX-CAMPO = SPACES OR = "-"
                 MOVE SPACES TO AUX-CONDICAO (WS-IDX)
                 PERFORM MOSTRA-CONDICAO
                 EXIT PARAGRAPH
              END-IF
              MOVE AUX-CAMPO TO WS-CAMPO-BUSCA
              PERFORM LOCALIZA-CAMPO
              IF WS-IDX-CAMPO = ZEROS
                 DISPLAY "CAMPO INEXISTENTE NA BASE! (- APAGA A "
                         "CONDICAO)"                          AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              ELSE
                 MOVE "S" TO WS-CAMPO-OK
              END-IF
           END-PERFORM
           MOVE AUX-CAMPO TO AUX-COND-CAMPO (WS-IDX)

           MOVE SPACES TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
              COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 37
              MOVE SPACES TO AUX-OPERADOR-COND
              ACCEPT AUX-OPERADOR-COND               AT WS-POS-TELA
              IF AUX-OPERADOR-COND = SPACES
                 MOVE AUX-COND-OPERADOR (WS-IDX) TO AUX-OPERADOR-COND
              END-IF
              MOVE FUNCTION UPPER-CASE(AUX-OPERADOR-COND)
                 TO AUX-OPERADOR-COND
              EVALUATE AUX-OPERADOR-COND
                 WHEN "= "
                 WHEN "<>"
                 WHEN "> "
                 WHEN "< "
                 WHEN ">="
                 WHEN "<="
                    MOVE "S" TO WS-CAMPO-OK
                 WHEN "CT"
                    IF CPL-TIPO (WS-IDX-CAMPO) = "A"
                       MOVE "S" TO WS-CAMPO-OK
                    END-IF
              END-EVALUATE
              IF WS-CAMPO-OK NOT = "S"
                 DISPLAY "OPERADOR INVALIDO PARA O CAMPO! (CT SO "
                         "EM CAMPO TEXTO)"                    AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-PERFORM
           MOVE AUX-OPERADOR-COND TO AUX-COND-OPERADOR (WS-IDX)

           MOVE SPACES TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = "S"
              COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 40
              MOVE SPACES TO AUX-VALOR
              ACCEPT AUX-VALOR                       AT WS-POS-TELA
              IF AUX-VALOR = SPACES
                 MOVE AUX-COND-VALOR (WS-IDX) TO AUX-VALOR
              END-IF
              MOVE FUNCTION UPPER-CASE(AUX-VALOR) TO AUX-VALOR
              PERFORM CONFERE-VALOR-CONDICAO
              IF WS-CAMPO-OK NOT = "S"
                 EVALUATE CPL-TIPO (WS-IDX-CAMPO)
                    WHEN "D"
                       DISPLAY "DATA AAAAMMDD, HOJE, INICIO-MES OU "
                               "INICIO-ANO!"                  AT 2401
                    WHEN OTHER
                       DISPLAY "VALOR NUMERICO INVALIDO!"     AT 2401
                 END-EVALUATE
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-PERFORM
           MOVE AUX-VALOR TO AUX-COND-VALOR (WS-IDX)
           PERFORM MOSTRA-CONDICAO
           .
       MOSTRA-CONDICAO.
           COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 24
           DISPLAY AUX-COND-CAMPO (WS-IDX)           AT WS-POS-TELA
           COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 37
           DISPLAY AUX-COND-OPERADOR (WS-IDX)        AT WS-POS-TELA
           COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 40
           DISPLAY AUX-COND-VALOR (WS-IDX)           AT WS-POS-TELA
           .
       CONFERE-VALOR-CONDICAO.
      *    TEXTO ACEITA QUALQUER VALOR (BRANCO = CAMPO VAZIO).
           MOVE "N" TO WS-CAMPO-OK
           EVALUATE CPL-TIPO (WS-IDX-CAMPO)
              WHEN "A"
                 MOVE "S" TO WS-CAMPO-OK
              WHEN "N"
                 IF AUX-VALOR NOT = SPACES
                    AND FUNCTION TRIM(AUX-VALOR) NUMERIC
                    MOVE "S" TO WS-CAMPO-OK
                 END-IF
              WHEN "V"
                 IF AUX-VALOR NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(AUX-VALOR) = ZEROS
                    MOVE "S" TO WS-CAMPO-OK
                 END-IF
              WHEN "D"
                 EVALUATE AUX-VALOR
                    WHEN "HOJE"
                    WHEN "INICIO-MES"
                    WHEN "INICIO-ANO"
                       MOVE "S" TO WS-CAMPO-OK
                    WHEN OTHER
                       IF AUX-VALOR (1:8) NUMERIC
                          AND AUX-VALOR (9:) = SPACES
                          MOVE AUX-VALOR (1:8) TO AUX-DATA-VALOR
                          IF AUX-DATA-VALOR = ZEROS
                             OR FUNCTION TEST-DATE-YYYYMMDD
                                (AUX-DATA-VALOR) = ZEROS
                             MOVE "S" TO WS-CAMPO-OK
                          END-IF
                       END-IF
                 END-EVALUATE
           END-EVALUATE
           .

      *    ---------------------------------------------------------
      *    COLUNAS: AO MENOS UMA, TODAS DA BASE E CABENDO NAS 132
      *    POSICOES (LARGURA DO CAMPO OU DO NOME, MAIS O ESPACO).
      *    ---------------------------------------------------------
       ACEITA-COLUNAS.
           MOVE "S"   TO WS-CAMPO-OK
           MOVE ZEROS TO WS-QTD-COLUNAS
           MOVE ZEROS TO WS-LARGURA-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 8 OR WS-CAMPO-OK NOT = "S"
              PERFORM CALCULA-POSICAO-COLUNA
              MOVE SPACES TO AUX-CAMPO
              ACCEPT AUX-CAMPO                       AT WS-POS-TELA
              IF AUX-CAMPO = SPACES
                 MOVE AUX-COL-CAMPO (WS-IDX) TO AUX-CAMPO
              END-IF
              MOVE FUNCTION UPPER-CASE(AUX-CAMPO) TO AUX-CAMPO
              IF AUX-CAMPO = "-"
                 MOVE SPACES TO AUX-CAMPO
              END-IF
              MOVE AUX-CAMPO TO AUX-COL-CAMPO (WS-IDX)
              DISPLAY AUX-COL-CAMPO (WS-IDX)         AT WS-POS-TELA
              IF AUX-CAMPO NOT = SPACES
                 MOVE AUX-CAMPO TO WS-CAMPO-BUSCA
                 PERFORM LOCALIZA-CAMPO
                 IF WS-IDX-CAMPO = ZEROS
                    MOVE "N" TO WS-CAMPO-OK
                    DISPLAY "CAMPO INEXISTENTE NA BASE! (- APAGA A "
                            "COLUNA)"                         AT 2401
                 ELSE
                    ADD 1 TO WS-QTD-COLUNAS
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(AUX-CAMPO))
                       TO WS-LARGURA
                    IF CPL-LARGURA (WS-IDX-CAMPO) > WS-LARGURA
                       MOVE CPL-LARGURA (WS-IDX-CAMPO) TO WS-LARGURA
                    END-IF
                    COMPUTE WS-LARGURA-TOTAL =
                       WS-LARGURA-TOTAL + WS-LARGURA + 1
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CAMPO-OK = "S" AND WS-QTD-COLUNAS = ZEROS
              MOVE "N" TO WS-CAMPO-OK
              DISPLAY "INFORME AO MENOS UMA COLUNA!"          AT 2401
           END-IF
           IF WS-CAMPO-OK = "S" AND WS-LARGURA-TOTAL > 133
              MOVE "N" TO WS-CAMPO-OK
              DISPLAY "COLUNAS NAO CABEM EM 132 POSICOES!"    AT 2401
           END-IF
           IF WS-CAMPO-OK NOT = "S"
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
