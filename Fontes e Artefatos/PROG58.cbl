       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG58.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CAMPANHAS DE PESQUISA DE SATISFACAO ********
      *    MANTEM AS CAMPANHAS DE PESQUISA (PESQUISA.DAT): CODIGO,
      *    DESCRICAO, PERIODO DE COLETA E O FILTRO DA AMOSTRA
      *    (CLASSES ABC, TERRITORIO E PERCENTUAL DOS CLIENTES).
      *    ENQUANTO A CAMPANHA ESTA "C" (CADASTRADA) TUDO PODE SER
      *    ALTERADO; O SORTEIO PERCORRE OS CLIENTES ATIVOS QUE
      *    PASSAM NO FILTRO E ESCOLHE, DE FORMA SISTEMATICA, O
      *    PERCENTUAL PEDIDO, GRAVANDO CADA SORTEADO COMO PENDENTE EM
      *    PSQRESP.DAT E ABRINDO A CAMPANHA ("A"). A PARTIR DAI AS
      *    RESPOSTAS SAO COLHIDAS NO PROG21 E NO PROG32 ATE O FIM DO
      *    PERIODO OU ATE O ENCERRAMENTO ("E"). A TELA MOSTRA O
      *    ANDAMENTO DA CAMPANHA: RESPONDIDAS, RECUSADAS, PENDENTES
      *    E O NPS PARCIAL (PROMOTORES MENOS DETRATORES, EM PONTOS
      *    PERCENTUAIS DAS RESPOSTAS).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PESQUISA ASSIGN TO DISK WID-ARQ-PESQUISA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PSQ-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PESQUISA.

           SELECT ARQ-PSQRESP ASSIGN TO DISK WID-ARQ-PSQRESP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PSR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PSQRESP.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PESQUISA.FD".
       COPY "ARQ-PSQRESP.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-TERRIT.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-PESQUISA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PSQRESP          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PESQUISA    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PSQRESP     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-TERRIT-DISPONIVEL     PIC X(01) VALUE "N".
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-ACAO                  PIC X(01) VALUE SPACES.
       77 WS-PSQ-EXISTE            PIC X(01) VALUE SPACES.
       77 WS-DATA-OK               PIC X(01) VALUE SPACES.
       77 WS-CLASSES-OK            PIC X(01) VALUE SPACES.
       77 WS-TER-OK                PIC X(01) VALUE SPACES.
       77 WS-FIM-TERRIT            PIC 9(01) VALUE ZEROS.
       77 WS-DATA-CONFERIR         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CONFERIR          PIC 9(04) VALUE ZEROS.
       77 WS-MES-CONFERIR          PIC 9(02) VALUE ZEROS.
       77 WS-DIA-CONFERIR          PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-DATA            PIC 9(04) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 WS-IND                   PIC 9(01) VALUE ZEROS.
       77 WS-FIM-CLIENTES          PIC 9(01) VALUE ZEROS.
       77 WS-FIM-RESPOSTAS         PIC 9(01) VALUE ZEROS.
       77 WS-ACUM-AMOSTRA          PIC 9(03) VALUE ZEROS.
       77 WS-CLI-TERRITORIO        PIC 9(03) VALUE ZEROS.
       77 WS-CLI-PASSA             PIC X(01) VALUE SPACES.
       77 WS-QTD-FILTRADOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SORTEADOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RESPONDIDAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADAS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PROMOTORES        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NEUTROS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DETRATORES        PIC 9(05) VALUE ZEROS.
       77 WS-NPS                   PIC S9(03) VALUE ZEROS.
       77 WS-NPS-EDITADO           PIC -ZZ9.
       77 AUX-CODIGO               PIC 9(04) VALUE ZEROS.
       77 AUX-DESCRICAO            PIC X(40) VALUE SPACES.
       77 AUX-DATA-INICIO          PIC 9(08) VALUE ZEROS.
       77 AUX-DATA-FIM             PIC 9(08) VALUE ZEROS.
       77 AUX-CLASSES              PIC X(03) VALUE SPACES.
       77 AUX-TERRITORIO           PIC 9(03) VALUE ZEROS.
       77 AUX-PCT-AMOSTRA          PIC 9(03) VALUE ZEROS.
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-ANO           PIC 9(04).

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-PESQUISA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  PESQUISAS DE SATISFACAO     ".
          02 LINE 02 COLUMN 73 VALUE "PROG58".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DA PESQUISA....".
          02 LINE 05 COLUMN 01 VALUE "DESCRICAO.............".
          02 LINE 06 COLUMN 01 VALUE "INICIO (AAAAMMDD).....".
          02 LINE 07 COLUMN 01 VALUE "FIM (AAAAMMDD)........".
          02 LINE 08 COLUMN 01 VALUE "CLASSES ABC (BR=TODAS)".
          02 LINE 09 COLUMN 01 VALUE "TERRIT. (ZERO=TODOS)..".
          02 LINE 10 COLUMN 01 VALUE "% DA AMOSTRA (1-100)..".
          02 LINE 11 COLUMN 01 VALUE "SITUACAO..............".
          02 LINE 12 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 13 COLUMN 01 VALUE "CLIENTES SORTEADOS....".
          02 LINE 14 COLUMN 01 VALUE "RESPONDIDAS...........".
          02 LINE 14 COLUMN 41 VALUE "PROMOTORES (9-10).....".
          02 LINE 15 COLUMN 01 VALUE "RECUSADAS.............".
          02 LINE 15 COLUMN 41 VALUE "NEUTROS (7-8).........".
          02 LINE 16 COLUMN 01 VALUE "PENDENTES.............".
          02 LINE 16 COLUMN 41 VALUE "DETRATORES (0-6)......".
          02 LINE 17 COLUMN 41 VALUE "NPS PARCIAL...........".
          02 LINE 21 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           MOVE "PESQUISA.DAT" TO WID-ARQ-PESQUISA
           OPEN I-O ARQ-PESQUISA
           IF WS-RESULTADO-PESQUISA NOT = 00
              OPEN OUTPUT ARQ-PESQUISA
              CLOSE ARQ-PESQUISA
              OPEN I-O ARQ-PESQUISA
           END-IF
           MOVE "PSQRESP.DAT" TO WID-ARQ-PSQRESP
           OPEN I-O ARQ-PSQRESP
           IF WS-RESULTADO-PSQRESP NOT = 00
              OPEN OUTPUT ARQ-PSQRESP
              CLOSE ARQ-PSQRESP
              OPEN I-O ARQ-PSQRESP
           END-IF
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT = 00
              MOVE "S" TO WS-TERRIT-DISPONIVEL
           ELSE
              MOVE "N" TO WS-TERRIT-DISPONIVEL
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-PESQUISA
                 THRU F-MANTER-PESQUISA
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRA PESQUISA? S/N"            AT 2401
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
           CLOSE ARQ-PESQUISA
           CLOSE ARQ-PSQRESP
           IF WS-TERRIT-DISPONIVEL = "S"
              CLOSE ARQ-TERRIT
           END-IF
           EXIT PROGRAM
           .
       MANTER-PESQUISA.
           DISPLAY TELA-PESQUISA AT 0101
           MOVE ZEROS TO AUX-CODIGO
           ACCEPT AUX-CODIGO                                  AT 0424
           IF AUX-CODIGO = ZEROS
              GO TO F-MANTER-PESQUISA
           END-IF
           MOVE AUX-CODIGO TO PSQ-CODIGO
           READ ARQ-PESQUISA
           IF WS-RESULTADO-PESQUISA NOT = 00
              MOVE "N" TO WS-PSQ-EXISTE
              PERFORM DIGITA-PESQUISA
                 THRU F-DIGITA-PESQUISA
              GO TO F-MANTER-PESQUISA
           END-IF
           MOVE "S" TO WS-PSQ-EXISTE
           PERFORM MOSTRA-PESQUISA
           PERFORM MOSTRA-ANDAMENTO
           MOVE SPACES TO WS-ACAO
           EVALUATE TRUE
              WHEN PSQ-CADASTRADA
                 DISPLAY "(A)LTERAR (S)ORTEAR A AMOSTRA ENTER=VOLTA"
                                                              AT 2301
                 ACCEPT WS-ACAO                               AT 2343
              WHEN PSQ-ABERTA
                 DISPLAY "(E)NCERRAR A COLETA ENTER=VOLTA"    AT 2301
                 ACCEPT WS-ACAO                               AT 2333
              WHEN OTHER
                 DISPLAY "PESQUISA ENCERRADA - SOMENTE CONSULTA."
                                                              AT 2301
                 ACCEPT PAUSA                                 AT 2478
           END-EVALUATE
           DISPLAY LIMPA-LINHA                                AT 2301
           MOVE FUNCTION UPPER-CASE (WS-ACAO) TO WS-ACAO
           EVALUATE TRUE
              WHEN WS-ACAO = "A" AND PSQ-CADASTRADA
                 PERFORM DIGITA-PESQUISA
                    THRU F-DIGITA-PESQUISA
              WHEN WS-ACAO = "S" AND PSQ-CADASTRADA
                 PERFORM SORTEIA-AMOSTRA
                    THRU F-SORTEIA-AMOSTRA
              WHEN WS-ACAO = "E" AND PSQ-ABERTA
                 PERFORM ENCERRA-PESQUISA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       F-MANTER-PESQUISA. EXIT.
       MOSTRA-PESQUISA.
           DISPLAY PSQ-DESCRICAO                              AT 0524
           DISPLAY PSQ-DATA-INICIO                            AT 0624
           DISPLAY PSQ-DATA-FIM                               AT 0724
           DISPLAY PSQ-FILTRO-CLASSES                         AT 0824
           DISPLAY PSQ-FILTRO-TERRITORIO                      AT 0924
           DISPLAY PSQ-PCT-AMOSTRA                            AT 1024
           EVALUATE TRUE
              WHEN PSQ-CADASTRADA
                 DISPLAY "C - CADASTRADA (SEM AMOSTRA)"       AT 1124
              WHEN PSQ-ABERTA
                 DISPLAY "A - ABERTA, SORTEADA EM"            AT 1124
                 DISPLAY PSQ-DATA-SORTEIO                     AT 1148
              WHEN OTHER
                 DISPLAY "E - ENCERRADA"                      AT 1124
           END-EVALUATE
           .
       MOSTRA-ANDAMENTO.
      *    CONTAGEM DA AMOSTRA DA CAMPANHA EM PSQRESP.DAT; O NPS
      *    PARCIAL E SOBRE AS RESPOSTAS JA COLHIDAS.
           MOVE ZEROS TO WS-QTD-SORTEADOS WS-QTD-RESPONDIDAS
                         WS-QTD-RECUSADAS WS-QTD-PENDENTES
                         WS-QTD-PROMOTORES WS-QTD-NEUTROS
                         WS-QTD-DETRATORES WS-NPS
           MOVE PSQ-CODIGO TO PSR-PSQ-CODIGO
           MOVE ZEROS      TO PSR-CLI-CODIGO
           START ARQ-PSQRESP KEY IS NOT LESS PSR-CHAVE
           IF WS-RESULTADO-PSQRESP = 00
              MOVE ZEROS TO WS-FIM-RESPOSTAS
           ELSE
              MOVE 1 TO WS-FIM-RESPOSTAS
           END-IF
           PERFORM UNTIL WS-FIM-RESPOSTAS = 1
              READ ARQ-PSQRESP NEXT AT END
                 MOVE 1 TO WS-FIM-RESPOSTAS
              END-READ
              IF WS-FIM-RESPOSTAS NOT = 1
                 IF PSR-PSQ-CODIGO NOT = PSQ-CODIGO
                    MOVE 1 TO WS-FIM-RESPOSTAS
                 ELSE
                    PERFORM CONTA-UMA-RESPOSTA
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QTD-RESPONDIDAS > ZEROS
              COMPUTE WS-NPS ROUNDED =
                 (WS-QTD-PROMOTORES - WS-QTD-DETRATORES) * 100
                    / WS-QTD-RESPONDIDAS
           END-IF
           MOVE WS-NPS TO WS-NPS-EDITADO
           DISPLAY WS-QTD-SORTEADOS                           AT 1324
           DISPLAY WS-QTD-RESPONDIDAS                         AT 1424
           DISPLAY WS-QTD-RECUSADAS                           AT 1524
           DISPLAY WS-QTD-PENDENTES                           AT 1624
           DISPLAY WS-QTD-PROMOTORES                          AT 1464
           DISPLAY WS-QTD-NEUTROS                             AT 1564
           DISPLAY WS-QTD-DETRATORES                          AT 1664
           DISPLAY WS-NPS-EDITADO                             AT 1764
           .
       CONTA-UMA-RESPOSTA.
           ADD 1 TO WS-QTD-SORTEADOS
           EVALUATE TRUE
              WHEN PSR-RESPONDIDA
                 ADD 1 TO WS-QTD-RESPONDIDAS
                 EVALUATE TRUE
                    WHEN PSR-PROMOTOR
                       ADD 1 TO WS-QTD-PROMOTORES
                    WHEN PSR-NEUTRO
                       ADD 1 TO WS-QTD-NEUTROS
                    WHEN OTHER
                       ADD 1 TO WS-QTD-DETRATORES
                 END-EVALUATE
              WHEN PSR-RECUSADA
                 ADD 1 TO WS-QTD-RECUSADAS
              WHEN OTHER
                 ADD 1 TO WS-QTD-PENDENTES
           END-EVALUATE
           .
       DIGITA-PESQUISA.
      *    INCLUSAO OU ALTERACAO DA CAMPANHA AINDA SEM AMOSTRA.
           IF WS-PSQ-EXISTE NOT = "S"
              MOVE SPACES TO REGISTRO-PESQUISA
              MOVE ZEROS  TO PSQ-DATA-INICIO PSQ-DATA-FIM
                             PSQ-FILTRO-TERRITORIO PSQ-PCT-AMOSTRA
           END-IF
           MOVE PSQ-DESCRICAO TO AUX-DESCRICAO
           ACCEPT AUX-DESCRICAO                               AT 0524
           PERFORM UNTIL AUX-DESCRICAO NOT = SPACES
              DISPLAY "A DESCRICAO E OBRIGATORIA!"            AT 2401
              ACCEPT AUX-DESCRICAO                            AT 0524
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE PSQ-DATA-INICIO TO AUX-DATA-INICIO
              ACCEPT AUX-DATA-INICIO                          AT 0624
              MOVE AUX-DATA-INICIO TO WS-DATA-CONFERIR
              PERFORM CONFERE-DATA
           END-PERFORM
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE PSQ-DATA-FIM TO AUX-DATA-FIM
              ACCEPT AUX-DATA-FIM                             AT 0724
              MOVE AUX-DATA-FIM TO WS-DATA-CONFERIR
              PERFORM CONFERE-DATA
              IF WS-DATA-OK = "S" AND AUX-DATA-FIM < AUX-DATA-INICIO
                 DISPLAY "O FIM NAO PODE SER ANTERIOR AO INICIO!"
                                                              AT 2401
                 MOVE "N" TO WS-DATA-OK
              END-IF
              IF WS-DATA-OK = "S" AND AUX-DATA-FIM < WS-HOJE-AAAAMMDD
                 DISPLAY "O PERIODO DE COLETA JA TERMINOU!"   AT 2401
                 MOVE "N" TO WS-DATA-OK
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE "N" TO WS-CLASSES-OK
           PERFORM UNTIL WS-CLASSES-OK = "S"
              MOVE PSQ-FILTRO-CLASSES TO AUX-CLASSES
              ACCEPT AUX-CLASSES                              AT 0824
              MOVE FUNCTION UPPER-CASE (AUX-CLASSES) TO AUX-CLASSES
              MOVE "S" TO WS-CLASSES-OK
              PERFORM CONFERE-CLASSE
                 VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
              IF WS-CLASSES-OK NOT = "S"
                 DISPLAY "CLASSES VALIDAS: A, B E C!"         AT 2401
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE "N" TO WS-TER-OK
           PERFORM UNTIL WS-TER-OK = "S"
              MOVE PSQ-FILTRO-TERRITORIO TO AUX-TERRITORIO
              ACCEPT AUX-TERRITORIO                           AT 0924
              PERFORM CONFERE-TERRITORIO
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE ZEROS TO AUX-PCT-AMOSTRA
           PERFORM UNTIL AUX-PCT-AMOSTRA > ZEROS
                     AND AUX-PCT-AMOSTRA NOT > 100
              MOVE PSQ-PCT-AMOSTRA TO AUX-PCT-AMOSTRA
              ACCEPT AUX-PCT-AMOSTRA                          AT 1024
           END-PERFORM
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "N" OR = "n"
              GO TO F-DIGITA-PESQUISA
           END-IF
           MOVE AUX-CODIGO        TO PSQ-CODIGO
           MOVE AUX-DESCRICAO     TO PSQ-DESCRICAO
           MOVE AUX-DATA-INICIO   TO PSQ-DATA-INICIO
           MOVE AUX-DATA-FIM      TO PSQ-DATA-FIM
           MOVE AUX-CLASSES       TO PSQ-FILTRO-CLASSES
           MOVE AUX-TERRITORIO    TO PSQ-FILTRO-TERRITORIO
           MOVE AUX-PCT-AMOSTRA   TO PSQ-PCT-AMOSTRA
           MOVE ZEROS             TO PSQ-QTD-AMOSTRA
           MOVE ZEROS             TO PSQ-DATA-SORTEIO
           MOVE "C"               TO PSQ-STATUS
           MOVE OPERADOR          TO PSQ-OPERADOR
           MOVE DATA-DE-HOJE      TO PSQ-DATA-ALTERACAO
           IF WS-PSQ-EXISTE = "S"
              REWRITE REGISTRO-PESQUISA
           ELSE
              WRITE REGISTRO-PESQUISA
           END-IF
           IF WS-RESULTADO-PESQUISA NOT = 00
              DISPLAY "ERRO NA GRAVACAO - PESQUISAS:"         AT 2401
              DISPLAY WS-RESULTADO-PESQUISA                   AT 2431
           ELSE
              DISPLAY "PESQUISA GRAVADA - SORTEIE A AMOSTRA!" AT 2401
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-DIGITA-PESQUISA. EXIT.
       CONFERE-CLASSE.
           IF AUX-CLASSES (WS-IND:1) NOT = SPACE
              AND AUX-CLASSES (WS-IND:1) NOT = "A"
              AND AUX-CLASSES (WS-IND:1) NOT = "B"
              AND AUX-CLASSES (WS-IND:1) NOT = "C"
              MOVE "N" TO WS-CLASSES-OK
           END-IF
           .
       CONFERE-TERRITORIO.
      *    TERRITORIO ZERADO = TODOS; INFORMADO, TEM DE EXISTIR EM
      *    TERRIT.DAT (QUANDO A TABELA EXISTE).
           MOVE "S" TO WS-TER-OK
           IF AUX-TERRITORIO = ZEROS
              OR WS-TERRIT-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TER-OK
           MOVE LOW-VALUES TO TER-UF
           START ARQ-TERRIT KEY IS NOT LESS TER-UF
           IF WS-RESULTADO-TERRIT NOT = 00
              MOVE "S" TO WS-TER-OK
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-TERRIT
           PERFORM UNTIL WS-FIM-TERRIT = 1 OR WS-TER-OK = "S"
              READ ARQ-TERRIT NEXT AT END
                 MOVE 1 TO WS-FIM-TERRIT
              END-READ
              IF WS-FIM-TERRIT NOT = 1
                 AND TER-TERRITORIO = AUX-TERRITORIO
                 MOVE "S" TO WS-TER-OK
                 DISPLAY TER-NOME                             AT 0930
              END-IF
           END-PERFORM
           IF WS-TER-OK NOT = "S"
              DISPLAY "TERRITORIO NAO CADASTRADO (PROG13)!"   AT 2401
           END-IF
           .
       CONFERE-DATA.
      *    CONFERENCIA SIMPLES DA DATA AAAAMMDD: MES DE 1 A 12 E DIA
      *    DENTRO DO MES (FEVEREIRO COM 29 DIAS NO ANO BISSEXTO).
           MOVE "S" TO WS-DATA-OK
           DIVIDE WS-DATA-CONFERIR BY 10000
              GIVING WS-ANO-CONFERIR REMAINDER WS-RESTO-DATA
           DIVIDE WS-RESTO-DATA BY 100
              GIVING WS-MES-CONFERIR REMAINDER WS-DIA-CONFERIR
           EVALUATE TRUE
              WHEN WS-ANO-CONFERIR < 2000
              WHEN WS-MES-CONFERIR < 1 OR WS-MES-CONFERIR > 12
              WHEN WS-DIA-CONFERIR < 1 OR WS-DIA-CONFERIR > 31
                 MOVE "N" TO WS-DATA-OK
              WHEN WS-MES-CONFERIR = 4 OR = 6 OR = 9 OR = 11
                 IF WS-DIA-CONFERIR > 30
                    MOVE "N" TO WS-DATA-OK
                 END-IF
              WHEN WS-MES-CONFERIR = 2
                 IF WS-DIA-CONFERIR > 29
                    MOVE "N" TO WS-DATA-OK
                 END-IF
                 IF WS-DIA-CONFERIR = 29
                    AND FUNCTION MOD (WS-ANO-CONFERIR, 4) NOT = 0
                    MOVE "N" TO WS-DATA-OK
                 END-IF
           END-EVALUATE
           IF WS-DATA-OK NOT = "S"
              DISPLAY "DATA INVALIDA - INFORME AAAAMMDD!"     AT 2401
           ELSE
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       SORTEIA-AMOSTRA.
      *    AMOSTRA SISTEMATICA: CADA CLIENTE ATIVO QUE PASSA NO
      *    FILTRO SOMA O PERCENTUAL NO ACUMULADOR, E ENTRA NA
      *    AMOSTRA QUANDO O ACUMULADOR CHEGA A 100 - COM 20% ENTRA
      *    UM A CADA CINCO, ESPALHADO PELA CARTEIRA INTEIRA.
           IF PSQ-DATA-FIM < WS-HOJE-AAAAMMDD
              DISPLAY "PERIODO DE COLETA JA TERMINOU - ALTERE O FIM!"
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-SORTEIA-AMOSTRA
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA O SORTEIO DA AMOSTRA? S/N"       AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2437
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "N" OR = "n"
              GO TO F-SORTEIA-AMOSTRA
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "NAO HA CLIENTES CADASTRADOS."          AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-SORTEIA-AMOSTRA
           END-IF
           DISPLAY "SORTEANDO A AMOSTRA..."                   AT 2401
           MOVE ZEROS TO WS-QTD-FILTRADOS WS-QTD-SORTEADOS
                         WS-ACUM-AMOSTRA WS-FIM-CLIENTES
           PERFORM UNTIL WS-FIM-CLIENTES = 1
              READ ARQ-CLIENTE NEXT AT END
                 MOVE 1 TO WS-FIM-CLIENTES
              END-READ
              IF WS-FIM-CLIENTES NOT = 1
                 PERFORM AVALIA-CLIENTE-AMOSTRA
              END-IF
           END-PERFORM
           CLOSE ARQ-CLIENTE
           MOVE "A"              TO PSQ-STATUS
           MOVE WS-QTD-SORTEADOS TO PSQ-QTD-AMOSTRA
           MOVE WS-HOJE-AAAAMMDD TO PSQ-DATA-SORTEIO
           MOVE OPERADOR         TO PSQ-OPERADOR
           MOVE DATA-DE-HOJE     TO PSQ-DATA-ALTERACAO
           REWRITE REGISTRO-PESQUISA
           DISPLAY LIMPA-LINHA                                AT 2401
           PERFORM MOSTRA-PESQUISA
           PERFORM MOSTRA-ANDAMENTO
           DISPLAY "CLIENTES NO FILTRO:"                      AT 2301
           DISPLAY WS-QTD-FILTRADOS                           AT 2321
           DISPLAY "SORTEADOS:"                               AT 2330
           DISPLAY WS-QTD-SORTEADOS                           AT 2341
           DISPLAY "PESQUISA ABERTA PARA A COLETA."           AT 2401
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-SORTEIA-AMOSTRA. EXIT.
       AVALIA-CLIENTE-AMOSTRA.
           IF NOT CLI-ATIVO
              EXIT PARAGRAPH
           END-IF
           IF PSQ-FILTRO-CLASSES NOT = SPACES
              MOVE "N" TO WS-CLI-PASSA
              IF CLI-CLASSE-ABC NOT = SPACE
                 PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 3
                    IF PSQ-FILTRO-CLASSES (WS-IND:1) = CLI-CLASSE-ABC
                       MOVE "S" TO WS-CLI-PASSA
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-CLI-PASSA NOT = "S"
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE ZEROS TO WS-CLI-TERRITORIO
           IF WS-TERRIT-DISPONIVEL = "S"
              MOVE CLI-UF TO TER-UF
              READ ARQ-TERRIT
              IF WS-RESULTADO-TERRIT = 00
                 MOVE TER-TERRITORIO TO WS-CLI-TERRITORIO
              END-IF
           END-IF
           IF PSQ-FILTRO-TERRITORIO NOT = ZEROS
              AND WS-CLI-TERRITORIO NOT = PSQ-FILTRO-TERRITORIO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-FILTRADOS
           ADD PSQ-PCT-AMOSTRA TO WS-ACUM-AMOSTRA
           IF WS-ACUM-AMOSTRA < 100
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 100 FROM WS-ACUM-AMOSTRA
           MOVE SPACES            TO REGISTRO-PSQRESP
           MOVE PSQ-CODIGO        TO PSR-PSQ-CODIGO
           MOVE CLI-CODIGO        TO PSR-CLI-CODIGO
           MOVE CLI-VEN-CODIGO    TO PSR-VEN-CODIGO
           MOVE WS-CLI-TERRITORIO TO PSR-TERRITORIO
           MOVE CLI-SEGMENTO      TO PSR-SEGMENTO
           MOVE CLI-CLASSE-ABC    TO PSR-CLASSE-ABC
           MOVE "P"               TO PSR-STATUS
           MOVE ZEROS             TO PSR-NOTA PSR-DATA-RESPOSTA
                                     PSR-OCO-SEQUENCIA
           WRITE REGISTRO-PSQRESP
           IF WS-RESULTADO-PSQRESP = 00
              ADD 1 TO WS-QTD-SORTEADOS
           END-IF
           .
       ENCERRA-PESQUISA.
      *    AS PENDENTES FICAM COMO ESTAO (NAO RESPONDIDAS); O PROG21
      *    E O PROG32 DEIXAM DE OFERECER A PESQUISA.
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA O ENCERRAMENTO DA COLETA? S/N"   AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2441
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE "E"          TO PSQ-STATUS
              MOVE OPERADOR     TO PSQ-OPERADOR
              MOVE DATA-DE-HOJE TO PSQ-DATA-ALTERACAO
              REWRITE REGISTRO-PESQUISA
              IF WS-RESULTADO-PESQUISA NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - PESQUISAS:"      AT 2401
                 DISPLAY WS-RESULTADO-PESQUISA                AT 2431
              ELSE
                 DISPLAY "PESQUISA ENCERRADA."                AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
