       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG47.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** MANUTENCAO DAS EQUIPES DE VENDAS ********
      *    MANTEM A HIERARQUIA GERENTE -> SUPERVISOR -> VENDEDOR
      *    (EQUIPE.DAT). CADA LINHA TEM O MEMBRO (CADASTRADO EM
      *    VENDEDOR.DAT, PROG02), A DATA DE INICIO DA VIGENCIA, A
      *    FUNCAO (V/S/G), O SUPERIOR IMEDIATO E, PARA SUPERVISOR E
      *    GERENTE, O PERCENTUAL DE OVERRIDE SOBRE AS VENDAS DA
      *    EQUIPE. A TROCA DE EQUIPE E FEITA INCLUINDO UMA LINHA NOVA
      *    COM A DATA DA MUDANCA; AS LINHAS ANTIGAS FICAM COMO
      *    HISTORICO E CONTINUAM VALENDO PARA OS PEDIDOS DO PERIODO
      *    DELAS. O SUPERIOR DO VENDEDOR TEM DE SER SUPERVISOR, E O
      *    DO SUPERVISOR TEM DE SER GERENTE, NA DATA DE INICIO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-EQUIPE ASSIGN TO DISK WID-ARQ-EQUIPE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EQP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EQUIPE.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-EQUIPE.FD".
       COPY "ARQ-VENDEDOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-EQUIPE           PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EQUIPE      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-EQUIPE-EXISTE         PIC X(01) VALUE SPACES.
       77 WS-SUPERIOR-OK           PIC X(01) VALUE SPACES.
       77 WS-FUNCAO-ESPERADA       PIC X(01) VALUE SPACES.
       77 WS-FUNCAO-SUPERIOR       PIC X(01) VALUE SPACES.
       77 WS-FIM-EQUIPE            PIC 9(01) VALUE ZEROS.
       77 WS-FIM-LISTA             PIC 9(01) VALUE ZEROS.
       77 WS-LINHA-LISTA           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LISTADAS          PIC 9(02) VALUE ZEROS.
       77 WS-DATA-OK               PIC X(01) VALUE SPACES.
       77 WS-DATA-CONFERIR         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CONFERIR          PIC 9(04) VALUE ZEROS.
       77 WS-MES-CONFERIR          PIC 9(02) VALUE ZEROS.
       77 WS-DIA-CONFERIR          PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-DATA            PIC 9(04) VALUE ZEROS.
       77 AUX-CODIGO               PIC 9(05) VALUE ZEROS.
       77 AUX-DATA-INICIO          PIC 9(08) VALUE ZEROS.
       77 AUX-FUNCAO               PIC X(01) VALUE SPACES.
       77 AUX-SUPERIOR             PIC 9(05) VALUE ZEROS.
       77 AUX-PCT-OVERRIDE         PIC 9(02)V9(02) VALUE ZEROS.
       01 WS-LINHA-EQUIPE.
          02 WS-LST-INICIO         PIC 9(08).
          02 FILLER                PIC X(10) VALUE "  FUNCAO: ".
          02 WS-LST-FUNCAO         PIC X(01).
          02 FILLER                PIC X(12) VALUE "  SUPERIOR: ".
          02 WS-LST-SUPERIOR       PIC 9(05).
          02 FILLER                PIC X(12) VALUE "  OVERRIDE: ".
          02 WS-LST-PCT            PIC Z9,99.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-EQUIPE  BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "    EQUIPES DE VENDAS         ".
          02 LINE 02 COLUMN 73 VALUE "PROG47".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DO MEMBRO......".
          02 LINE 05 COLUMN 01 VALUE "INICIO (AAAAMMDD).....".
          02 LINE 06 COLUMN 01 VALUE "FUNCAO (V/S/G)........".
          02 LINE 07 COLUMN 01 VALUE "SUPERIOR IMEDIATO.....".
          02 LINE 08 COLUMN 01 VALUE "PCT. OVERRIDE.........".
          02 LINE 09 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 10 COLUMN 01 VALUE "HISTORICO DO MEMBRO:".

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "NAO HA VENDEDORES CADASTRADOS."        AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "EQUIPE.DAT" TO WID-ARQ-EQUIPE
           OPEN I-O ARQ-EQUIPE
           IF WS-RESULTADO-EQUIPE NOT = 00
              OPEN OUTPUT ARQ-EQUIPE
              CLOSE ARQ-EQUIPE
              OPEN I-O ARQ-EQUIPE
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-EQUIPE
                 THRU F-MANTER-EQUIPE
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRO MEMBRO? S/N"              AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2426
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-EQUIPE
           CLOSE ARQ-VENDEDOR
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       MANTER-EQUIPE.
           DISPLAY TELA-EQUIPE AT 0101
           MOVE ZEROS TO AUX-CODIGO
           ACCEPT AUX-CODIGO                                  AT 0424
           IF AUX-CODIGO = ZEROS
              GO TO F-MANTER-EQUIPE
           END-IF
           MOVE AUX-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "VENDEDOR NAO CADASTRADO (PROG02)!"     AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-EQUIPE
           END-IF
           DISPLAY VEN-NOME                                   AT 0431
           PERFORM LISTA-HISTORICO-MEMBRO
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-DATA-INICIO
              ACCEPT AUX-DATA-INICIO                          AT 0524
              IF AUX-DATA-INICIO = ZEROS
                 GO TO F-MANTER-EQUIPE
              END-IF
              MOVE AUX-DATA-INICIO TO WS-DATA-CONFERIR
              PERFORM CONFERE-DATA
           END-PERFORM
           MOVE AUX-CODIGO      TO EQP-CODIGO
           MOVE AUX-DATA-INICIO TO EQP-DATA-INICIO
           READ ARQ-EQUIPE
           IF WS-RESULTADO-EQUIPE = 00
              MOVE "S" TO WS-EQUIPE-EXISTE
              DISPLAY EQP-FUNCAO                              AT 0624
              DISPLAY EQP-SUPERIOR                            AT 0724
              DISPLAY EQP-PCT-OVERRIDE                        AT 0824
              MOVE SPACES TO WS-RESPOSTA
              DISPLAY "LINHA JA CADASTRADA. EXCLUIR? S/N"     AT 2401
              PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-RESPOSTA                           AT 2436
              END-PERFORM
              DISPLAY LIMPA-LINHA                             AT 2401
              IF WS-RESPOSTA = "S" OR = "s"
                 DELETE ARQ-EQUIPE RECORD
                 IF WS-RESULTADO-EQUIPE = 00
                    DISPLAY "LINHA DA EQUIPE EXCLUIDA."       AT 2401
                 ELSE
                    DISPLAY "ERRO NA EXCLUSAO - EQUIPES:"     AT 2401
                    DISPLAY WS-RESULTADO-EQUIPE               AT 2429
                 END-IF
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 GO TO F-MANTER-EQUIPE
              END-IF
              DISPLAY "NOVOS VALORES REGRAVAM A LINHA."       AT 2301
           ELSE
              MOVE "N" TO WS-EQUIPE-EXISTE
           END-IF
           MOVE SPACES TO AUX-FUNCAO
           PERFORM UNTIL AUX-FUNCAO = "V" OR = "S" OR = "G"
              ACCEPT AUX-FUNCAO                               AT 0624
              EVALUATE AUX-FUNCAO
                 WHEN "v" MOVE "V" TO AUX-FUNCAO
                 WHEN "s" MOVE "S" TO AUX-FUNCAO
                 WHEN "g" MOVE "G" TO AUX-FUNCAO
              END-EVALUATE
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           PERFORM ACEITA-SUPERIOR
           IF AUX-FUNCAO NOT = "G" AND AUX-SUPERIOR = ZEROS
              GO TO F-MANTER-EQUIPE
           END-IF
           MOVE ZEROS TO AUX-PCT-OVERRIDE
           IF AUX-FUNCAO = "V"
              DISPLAY AUX-PCT-OVERRIDE                        AT 0824
           ELSE
              ACCEPT AUX-PCT-OVERRIDE                         AT 0824
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE AUX-CODIGO       TO EQP-CODIGO
              MOVE AUX-DATA-INICIO  TO EQP-DATA-INICIO
              MOVE AUX-FUNCAO       TO EQP-FUNCAO
              MOVE AUX-SUPERIOR     TO EQP-SUPERIOR
              MOVE AUX-PCT-OVERRIDE TO EQP-PCT-OVERRIDE
              MOVE OPERADOR         TO EQP-OPERADOR
              MOVE DATA-DE-HOJE     TO EQP-DATA-ALTERACAO
              IF WS-EQUIPE-EXISTE = "S"
                 REWRITE REGISTRO-EQUIPE
              ELSE
                 WRITE REGISTRO-EQUIPE
              END-IF
              IF WS-RESULTADO-EQUIPE NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - EQUIPES:"        AT 2401
                 DISPLAY WS-RESULTADO-EQUIPE                  AT 2429
              ELSE
                 DISPLAY "EQUIPE GRAVADA COM SUCESSO!"        AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-MANTER-EQUIPE. EXIT.
       ACEITA-SUPERIOR.
      *    GERENTE NAO TEM SUPERIOR. PARA OS DEMAIS, SUPERIOR ZERADO
      *    ABANDONA A LINHA SEM GRAVAR.
           MOVE ZEROS TO AUX-SUPERIOR
           IF AUX-FUNCAO = "G"
              DISPLAY AUX-SUPERIOR                            AT 0724
              EXIT PARAGRAPH
           END-IF
           IF AUX-FUNCAO = "V"
              MOVE "S" TO WS-FUNCAO-ESPERADA
           ELSE
              MOVE "G" TO WS-FUNCAO-ESPERADA
           END-IF
           MOVE "N" TO WS-SUPERIOR-OK
           PERFORM UNTIL WS-SUPERIOR-OK = "S"
              ACCEPT AUX-SUPERIOR                             AT 0724
              PERFORM CONFERE-SUPERIOR
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       CONFERE-SUPERIOR.
           MOVE "S" TO WS-SUPERIOR-OK
           IF AUX-SUPERIOR = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SUPERIOR-OK
           IF AUX-SUPERIOR = AUX-CODIGO
              DISPLAY "O SUPERIOR DEVE SER OUTRO MEMBRO!"     AT 2401
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-SUPERIOR TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "SUPERIOR NAO CADASTRADO (PROG02)!"     AT 2401
              EXIT PARAGRAPH
           END-IF
           IF NOT VEN-ATIVO
              DISPLAY "SUPERIOR INATIVO!"                     AT 2401
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-FUNCAO-SUPERIOR
           IF WS-FUNCAO-SUPERIOR NOT = WS-FUNCAO-ESPERADA
              IF WS-FUNCAO-ESPERADA = "S"
                 DISPLAY "SUPERIOR NAO E SUPERVISOR NA DATA!" AT 2401
              ELSE
                 DISPLAY "SUPERIOR NAO E GERENTE NA DATA!"    AT 2401
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-SUPERIOR-OK
           DISPLAY VEN-NOME                                   AT 0731
           .
       BUSCA-FUNCAO-SUPERIOR.
      *    FUNCAO DO SUPERIOR NA DATA DE INICIO DA LINHA: A ULTIMA
      *    LINHA DELE COM INICIO ATE ESSA DATA.
           MOVE SPACES       TO WS-FUNCAO-SUPERIOR
           MOVE AUX-SUPERIOR TO EQP-CODIGO
           MOVE ZEROS        TO EQP-DATA-INICIO
           START ARQ-EQUIPE KEY IS NOT LESS EQP-CHAVE
           IF WS-RESULTADO-EQUIPE NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-EQUIPE
           PERFORM UNTIL WS-FIM-EQUIPE = 1
              READ ARQ-EQUIPE NEXT AT END
                 MOVE 1 TO WS-FIM-EQUIPE
              END-READ
              IF WS-FIM-EQUIPE NOT = 1
                 IF EQP-CODIGO NOT = AUX-SUPERIOR
                    OR EQP-DATA-INICIO > AUX-DATA-INICIO
                    MOVE 1 TO WS-FIM-EQUIPE
                 ELSE
                    MOVE EQP-FUNCAO TO WS-FUNCAO-SUPERIOR
                 END-IF
              END-IF
           END-PERFORM
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
       LISTA-HISTORICO-MEMBRO.
           MOVE ZEROS TO WS-QTD-LISTADAS
           MOVE ZEROS TO WS-FIM-LISTA
           MOVE AUX-CODIGO TO EQP-CODIGO
           MOVE ZEROS      TO EQP-DATA-INICIO
           START ARQ-EQUIPE KEY IS NOT LESS EQP-CHAVE
           IF WS-RESULTADO-EQUIPE NOT = 00
              MOVE 1 TO WS-FIM-LISTA
           END-IF
           PERFORM UNTIL WS-FIM-LISTA = 1
                      OR WS-QTD-LISTADAS NOT LESS 10
              READ ARQ-EQUIPE NEXT AT END
                 MOVE 1 TO WS-FIM-LISTA
              END-READ
              IF WS-FIM-LISTA NOT = 1
                 IF EQP-CODIGO NOT = AUX-CODIGO
                    MOVE 1 TO WS-FIM-LISTA
                 ELSE
                    ADD 1 TO WS-QTD-LISTADAS
                    MOVE EQP-DATA-INICIO    TO WS-LST-INICIO
                    MOVE EQP-FUNCAO         TO WS-LST-FUNCAO
                    MOVE EQP-SUPERIOR       TO WS-LST-SUPERIOR
                    MOVE EQP-PCT-OVERRIDE   TO WS-LST-PCT
                    COMPUTE WS-LINHA-LISTA =
                       ((WS-QTD-LISTADAS + 10) * 100) + 3
                    DISPLAY WS-LINHA-EQUIPE AT WS-LINHA-LISTA
                 END-IF
              END-IF
           END-PERFORM
           .
