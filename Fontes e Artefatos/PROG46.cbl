       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG46.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** MANUTENCAO DE CAMPANHAS PROMOCIONAIS ********
      *    MANTEM O CADASTRO DE CAMPANHAS DO MARKETING (CAMPANHA.DAT):
      *    CODIGO, DESCRICAO, PERIODO (INICIO E FIM EM AAAAMMDD),
      *    PONTOS PERCENTUAIS DE COMISSAO EXTRA DO VENDEDOR, SITUACAO,
      *    ATE 10 TERRITORIOS ELEGIVEIS (TERRIT.DAT, PROG13; TODOS
      *    ZERADOS = CAMPANHA NACIONAL) E ATE 8 PRODUTOS, CADA UM COM
      *    O PRECO DE CAMPANHA OU, COM O PRECO ZERADO, O DESCONTO
      *    PERCENTUAL SOBRE O PRECO VIGENTE DA TABELA. SUBSTITUI AS
      *    VIGENCIAS TEMPORARIAS QUE ERAM INCLUIDAS E RETIRADAS DA
      *    TABELA DE PRECOS (PROG40) PARA SIMULAR AS CAMPANHAS. A
      *    CAMPANHA E APLICADA PELO CALCCAMP NA DIGITACAO DE PEDIDOS
      *    (PROG07) E NO MOVIMENTO DO CAMPO (PROGMOVPED).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAMPANHA.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CAMPANHA.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-TERRIT.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-CAMPANHA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CAMPANHA    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-PRODUTO-DISPONIVEL    PIC X(01) VALUE "N".
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-CMP-EXISTE            PIC X(01) VALUE SPACES.
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-IND-TER               PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-POSICAO               PIC 9(04) VALUE ZEROS.
       77 WS-NUM-ITEM              PIC Z9.
       77 WS-FIM-TERRIT            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TERRITORIOS       PIC 9(02) VALUE ZEROS.
       77 WS-TER-OK                PIC X(01) VALUE SPACES.
       77 WS-PRO-OK                PIC X(01) VALUE SPACES.
       77 WS-DATA-OK               PIC X(01) VALUE SPACES.
       77 WS-DATA-CONFERIR         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CONFERIR          PIC 9(04) VALUE ZEROS.
       77 WS-MES-CONFERIR          PIC 9(02) VALUE ZEROS.
       77 WS-DIA-CONFERIR          PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-DATA            PIC 9(04) VALUE ZEROS.
       77 AUX-CODIGO               PIC 9(05) VALUE ZEROS.
       77 AUX-DESCRICAO            PIC X(30) VALUE SPACES.
       77 AUX-DATA-INICIO          PIC 9(08) VALUE ZEROS.
       77 AUX-DATA-FIM             PIC 9(08) VALUE ZEROS.
       77 AUX-PONTOS               PIC 9(02)V9(02) VALUE ZEROS.
       77 AUX-STATUS               PIC X(01) VALUE SPACES.
       77 AUX-QTD-PRODUTOS         PIC 9(02) VALUE ZEROS.
       01 AUX-TABELA-TERRITORIOS.
          02 AUX-TERRITORIO        PIC 9(03) OCCURS 10 TIMES.
       01 AUX-TABELA-PRODUTOS.
          02 AUX-PRODUTO OCCURS 8 TIMES.
             03 AUX-PRO-CODIGO     PIC 9(05).
             03 AUX-PRECO          PIC 9(09)V9(02).
             03 AUX-PCT-DESCONTO   PIC 9(02)V9(02).
      *    CODIGOS DE TERRITORIO EXISTENTES EM TERRIT.DAT, PARA
      *    CONFERIR OS TERRITORIOS DIGITADOS.
       01 TABELA-TERRITORIOS.
          02 TAB-TER-CODIGO        PIC 9(03) OCCURS 40 TIMES.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CAMPANHA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  CAMPANHAS PROMOCIONAIS      ".
          02 LINE 02 COLUMN 73 VALUE "PROG46".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DA CAMPANHA....".
          02 LINE 05 COLUMN 01 VALUE "DESCRICAO.............".
          02 LINE 06 COLUMN 01 VALUE "INICIO (AAAAMMDD).....".
          02 LINE 07 COLUMN 01 VALUE "FIM (AAAAMMDD)........".
          02 LINE 08 COLUMN 01 VALUE "PONTOS COMISSAO EXTRA.".
          02 LINE 09 COLUMN 01 VALUE "SITUACAO (A/I)........".
          02 LINE 10 COLUMN 01 VALUE "TERRIT. (ZERO=TODOS)..".
          02 LINE 11 COLUMN 01 VALUE "QTD. DE PRODUTOS......".
          02 LINE 12 COLUMN 01 VALUE "ITEM PRODUTO DESCRICAO".
          02 LINE 12 COLUMN 38 VALUE "PRECO CAMP.    DESC.%".
          02 LINE 21 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "CAMPANHA.DAT" TO WID-ARQ-CAMPANHA
           OPEN I-O ARQ-CAMPANHA
           IF WS-RESULTADO-CAMPANHA NOT = 00
              OPEN OUTPUT ARQ-CAMPANHA
              CLOSE ARQ-CAMPANHA
              OPEN I-O ARQ-CAMPANHA
           END-IF
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00
              MOVE "S" TO WS-PRODUTO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-PRODUTO-DISPONIVEL
           END-IF
           PERFORM CARREGA-TERRITORIOS

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-CAMPANHA
                 THRU F-MANTER-CAMPANHA
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRA CAMPANHA? S/N"            AT 2401
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
           CLOSE ARQ-CAMPANHA
           IF WS-PRODUTO-DISPONIVEL = "S"
              CLOSE ARQ-PRODUTO
           END-IF
           EXIT PROGRAM
           .
       CARREGA-TERRITORIOS.
      *    SEM TERRIT.DAT A TABELA FICA VAZIA E OS TERRITORIOS
      *    DIGITADOS NAO SAO CONFERIDOS.
           MOVE ZEROS TO WS-QTD-TERRITORIOS
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-TERRIT
           PERFORM UNTIL WS-FIM-TERRIT = 1
              READ ARQ-TERRIT NEXT AT END
                 MOVE 1 TO WS-FIM-TERRIT
              END-READ
              IF WS-FIM-TERRIT NOT = 1 AND WS-QTD-TERRITORIOS < 40
                 ADD 1 TO WS-QTD-TERRITORIOS
                 MOVE TER-TERRITORIO
                   TO TAB-TER-CODIGO (WS-QTD-TERRITORIOS)
              END-IF
           END-PERFORM
           CLOSE ARQ-TERRIT
           .
       MANTER-CAMPANHA.
           DISPLAY TELA-CAMPANHA AT 0101
           MOVE ZEROS TO AUX-CODIGO
           ACCEPT AUX-CODIGO                                  AT 0424
           IF AUX-CODIGO = ZEROS
              GO TO F-MANTER-CAMPANHA
           END-IF
           MOVE AUX-CODIGO TO CMP-CODIGO
           MOVE ZEROS      TO AUX-TABELA-TERRITORIOS
           MOVE ZEROS      TO AUX-TABELA-PRODUTOS
           READ ARQ-CAMPANHA
           IF WS-RESULTADO-CAMPANHA = 00
              MOVE "S" TO WS-CMP-EXISTE
              DISPLAY CMP-DESCRICAO                           AT 0524
              DISPLAY CMP-DATA-INICIO                         AT 0624
              DISPLAY CMP-DATA-FIM                            AT 0724
              DISPLAY CMP-PONTOS-COMISSAO                     AT 0824
              DISPLAY CMP-STATUS                              AT 0924
              DISPLAY CMP-QTD-PRODUTOS                        AT 1124
              PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
                 MOVE CMP-TERRITORIO (WS-IND)
                   TO AUX-TERRITORIO (WS-IND)
                 PERFORM MOSTRA-TERRITORIO
              END-PERFORM
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > CMP-QTD-PRODUTOS
                         OR WS-IND > 8
                 MOVE CMP-PRO-CODIGO (WS-IND)
                   TO AUX-PRO-CODIGO (WS-IND)
                 MOVE CMP-PRECO (WS-IND)   TO AUX-PRECO (WS-IND)
                 MOVE CMP-PCT-DESCONTO (WS-IND)
                   TO AUX-PCT-DESCONTO (WS-IND)
                 PERFORM MOSTRA-PRODUTO
              END-PERFORM
              DISPLAY "CAMPANHA JA CADASTRADA - NOVOS VALORES REGRAVAM."
                                                              AT 2301
           ELSE
              MOVE "N" TO WS-CMP-EXISTE
           END-IF
           MOVE SPACES TO AUX-DESCRICAO
           ACCEPT AUX-DESCRICAO                               AT 0524
           PERFORM UNTIL AUX-DESCRICAO NOT = SPACES
              DISPLAY "A DESCRICAO E OBRIGATORIA!"            AT 2401
              ACCEPT AUX-DESCRICAO                            AT 0524
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-DATA-INICIO
              ACCEPT AUX-DATA-INICIO                          AT 0624
              MOVE AUX-DATA-INICIO TO WS-DATA-CONFERIR
              PERFORM CONFERE-DATA
           END-PERFORM
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-DATA-FIM
              ACCEPT AUX-DATA-FIM                             AT 0724
              MOVE AUX-DATA-FIM TO WS-DATA-CONFERIR
              PERFORM CONFERE-DATA
              IF WS-DATA-OK = "S" AND AUX-DATA-FIM < AUX-DATA-INICIO
                 DISPLAY "O FIM NAO PODE SER ANTERIOR AO INICIO!"
                                                              AT 2401
                 MOVE "N" TO WS-DATA-OK
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE ZEROS TO AUX-PONTOS
           ACCEPT AUX-PONTOS                                  AT 0824
           MOVE SPACES TO AUX-STATUS
           PERFORM UNTIL AUX-STATUS = "A" OR = "I"
              ACCEPT AUX-STATUS                               AT 0924
              IF AUX-STATUS = "a"
                 MOVE "A" TO AUX-STATUS
              END-IF
              IF AUX-STATUS = "i"
                 MOVE "I" TO AUX-STATUS
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           PERFORM ACEITA-TERRITORIO
              VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
           MOVE ZEROS TO AUX-QTD-PRODUTOS
           PERFORM UNTIL AUX-QTD-PRODUTOS > ZEROS
                     AND AUX-QTD-PRODUTOS NOT > 8
              ACCEPT AUX-QTD-PRODUTOS                         AT 1124
           END-PERFORM
           PERFORM ACEITA-PRODUTO
              VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > AUX-QTD-PRODUTOS
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE ZEROS            TO REGISTRO-CAMPANHA
              MOVE AUX-CODIGO       TO CMP-CODIGO
              MOVE AUX-DESCRICAO    TO CMP-DESCRICAO
              MOVE AUX-DATA-INICIO  TO CMP-DATA-INICIO
              MOVE AUX-DATA-FIM     TO CMP-DATA-FIM
              MOVE AUX-PONTOS       TO CMP-PONTOS-COMISSAO
              PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
                 MOVE AUX-TERRITORIO (WS-IND)
                   TO CMP-TERRITORIO (WS-IND)
              END-PERFORM
              MOVE AUX-QTD-PRODUTOS TO CMP-QTD-PRODUTOS
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > AUX-QTD-PRODUTOS
                 MOVE AUX-PRO-CODIGO (WS-IND)
                   TO CMP-PRO-CODIGO (WS-IND)
                 MOVE AUX-PRECO (WS-IND)   TO CMP-PRECO (WS-IND)
                 MOVE AUX-PCT-DESCONTO (WS-IND)
                   TO CMP-PCT-DESCONTO (WS-IND)
              END-PERFORM
              MOVE AUX-STATUS       TO CMP-STATUS
              MOVE OPERADOR         TO CMP-OPERADOR
              MOVE DATA-DE-HOJE     TO CMP-DATA-ALTERACAO
              IF WS-CMP-EXISTE = "S"
                 REWRITE REGISTRO-CAMPANHA
              ELSE
                 WRITE REGISTRO-CAMPANHA
              END-IF
              IF WS-RESULTADO-CAMPANHA NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - CAMPANHAS:"      AT 2401
                 DISPLAY WS-RESULTADO-CAMPANHA                AT 2432
              ELSE
                 DISPLAY "CAMPANHA GRAVADA COM SUCESSO!"      AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-MANTER-CAMPANHA. EXIT.
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
       ACEITA-TERRITORIO.
      *    TERRITORIO ZERADO DEIXA A POSICAO LIVRE; DIGITADO, TEM DE
      *    EXISTIR EM TERRIT.DAT (QUANDO A TABELA EXISTE).
           MOVE "N" TO WS-TER-OK
           PERFORM UNTIL WS-TER-OK = "S"
              COMPUTE WS-POSICAO = 1000 + 24 + ((WS-IND - 1) * 4)
              ACCEPT AUX-TERRITORIO (WS-IND)            AT WS-POSICAO
              MOVE "S" TO WS-TER-OK
              IF AUX-TERRITORIO (WS-IND) NOT = ZEROS
                 AND WS-QTD-TERRITORIOS > ZEROS
                 MOVE "N" TO WS-TER-OK
                 PERFORM VARYING WS-IND-TER FROM 1 BY 1
                    UNTIL WS-IND-TER > WS-QTD-TERRITORIOS
                    IF TAB-TER-CODIGO (WS-IND-TER)
                       = AUX-TERRITORIO (WS-IND)
                       MOVE "S" TO WS-TER-OK
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-TER-OK NOT = "S"
                 DISPLAY "TERRITORIO NAO CADASTRADO (PROG13)!"
                                                              AT 2401
              ELSE
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-PERFORM
           .
       ACEITA-PRODUTO.
      *    PRODUTO, UM POR LINHA (13 A 20): PRECO DE CAMPANHA OU,
      *    COM O PRECO ZERADO, O DESCONTO SOBRE O PRECO DA TABELA.
      *    PRECO E DESCONTO ZERADOS = SO OS PONTOS EXTRAS.
           PERFORM MOSTRA-PRODUTO
           MOVE "N" TO WS-PRO-OK
           PERFORM UNTIL WS-PRO-OK = "S"
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 6
              ACCEPT AUX-PRO-CODIGO (WS-IND)            AT WS-POSICAO
              PERFORM CONFERE-PRODUTO
           END-PERFORM
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 38
           ACCEPT AUX-PRECO (WS-IND)                    AT WS-POSICAO
           IF AUX-PRECO (WS-IND) = ZEROS
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 53
              ACCEPT AUX-PCT-DESCONTO (WS-IND)          AT WS-POSICAO
           ELSE
              MOVE ZEROS TO AUX-PCT-DESCONTO (WS-IND)
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 53
              DISPLAY AUX-PCT-DESCONTO (WS-IND)         AT WS-POSICAO
           END-IF
           .
       CONFERE-PRODUTO.
           MOVE "S" TO WS-PRO-OK
           IF AUX-PRO-CODIGO (WS-IND) = ZEROS
              MOVE "N" TO WS-PRO-OK
              DISPLAY "INFORME O PRODUTO!"                    AT 2401
              EXIT PARAGRAPH
           END-IF
           IF WS-PRODUTO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-PRO-CODIGO (WS-IND) TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 14
              DISPLAY PRO-DESCRICAO (1:21)              AT WS-POSICAO
              DISPLAY LIMPA-LINHA                             AT 2401
           ELSE
              MOVE "N" TO WS-PRO-OK
              DISPLAY "PRODUTO NAO CADASTRADO!"               AT 2401
           END-IF
           .
       MOSTRA-TERRITORIO.
           COMPUTE WS-POSICAO = 1000 + 24 + ((WS-IND - 1) * 4)
           DISPLAY AUX-TERRITORIO (WS-IND)              AT WS-POSICAO
           .
       MOSTRA-PRODUTO.
           COMPUTE WS-LINHA-TELA = WS-IND + 12
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 2
           MOVE WS-IND TO WS-NUM-ITEM
           DISPLAY WS-NUM-ITEM                          AT WS-POSICAO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 6
           DISPLAY AUX-PRO-CODIGO (WS-IND)              AT WS-POSICAO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 38
           DISPLAY AUX-PRECO (WS-IND)                   AT WS-POSICAO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 53
           DISPLAY AUX-PCT-DESCONTO (WS-IND)            AT WS-POSICAO
           .
