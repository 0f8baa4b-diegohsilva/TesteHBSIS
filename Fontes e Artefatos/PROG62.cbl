       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG62.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CONTRATOS DE PRECO ********
      *    MANTEM OS CONTRATOS DE PRECO (CONTRATO.DAT) DE UM CLIENTE
      *    OU DE TODO O SEU GRUPO ECONOMICO (OS CLIENTES COM A MESMA
      *    RAIZ DE CNPJ, COMO NO PROGGRUPO), POR PRODUTO E VIGENCIA:
      *      (I)NCLUIR  - NOVO PRECO CONTRATADO A PARTIR DE UMA DATA,
      *                   COM DATA FIM (OU SEM PRAZO), VENDEDOR
      *                   RESPONSAVEL E NUMERO DO CONTRATO;
      *      (E)NCERRAR - ANTECIPA OU PRORROGA A DATA FIM DE UMA
      *                   VIGENCIA JA CADASTRADA, UNICA ALTERACAO
      *                   PERMITIDA - O PRECO NAO E REGRAVADO;
      *      (C)ONSULTA - CONTRATOS DO CLIENTE OU DO GRUPO NA TELA.
      *    O GRUPO E ESCOLHIDO PELO CODIGO DE QUALQUER CLIENTE DELE.
      *    OPCAO SO DE SUPERVISOR NO MENU. A DIGITACAO DE PEDIDOS
      *    USA O CONTRATO ANTES DA TABELA DE PRECOS (CONTRLER) E O
      *    PROGVENCTR AVISA O VENDEDOR RESPONSAVEL DOS CONTRATOS QUE
      *    VENCEM NOS PROXIMOS DIAS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONTRATO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CONTRATO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-VENDEDOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-CONTRATO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONTRATO    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-FUNCAO                PIC X(01) VALUE SPACES.
           88 FUNCAO-INCLUIR    VALUE "I" "i".
           88 FUNCAO-ENCERRAR   VALUE "E" "e".
           88 FUNCAO-CONSULTA   VALUE "C" "c".
       77 WS-TIPO-CONTRATO         PIC X(01) VALUE SPACES.
           88 CONTRATO-CLIENTE  VALUE "C" "c".
           88 CONTRATO-GRUPO    VALUE "G" "g".
       77 AUX-CLI-CODIGO           PIC 9(07) VALUE ZEROS.
       77 AUX-CHAVE-CLIENTE        PIC 9(07) VALUE ZEROS.
       77 AUX-CHAVE-RAIZ           PIC 9(08) VALUE ZEROS.
       77 AUX-PRODUTO              PIC 9(05) VALUE ZEROS.
       77 AUX-VIGENCIA             PIC 9(08) VALUE ZEROS.
       77 AUX-DATA-FIM             PIC 9(08) VALUE ZEROS.
       77 AUX-VALOR                PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-VENDEDOR             PIC 9(05) VALUE ZEROS.
       77 AUX-NUMERO               PIC X(15) VALUE SPACES.
       77 WS-ALVO-OK               PIC X(01) VALUE SPACES.
       77 WS-DATA-OK               PIC X(01) VALUE SPACES.
       77 WS-FIM-CONTRATOS         PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TELA              PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-POS-TELA              PIC 9(04) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       01 WS-CNPJ-CLIENTE          PIC 9(14) VALUE ZEROS.
       01 WS-CNPJ-CLIENTE-R REDEFINES WS-CNPJ-CLIENTE.
          02 WS-CNPJ-RAIZ          PIC 9(08).
          02 FILLER                PIC 9(06).
       01 WS-LINHA-CONTRATO.
          02 WS-LCT-PRODUTO        PIC 9(05).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-LCT-VIGENCIA       PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-LCT-FIM            PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-LCT-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-LCT-VENDEDOR       PIC 9(05).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-LCT-NUMERO         PIC X(15).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 WS-LCT-SITUACAO       PIC X(09).
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

       01 TELA-CONTRATO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "     CONTRATOS DE PRECO      ".
          02 LINE 02 COLUMN 73 VALUE "PROG62".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE
             "FUNCAO (I)NCLUIR (E)NCERRAR (C)ONSULTA".
          02 LINE 05 COLUMN 01 VALUE "(C)LIENTE OU (G)RUPO..".
          02 LINE 06 COLUMN 01 VALUE "CLIENTE...............".
          02 LINE 07 COLUMN 01 VALUE "RAIZ DO CNPJ (GRUPO)..".
          02 LINE 08 COLUMN 01 VALUE "PRODUTO...............".
          02 LINE 09 COLUMN 01 VALUE "VIGENCIA (AAAAMMDD)...".
          02 LINE 10 COLUMN 01 VALUE "FIM (AAAAMMDD/0=SEM)..".
          02 LINE 11 COLUMN 01 VALUE "PRECO CONTRATADO......".
          02 LINE 12 COLUMN 01 VALUE "VENDEDOR RESPONSAVEL..".
          02 LINE 13 COLUMN 01 VALUE "NUMERO DO CONTRATO....".
          02 LINE 14 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE NOT = 00
              DISPLAY "NAO HA CLIENTES CADASTRADOS."          AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "NAO HA PRODUTOS CADASTRADOS (PROG24)." AT 2401
              ACCEPT PAUSA                                    AT 2478
              CLOSE ARQ-CLIENTE
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "NAO HA VENDEDORES CADASTRADOS."        AT 2401
              ACCEPT PAUSA                                    AT 2478
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-PRODUTO
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "CONTRATO.DAT" TO WID-ARQ-CONTRATO
           OPEN I-O ARQ-CONTRATO
           IF WS-RESULTADO-CONTRATO NOT = 00
              OPEN OUTPUT ARQ-CONTRATO
              CLOSE ARQ-CONTRATO
              OPEN I-O ARQ-CONTRATO
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM TRATA-FUNCAO
                 THRU F-TRATA-FUNCAO
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "OUTRA OPERACAO? S/N"                   AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2421
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-CONTRATO
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-CLIENTE
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       TRATA-FUNCAO.
           DISPLAY TELA-CONTRATO AT 0101
           MOVE SPACES TO WS-FUNCAO
           PERFORM UNTIL FUNCAO-INCLUIR OR FUNCAO-ENCERRAR
                      OR FUNCAO-CONSULTA
              ACCEPT WS-FUNCAO                                AT 0440
           END-PERFORM
           PERFORM ACEITA-ALVO
           IF WS-ALVO-OK NOT = "S"
              GO TO F-TRATA-FUNCAO
           END-IF
           EVALUATE TRUE
              WHEN FUNCAO-INCLUIR
                 PERFORM INCLUIR-CONTRATO
                    THRU F-INCLUIR-CONTRATO
              WHEN FUNCAO-ENCERRAR
                 PERFORM ENCERRAR-CONTRATO
                    THRU F-ENCERRAR-CONTRATO
              WHEN OTHER
                 PERFORM CONSULTA-CONTRATOS
                    THRU F-CONSULTA-CONTRATOS
           END-EVALUATE
           .
       F-TRATA-FUNCAO. EXIT.
      *    CONTRATO DO CLIENTE (CHAVE COM O CODIGO E RAIZ ZERADA) OU
      *    DO GRUPO (CHAVE COM A RAIZ DO CNPJ DO CLIENTE INFORMADO E
      *    CODIGO ZERADO).
       ACEITA-ALVO.
           MOVE "N" TO WS-ALVO-OK
           MOVE SPACES TO WS-TIPO-CONTRATO
           PERFORM UNTIL CONTRATO-CLIENTE OR CONTRATO-GRUPO
              ACCEPT WS-TIPO-CONTRATO                         AT 0524
           END-PERFORM
           MOVE ZEROS TO AUX-CLI-CODIGO
           ACCEPT AUX-CLI-CODIGO                              AT 0624
           IF AUX-CLI-CODIGO = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE NOT = 00
              DISPLAY "CLIENTE NAO CADASTRADO!"               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           DISPLAY CLI-RAZAO-SOCIAL                           AT 0634
           MOVE CLI-CNPJ TO WS-CNPJ-CLIENTE
           IF CONTRATO-CLIENTE
              MOVE AUX-CLI-CODIGO TO AUX-CHAVE-CLIENTE
              MOVE ZEROS          TO AUX-CHAVE-RAIZ
           ELSE
              IF WS-CNPJ-RAIZ = ZEROS
                 DISPLAY "CLIENTE SEM CNPJ - NAO HA GRUPO "
                    "ECONOMICO."                              AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 EXIT PARAGRAPH
              END-IF
              MOVE ZEROS        TO AUX-CHAVE-CLIENTE
              MOVE WS-CNPJ-RAIZ TO AUX-CHAVE-RAIZ
              DISPLAY AUX-CHAVE-RAIZ                          AT 0724
           END-IF
           MOVE "S" TO WS-ALVO-OK
           .
       INCLUIR-CONTRATO.
           PERFORM ACEITA-PRODUTO
           IF AUX-PRODUTO = ZEROS
              GO TO F-INCLUIR-CONTRATO
           END-IF
           MOVE ZEROS TO AUX-VIGENCIA
           ACCEPT AUX-VIGENCIA                                AT 0924
           IF AUX-VIGENCIA = ZEROS
              MOVE WS-HOJE-AAAAMMDD TO AUX-VIGENCIA
              DISPLAY AUX-VIGENCIA                            AT 0924
           END-IF
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-DATA-FIM
              ACCEPT AUX-DATA-FIM                             AT 1024
              IF AUX-DATA-FIM NOT = ZEROS
                 AND AUX-DATA-FIM LESS AUX-VIGENCIA
                 DISPLAY "O FIM NAO PODE SER ANTERIOR A VIGENCIA!"
                                                              AT 2401
              ELSE
                 MOVE "S" TO WS-DATA-OK
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-PERFORM
           MOVE ZEROS TO AUX-VALOR
           ACCEPT AUX-VALOR                                   AT 1124
           PERFORM UNTIL AUX-VALOR GREATER ZEROS
              DISPLAY "O PRECO DEVE SER MAIOR QUE ZERO!"      AT 2401
              ACCEPT AUX-VALOR                                AT 1124
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
      *    VENDEDOR RESPONSAVEL: EM BRANCO, O DA CARTEIRA DO CLIENTE
      *    INFORMADO.
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-VENDEDOR
              ACCEPT AUX-VENDEDOR                             AT 1224
              IF AUX-VENDEDOR = ZEROS
                 MOVE CLI-VEN-CODIGO TO AUX-VENDEDOR
                 DISPLAY AUX-VENDEDOR                         AT 1224
              END-IF
              MOVE AUX-VENDEDOR TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VENDEDOR NOT = 00
                 OR NOT VEN-ATIVO
                 DISPLAY "VENDEDOR INEXISTENTE OU INATIVO!"   AT 2401
              ELSE
                 MOVE "S" TO WS-DATA-OK
                 DISPLAY LIMPA-LINHA                          AT 2401
                 DISPLAY VEN-NOME                             AT 1232
              END-IF
           END-PERFORM
           MOVE SPACES TO AUX-NUMERO
           ACCEPT AUX-NUMERO                                  AT 1324
      *    CONTRATO ACIMA DO PRECO DE LISTA E POSSIVEL (LISTA AINDA
      *    NAO REAJUSTADA, POR EXEMPLO), MAS MERECE UMA SEGUNDA
      *    OLHADA.
           IF AUX-VALOR GREATER PRO-PRECO-LISTA
              AND PRO-PRECO-LISTA GREATER ZEROS
              DISPLAY "ATENCAO: PRECO CONTRATADO ACIMA DO PRECO "
                 "DE LISTA DO PRODUTO."                       AT 2301
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA O CONTRATO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2426
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-INCLUIR-CONTRATO
           END-IF
           MOVE AUX-CHAVE-CLIENTE TO CTP-CLI-CODIGO
           MOVE AUX-CHAVE-RAIZ    TO CTP-RAIZ-CNPJ
           MOVE AUX-PRODUTO       TO CTP-PRO-CODIGO
           MOVE AUX-VIGENCIA      TO CTP-VIGENCIA
           MOVE AUX-DATA-FIM      TO CTP-DATA-FIM
           MOVE AUX-VALOR         TO CTP-VALOR
           MOVE AUX-VENDEDOR      TO CTP-VEN-CODIGO
           MOVE AUX-NUMERO        TO CTP-NUMERO
           MOVE WS-HOJE-AAAAMMDD  TO CTP-DATA-CADASTRO
           MOVE OPERADOR          TO CTP-OPERADOR
           WRITE REGISTRO-CONTRATO
           IF WS-RESULTADO-CONTRATO = 22
              DISPLAY "JA EXISTE CONTRATO NESTA VIGENCIA - O "
                 "PRECO NAO E REGRAVADO."                     AT 2401
           ELSE
              IF WS-RESULTADO-CONTRATO NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - CONTRATOS:"      AT 2401
                 DISPLAY WS-RESULTADO-CONTRATO                AT 2431
              ELSE
                 DISPLAY "CONTRATO GRAVADO COM SUCESSO!"      AT 2401
              END-IF
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-INCLUIR-CONTRATO. EXIT.
       ENCERRAR-CONTRATO.
           PERFORM ACEITA-PRODUTO
           IF AUX-PRODUTO = ZEROS
              GO TO F-ENCERRAR-CONTRATO
           END-IF
           MOVE ZEROS TO AUX-VIGENCIA
           ACCEPT AUX-VIGENCIA                                AT 0924
           MOVE AUX-CHAVE-CLIENTE TO CTP-CLI-CODIGO
           MOVE AUX-CHAVE-RAIZ    TO CTP-RAIZ-CNPJ
           MOVE AUX-PRODUTO       TO CTP-PRO-CODIGO
           MOVE AUX-VIGENCIA      TO CTP-VIGENCIA
           READ ARQ-CONTRATO
           IF WS-RESULTADO-CONTRATO NOT = 00
              DISPLAY "CONTRATO NAO ENCONTRADO NESTA VIGENCIA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-ENCERRAR-CONTRATO
           END-IF
           DISPLAY CTP-DATA-FIM                               AT 1024
           MOVE CTP-VALOR TO AUX-VALOR
           DISPLAY AUX-VALOR                                  AT 1124
           DISPLAY CTP-VEN-CODIGO                             AT 1224
           DISPLAY CTP-NUMERO                                 AT 1324
           DISPLAY "NOVA DATA FIM (0 = HOJE):"                AT 2301
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-DATA-FIM
              ACCEPT AUX-DATA-FIM                             AT 2327
              IF AUX-DATA-FIM = ZEROS
                 MOVE WS-HOJE-AAAAMMDD TO AUX-DATA-FIM
                 DISPLAY AUX-DATA-FIM                         AT 2327
              END-IF
              IF AUX-DATA-FIM LESS CTP-VIGENCIA
                 DISPLAY "O FIM NAO PODE SER ANTERIOR A VIGENCIA!"
                                                              AT 2401
              ELSE
                 MOVE "S" TO WS-DATA-OK
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A NOVA DATA FIM? S/N"            AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2431
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-ENCERRAR-CONTRATO
           END-IF
           MOVE AUX-DATA-FIM     TO CTP-DATA-FIM
           MOVE WS-HOJE-AAAAMMDD TO CTP-DATA-CADASTRO
           MOVE OPERADOR         TO CTP-OPERADOR
           REWRITE REGISTRO-CONTRATO
           IF WS-RESULTADO-CONTRATO NOT = 00
              DISPLAY "ERRO NA GRAVACAO - CONTRATOS:"         AT 2401
              DISPLAY WS-RESULTADO-CONTRATO                   AT 2431
           ELSE
              DISPLAY "DATA FIM GRAVADA COM SUCESSO!"         AT 2401
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-ENCERRAR-CONTRATO. EXIT.
       ACEITA-PRODUTO.
           MOVE ZEROS TO AUX-PRODUTO
           ACCEPT AUX-PRODUTO                                 AT 0824
           IF AUX-PRODUTO = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-PRODUTO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "PRODUTO NAO CADASTRADO!"               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE ZEROS TO AUX-PRODUTO
           ELSE
              DISPLAY PRO-DESCRICAO                           AT 0832
           END-IF
           .
       CONSULTA-CONTRATOS.
           MOVE AUX-CHAVE-CLIENTE TO CTP-CLI-CODIGO
           MOVE AUX-CHAVE-RAIZ    TO CTP-RAIZ-CNPJ
           MOVE ZEROS             TO CTP-PRO-CODIGO
           MOVE ZEROS             TO CTP-VIGENCIA
           START ARQ-CONTRATO KEY IS NOT LESS CTP-CHAVE
           IF WS-RESULTADO-CONTRATO NOT = 00
              DISPLAY "SEM CONTRATOS PARA ESTE CLIENTE/GRUPO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-CONSULTA-CONTRATOS
           END-IF
           DISPLAY "PROD.  VIGENCIA  FIM       PRECO CONTRAT.  "
              "VEND.  NUMERO          SITUACAO"               AT 1501
           MOVE ZEROS TO WS-QTD-TELA
           MOVE ZEROS TO WS-FIM-CONTRATOS
           PERFORM UNTIL WS-FIM-CONTRATOS = 1
              READ ARQ-CONTRATO NEXT AT END
                 MOVE 1 TO WS-FIM-CONTRATOS
              END-READ
              IF WS-FIM-CONTRATOS NOT = 1
                 IF CTP-CLI-CODIGO NOT = AUX-CHAVE-CLIENTE
                    OR CTP-RAIZ-CNPJ NOT = AUX-CHAVE-RAIZ
                    MOVE 1 TO WS-FIM-CONTRATOS
                 ELSE
                    PERFORM MOSTRA-LINHA-CONTRATO
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QTD-TELA = ZEROS
              DISPLAY "SEM CONTRATOS PARA ESTE CLIENTE/GRUPO."
                                                              AT 2401
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-CONSULTA-CONTRATOS. EXIT.
       MOSTRA-LINHA-CONTRATO.
           IF WS-QTD-TELA NOT LESS 7
              DISPLAY "ENTER PARA CONTINUAR A LISTA..."       AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              PERFORM LIMPA-LINHA-LISTA
                 VARYING WS-LINHA-TELA FROM 16 BY 1
                 UNTIL WS-LINHA-TELA > 22
              MOVE ZEROS TO WS-QTD-TELA
           END-IF
           ADD 1 TO WS-QTD-TELA
           MOVE CTP-PRO-CODIGO TO WS-LCT-PRODUTO
           MOVE CTP-VIGENCIA   TO WS-LCT-VIGENCIA
           MOVE CTP-DATA-FIM   TO WS-LCT-FIM
           MOVE CTP-VALOR      TO WS-LCT-VALOR
           MOVE CTP-VEN-CODIGO TO WS-LCT-VENDEDOR
           MOVE CTP-NUMERO     TO WS-LCT-NUMERO
           EVALUATE TRUE
              WHEN CTP-VIGENCIA GREATER WS-HOJE-AAAAMMDD
                 MOVE "FUTURO"   TO WS-LCT-SITUACAO
              WHEN CTP-DATA-FIM NOT = ZEROS
                   AND CTP-DATA-FIM LESS WS-HOJE-AAAAMMDD
                 MOVE "ENCERRADO" TO WS-LCT-SITUACAO
              WHEN OTHER
                 MOVE "VIGENTE"  TO WS-LCT-SITUACAO
           END-EVALUATE
           COMPUTE WS-LINHA-TELA = WS-QTD-TELA + 15
           COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 1
           DISPLAY WS-LINHA-CONTRATO AT WS-POS-TELA
           .
       LIMPA-LINHA-LISTA.
           COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 1
           DISPLAY LIMPA-LINHA AT WS-POS-TELA
           .
