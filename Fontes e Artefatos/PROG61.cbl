       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG61.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** DE-PARA EDI DE PRODUTOS DOS CLIENTES ********
      *    MANTEM O ARQUIVO EDIXREF.DAT: PARA CADA CLIENTE QUE MANDA
      *    PEDIDO DE COMPRA POR EDI, O CODIGO DO PRODUTO NO CADASTRO
      *    DO CLIENTE, O NOSSO PRODUTO CORRESPONDENTE E O FATOR DE
      *    CONVERSAO DE UNIDADE (QUANTAS UNIDADES NOSSAS CABEM NUMA
      *    UNIDADE DO CLIENTE; ZERADO = 1). USADO PELO PROGEDIPED NA
      *    TRADUCAO DOS PEDIDOS DAS REDES. INCLUI, ALTERA E EXCLUI.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-EDIXREF ASSIGN TO DISK WID-ARQ-EDIXREF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS XRF-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EDIXREF.

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

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-EDIXREF.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-PRODUTO.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-EDIXREF          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EDIXREF     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-ACAO                  PIC X(01) VALUE SPACES.
       77 AUX-CLI-CODIGO           PIC 9(07) VALUE ZEROS.
       77 AUX-PRO-CLIENTE          PIC X(20) VALUE SPACES.
       77 AUX-PRO-CODIGO           PIC 9(05) VALUE ZEROS.
       77 AUX-FATOR                PIC 9(05)V9(04) VALUE ZEROS.
       77 WS-DE-PARA-EXISTE        PIC X(01) VALUE SPACES.
       01 WS-FATOR-EDITADO         PIC ZZ.ZZ9,9999.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-DE-PARA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  DE-PARA EDI DE PRODUTOS    ".
          02 LINE 02 COLUMN 73 VALUE "PROG61".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DO CLIENTE.....".
          02 LINE 05 COLUMN 01 VALUE "RAZAO SOCIAL..........".
          02 LINE 06 COLUMN 01 VALUE "PRODUTO NO CLIENTE....".
          02 LINE 07 COLUMN 01 VALUE "NOSSO PRODUTO.........".
          02 LINE 08 COLUMN 01 VALUE "DESCRICAO / UNIDADE...".
          02 LINE 09 COLUMN 01 VALUE "FATOR (NOSSAS UNID.)..".
          02 LINE 10 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
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
              DISPLAY "NAO HA PRODUTOS CADASTRADOS."          AT 2401
              ACCEPT PAUSA                                    AT 2478
              CLOSE ARQ-CLIENTE
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "EDIXREF.DAT" TO WID-ARQ-EDIXREF
           OPEN I-O ARQ-EDIXREF
           IF WS-RESULTADO-EDIXREF NOT = 00
              OPEN OUTPUT ARQ-EDIXREF
              CLOSE ARQ-EDIXREF
              OPEN I-O ARQ-EDIXREF
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-DE-PARA
                 THRU F-MANTER-DE-PARA
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRO CODIGO? S/N"              AT 2401
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
           CLOSE ARQ-EDIXREF
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-CLIENTE
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       MANTER-DE-PARA.
           DISPLAY TELA-DE-PARA AT 0101
           MOVE ZEROS TO AUX-CLI-CODIGO
           ACCEPT AUX-CLI-CODIGO                              AT 0424
           IF AUX-CLI-CODIGO = ZEROS
              GO TO F-MANTER-DE-PARA
           END-IF
           MOVE AUX-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE NOT = 00
              DISPLAY "CLIENTE NAO CADASTRADO!"               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-DE-PARA
           END-IF
           DISPLAY CLI-RAZAO-SOCIAL                           AT 0524
           MOVE SPACES TO AUX-PRO-CLIENTE
           ACCEPT AUX-PRO-CLIENTE                             AT 0624
           IF AUX-PRO-CLIENTE = SPACES
              GO TO F-MANTER-DE-PARA
           END-IF
           MOVE AUX-CLI-CODIGO  TO XRF-CLI-CODIGO
           MOVE AUX-PRO-CLIENTE TO XRF-PRO-CLIENTE
           READ ARQ-EDIXREF
           IF WS-RESULTADO-EDIXREF = 00
              MOVE "S" TO WS-DE-PARA-EXISTE
              DISPLAY XRF-PRO-CODIGO                          AT 0724
              MOVE XRF-FATOR TO WS-FATOR-EDITADO
              DISPLAY WS-FATOR-EDITADO                        AT 0924
              MOVE SPACES TO WS-ACAO
              DISPLAY "CODIGO JA CADASTRADO - (A)LTERAR, "
                 "(E)XCLUIR OU (N)ADA?"                       AT 2401
              PERFORM UNTIL WS-ACAO = "A" OR = "E" OR = "N"
                 ACCEPT WS-ACAO                               AT 2456
                 MOVE FUNCTION UPPER-CASE(WS-ACAO) TO WS-ACAO
              END-PERFORM
              DISPLAY LIMPA-LINHA                             AT 2401
              IF WS-ACAO = "N"
                 GO TO F-MANTER-DE-PARA
              END-IF
              IF WS-ACAO = "E"
                 PERFORM EXCLUI-DE-PARA
                 GO TO F-MANTER-DE-PARA
              END-IF
           ELSE
              MOVE "N" TO WS-DE-PARA-EXISTE
           END-IF
           MOVE ZEROS TO AUX-PRO-CODIGO
           PERFORM UNTIL AUX-PRO-CODIGO NOT = ZEROS
              ACCEPT AUX-PRO-CODIGO                           AT 0724
              IF AUX-PRO-CODIGO NOT = ZEROS
                 MOVE AUX-PRO-CODIGO TO PRO-CODIGO
                 READ ARQ-PRODUTO
                 IF WS-RESULTADO-PRODUTO NOT = 00
                    DISPLAY "PRODUTO NAO CADASTRADO!"         AT 2401
                    MOVE ZEROS TO AUX-PRO-CODIGO
                 ELSE
                    IF NOT PRO-ATIVO
                       DISPLAY "PRODUTO INATIVO!"             AT 2401
                       MOVE ZEROS TO AUX-PRO-CODIGO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           DISPLAY PRO-DESCRICAO                              AT 0824
           DISPLAY PRO-UNIDADE                                AT 0866
           MOVE ZEROS TO AUX-FATOR
           ACCEPT AUX-FATOR                                   AT 0924
           IF AUX-FATOR = ZEROS
              MOVE 1 TO AUX-FATOR
           END-IF
           MOVE AUX-FATOR TO WS-FATOR-EDITADO
           DISPLAY WS-FATOR-EDITADO                           AT 0924
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO DO DE-PARA? S/N"      AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2438
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE AUX-CLI-CODIGO  TO XRF-CLI-CODIGO
              MOVE AUX-PRO-CLIENTE TO XRF-PRO-CLIENTE
              MOVE AUX-PRO-CODIGO  TO XRF-PRO-CODIGO
              MOVE AUX-FATOR       TO XRF-FATOR
              MOVE DATA-DE-HOJE    TO XRF-DATA-ALTERACAO
              MOVE OPERADOR        TO XRF-OPERADOR
              IF WS-DE-PARA-EXISTE = "S"
                 REWRITE REGISTRO-EDIXREF
              ELSE
                 WRITE REGISTRO-EDIXREF
              END-IF
              IF WS-RESULTADO-EDIXREF NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - DE-PARA:"        AT 2401
                 DISPLAY WS-RESULTADO-EDIXREF                 AT 2430
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              ELSE
                 DISPLAY "DE-PARA GRAVADO COM SUCESSO!"       AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-IF
           .
       F-MANTER-DE-PARA. EXIT.
       EXCLUI-DE-PARA.
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A EXCLUSAO DO DE-PARA? S/N"      AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2438
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              DELETE ARQ-EDIXREF
              IF WS-RESULTADO-EDIXREF NOT = 00
                 DISPLAY "ERRO NA EXCLUSAO - DE-PARA:"        AT 2401
                 DISPLAY WS-RESULTADO-EDIXREF                 AT 2430
              ELSE
                 DISPLAY "DE-PARA EXCLUIDO COM SUCESSO!"      AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
