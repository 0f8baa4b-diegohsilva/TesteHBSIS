       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG55.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** MANUTENCAO DE PEDIDOS PROGRAMADOS ********
      *    MANTEM OS PEDIDOS PROGRAMADOS DOS CLIENTES QUE REPETEM
      *    SEMPRE O MESMO MIX (PEDREC.DAT): CLIENTE E SEQUENCIA,
      *    VENDEDOR (ZERO = O VENDEDOR DA CARTEIRA DO CLIENTE),
      *    CONDICAO DE PAGAMENTO, FREQUENCIA (SEMANAL, QUINZENAL OU
      *    MENSAL), PROXIMA DATA E DATA FINAL (AAAAMMDD; FINAL ZERADA
      *    = SEM FIM), SITUACAO E ATE 8 PRODUTOS COM A QUANTIDADE.
      *    O PRECO NAO FICA NO PROGRAMADO: O PROGPEDREC GERA O PEDIDO
      *    NA CADEIA NOTURNA COM O PRECO VIGENTE NO DIA. A TELA MOSTRA
      *    O ULTIMO PEDIDO GERADO E A ULTIMA REJEICAO, QUE SE REPETE
      *    TODA NOITE ATE O PROGRAMADO SER CORRIGIDO OU SUSPENSO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PEDREC ASSIGN TO DISK WID-ARQ-PEDREC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRC-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDREC.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-CONDPAG ASSIGN TO DISK WID-ARQ-CONDPAG
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CPG-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONDPAG.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDREC.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-CONDPAG.FD".
       COPY "ARQ-PRODUTO.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-PEDREC           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONDPAG          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDREC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CONDPAG     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-CONDPAG-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-PRODUTO-DISPONIVEL    PIC X(01) VALUE "N".
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-PRC-EXISTE            PIC X(01) VALUE SPACES.
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-IND-DUP               PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-POSICAO               PIC 9(04) VALUE ZEROS.
       77 WS-NUM-ITEM              PIC Z9.
       77 WS-CLI-OK                PIC X(01) VALUE SPACES.
       77 WS-VEN-OK                PIC X(01) VALUE SPACES.
       77 WS-CPG-OK                PIC X(01) VALUE SPACES.
       77 WS-PRO-OK                PIC X(01) VALUE SPACES.
       77 WS-DATA-OK               PIC X(01) VALUE SPACES.
       77 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CONFERIR         PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CONFERIR          PIC 9(04) VALUE ZEROS.
       77 WS-MES-CONFERIR          PIC 9(02) VALUE ZEROS.
       77 WS-DIA-CONFERIR          PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-DATA            PIC 9(04) VALUE ZEROS.
       77 AUX-CLI-CODIGO           PIC 9(07) VALUE ZEROS.
       77 AUX-SEQ                  PIC 9(02) VALUE ZEROS.
       77 AUX-VEN-CODIGO           PIC 9(05) VALUE ZEROS.
       77 AUX-COND-PAGTO           PIC 9(03) VALUE ZEROS.
       77 AUX-FREQUENCIA           PIC X(01) VALUE SPACES.
       77 AUX-PROXIMA-DATA         PIC 9(08) VALUE ZEROS.
       77 AUX-DATA-FIM             PIC 9(08) VALUE ZEROS.
       77 AUX-SITUACAO             PIC X(01) VALUE SPACES.
       77 AUX-QTD-ITENS            PIC 9(02) VALUE ZEROS.
       01 AUX-TABELA-ITENS.
          02 AUX-ITEM OCCURS 8 TIMES.
             03 AUX-PRO-CODIGO     PIC 9(05).
             03 AUX-QUANTIDADE     PIC 9(07)V9(02).
      *    HISTORICO DO PROGRAMADO, PRESERVADO NA REGRAVACAO.
       01 AUX-HISTORICO.
          02 AUX-ULTIMA-GERACAO    PIC 9(08).
          02 AUX-ULTIMO-PEDIDO     PIC 9(09).
          02 AUX-ULTIMA-FALHA      PIC 9(08).
          02 AUX-MOTIVO-FALHA      PIC 9(02).

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-PEDREC  BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  PEDIDOS PROGRAMADOS         ".
          02 LINE 02 COLUMN 73 VALUE "PROG55".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DO CLIENTE.....".
          02 LINE 05 COLUMN 01 VALUE "SEQUENCIA.............".
          02 LINE 06 COLUMN 01 VALUE "VENDEDOR (0=CARTEIRA).".
          02 LINE 07 COLUMN 01 VALUE "CONDICAO DE PAGAMENTO.".
          02 LINE 08 COLUMN 01 VALUE "FREQUENCIA (S/Q/M)....".
          02 LINE 09 COLUMN 01 VALUE "PROXIMA DATA (AAAAMMDD)".
          02 LINE 10 COLUMN 01 VALUE "DATA FINAL (0=SEM FIM)".
          02 LINE 11 COLUMN 01 VALUE "SITUACAO (A/S)........".
          02 LINE 12 COLUMN 01 VALUE "QTD. DE PRODUTOS......".
          02 LINE 13 COLUMN 01 VALUE "ITEM PRODUTO DESCRICAO".
          02 LINE 13 COLUMN 40 VALUE "QUANTIDADE".
          02 LINE 22 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE "PEDREC.DAT" TO WID-ARQ-PEDREC
           OPEN I-O ARQ-PEDREC
           IF WS-RESULTADO-PEDREC NOT = 00
              OPEN OUTPUT ARQ-PEDREC
              CLOSE ARQ-PEDREC
              OPEN I-O ARQ-PEDREC
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE NOT = 00
              DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL!"    AT 2401
              ACCEPT PAUSA                                    AT 2478
              CLOSE ARQ-PEDREC
              EXIT PROGRAM
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "CADASTRO DE VENDEDORES INDISPONIVEL!"  AT 2401
              ACCEPT PAUSA                                    AT 2478
              CLOSE ARQ-PEDREC ARQ-CLIENTE
              EXIT PROGRAM
           END-IF
           MOVE "CONDPAG.DAT" TO WID-ARQ-CONDPAG
           OPEN INPUT ARQ-CONDPAG
           IF WS-RESULTADO-CONDPAG = 00
              MOVE "S" TO WS-CONDPAG-DISPONIVEL
           ELSE
              MOVE "N" TO WS-CONDPAG-DISPONIVEL
           END-IF
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00
              MOVE "S" TO WS-PRODUTO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-PRODUTO-DISPONIVEL
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANTER-PEDREC
                 THRU F-MANTER-PEDREC
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "MANTER OUTRO PEDIDO PROGRAMADO? S/N"   AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2437
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-PEDREC ARQ-CLIENTE ARQ-VENDEDOR
           IF WS-CONDPAG-DISPONIVEL = "S"
              CLOSE ARQ-CONDPAG
           END-IF
           IF WS-PRODUTO-DISPONIVEL = "S"
              CLOSE ARQ-PRODUTO
           END-IF
           EXIT PROGRAM
           .
       MANTER-PEDREC.
           DISPLAY TELA-PEDREC AT 0101
           MOVE "N" TO WS-CLI-OK
           PERFORM UNTIL WS-CLI-OK = "S"
              MOVE ZEROS TO AUX-CLI-CODIGO
              ACCEPT AUX-CLI-CODIGO                           AT 0424
              IF AUX-CLI-CODIGO = ZEROS
                 GO TO F-MANTER-PEDREC
              END-IF
              PERFORM CONFERE-CLIENTE
           END-PERFORM
           MOVE ZEROS TO AUX-SEQ
           PERFORM UNTIL AUX-SEQ > ZEROS
              ACCEPT AUX-SEQ                                  AT 0524
           END-PERFORM
           MOVE AUX-CLI-CODIGO TO PRC-CLI-CODIGO
           MOVE AUX-SEQ        TO PRC-SEQ
           MOVE ZEROS          TO AUX-TABELA-ITENS
           MOVE ZEROS          TO AUX-HISTORICO
           READ ARQ-PEDREC
           IF WS-RESULTADO-PEDREC = 00
              MOVE "S" TO WS-PRC-EXISTE
              DISPLAY PRC-VEN-CODIGO                          AT 0624
              DISPLAY PRC-COND-PAGTO                          AT 0724
              DISPLAY PRC-FREQUENCIA                          AT 0824
              DISPLAY PRC-PROXIMA-DATA                        AT 0924
              DISPLAY PRC-DATA-FIM                            AT 1024
              DISPLAY PRC-SITUACAO                            AT 1124
              DISPLAY PRC-QTD-ITENS                           AT 1224
              MOVE PRC-ULTIMA-GERACAO TO AUX-ULTIMA-GERACAO
              MOVE PRC-ULTIMO-PEDIDO  TO AUX-ULTIMO-PEDIDO
              MOVE PRC-ULTIMA-FALHA   TO AUX-ULTIMA-FALHA
              MOVE PRC-MOTIVO-FALHA   TO AUX-MOTIVO-FALHA
              PERFORM MOSTRA-HISTORICO
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > PRC-QTD-ITENS
                         OR WS-IND > 8
                 MOVE PRC-PRO-CODIGO (WS-IND)
                   TO AUX-PRO-CODIGO (WS-IND)
                 MOVE PRC-QUANTIDADE (WS-IND)
                   TO AUX-QUANTIDADE (WS-IND)
                 PERFORM MOSTRA-ITEM
              END-PERFORM
              DISPLAY "PROGRAMADO JA CADASTRADO - NOVOS VALORES "
                      "REGRAVAM."                             AT 2301
           ELSE
              MOVE "N" TO WS-PRC-EXISTE
           END-IF
           MOVE "N" TO WS-VEN-OK
           PERFORM UNTIL WS-VEN-OK = "S"
              MOVE ZEROS TO AUX-VEN-CODIGO
              ACCEPT AUX-VEN-CODIGO                           AT 0624
              PERFORM CONFERE-VENDEDOR
           END-PERFORM
           MOVE "N" TO WS-CPG-OK
           PERFORM UNTIL WS-CPG-OK = "S"
              MOVE ZEROS TO AUX-COND-PAGTO
              ACCEPT AUX-COND-PAGTO                           AT 0724
              PERFORM CONFERE-COND-PAGTO
           END-PERFORM
           MOVE SPACES TO AUX-FREQUENCIA
           PERFORM UNTIL AUX-FREQUENCIA = "S" OR = "Q" OR = "M"
              ACCEPT AUX-FREQUENCIA                           AT 0824
              EVALUATE AUX-FREQUENCIA
                 WHEN "s" MOVE "S" TO AUX-FREQUENCIA
                 WHEN "q" MOVE "Q" TO AUX-FREQUENCIA
                 WHEN "m" MOVE "M" TO AUX-FREQUENCIA
              END-EVALUATE
           END-PERFORM
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-PROXIMA-DATA
              ACCEPT AUX-PROXIMA-DATA                         AT 0924
              MOVE AUX-PROXIMA-DATA TO WS-DATA-CONFERIR
              PERFORM CONFERE-DATA
              IF WS-DATA-OK = "S"
                 AND AUX-PROXIMA-DATA < WS-DATA-SISTEMA
                 DISPLAY "A PROXIMA DATA NAO PODE SER ANTERIOR A "
                         "HOJE!"                              AT 2401
                 MOVE "N" TO WS-DATA-OK
              END-IF
           END-PERFORM
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-DATA-FIM
              ACCEPT AUX-DATA-FIM                             AT 1024
              IF AUX-DATA-FIM = ZEROS
                 MOVE "S" TO WS-DATA-OK
                 DISPLAY LIMPA-LINHA                          AT 2401
              ELSE
                 MOVE AUX-DATA-FIM TO WS-DATA-CONFERIR
                 PERFORM CONFERE-DATA
                 IF WS-DATA-OK = "S"
                    AND AUX-DATA-FIM < AUX-PROXIMA-DATA
                    DISPLAY "A DATA FINAL NAO PODE SER ANTERIOR A "
                            "PROXIMA!"                        AT 2401
                    MOVE "N" TO WS-DATA-OK
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO AUX-SITUACAO
           PERFORM UNTIL AUX-SITUACAO = "A" OR = "S"
              ACCEPT AUX-SITUACAO                             AT 1124
              IF AUX-SITUACAO = "a"
                 MOVE "A" TO AUX-SITUACAO
              END-IF
              IF AUX-SITUACAO = "s"
                 MOVE "S" TO AUX-SITUACAO
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           MOVE ZEROS TO AUX-QTD-ITENS
           PERFORM UNTIL AUX-QTD-ITENS > ZEROS
                     AND AUX-QTD-ITENS NOT > 8
              ACCEPT AUX-QTD-ITENS                            AT 1224
           END-PERFORM
           PERFORM ACEITA-ITEM
              VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > AUX-QTD-ITENS
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              MOVE ZEROS            TO REGISTRO-PEDREC
              MOVE AUX-CLI-CODIGO   TO PRC-CLI-CODIGO
              MOVE AUX-SEQ          TO PRC-SEQ
              MOVE AUX-VEN-CODIGO   TO PRC-VEN-CODIGO
              MOVE AUX-COND-PAGTO   TO PRC-COND-PAGTO
              MOVE AUX-FREQUENCIA   TO PRC-FREQUENCIA
              MOVE AUX-PROXIMA-DATA TO PRC-PROXIMA-DATA
              MOVE AUX-DATA-FIM     TO PRC-DATA-FIM
              MOVE AUX-SITUACAO     TO PRC-SITUACAO
              MOVE AUX-QTD-ITENS    TO PRC-QTD-ITENS
              PERFORM VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND > AUX-QTD-ITENS
                 MOVE AUX-PRO-CODIGO (WS-IND)
                   TO PRC-PRO-CODIGO (WS-IND)
                 MOVE AUX-QUANTIDADE (WS-IND)
                   TO PRC-QUANTIDADE (WS-IND)
              END-PERFORM
              MOVE AUX-ULTIMA-GERACAO TO PRC-ULTIMA-GERACAO
              MOVE AUX-ULTIMO-PEDIDO  TO PRC-ULTIMO-PEDIDO
              MOVE AUX-ULTIMA-FALHA   TO PRC-ULTIMA-FALHA
              MOVE AUX-MOTIVO-FALHA   TO PRC-MOTIVO-FALHA
              MOVE OPERADOR         TO PRC-OPERADOR
              MOVE DATA-DE-HOJE     TO PRC-DATA-ALTERACAO
              IF WS-PRC-EXISTE = "S"
                 REWRITE REGISTRO-PEDREC
              ELSE
                 WRITE REGISTRO-PEDREC
              END-IF
              IF WS-RESULTADO-PEDREC NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - PROGRAMADOS:"    AT 2401
                 DISPLAY WS-RESULTADO-PEDREC                  AT 2434
              ELSE
                 DISPLAY "PEDIDO PROGRAMADO GRAVADO COM SUCESSO!"
                                                              AT 2401
              END-IF
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-MANTER-PEDREC. EXIT.
       CONFERE-CLIENTE.
      *    O PROGRAMADO SO E ACEITO PARA CLIENTE ATIVO; O BLOQUEIO
      *    COMERCIAL NAO IMPEDE O CADASTRO (E CONFERIDO NA GERACAO).
           MOVE "S" TO WS-CLI-OK
           MOVE AUX-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE NOT = 00
              MOVE "N" TO WS-CLI-OK
              DISPLAY "CLIENTE NAO CADASTRADO!"               AT 2401
              EXIT PARAGRAPH
           END-IF
           IF NOT CLI-ATIVO
              MOVE "N" TO WS-CLI-OK
              DISPLAY "CLIENTE INATIVO!"                      AT 2401
              EXIT PARAGRAPH
           END-IF
           DISPLAY CLI-RAZAO-SOCIAL                           AT 0433
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       CONFERE-VENDEDOR.
      *    VENDEDOR ZERADO ASSUME O VENDEDOR DA CARTEIRA DO CLIENTE.
           MOVE "S" TO WS-VEN-OK
           IF AUX-VEN-CODIGO = ZEROS
              MOVE CLI-VEN-CODIGO TO AUX-VEN-CODIGO
              DISPLAY AUX-VEN-CODIGO                          AT 0624
           END-IF
           MOVE AUX-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              MOVE "N" TO WS-VEN-OK
              DISPLAY "VENDEDOR NAO CADASTRADO!"              AT 2401
              EXIT PARAGRAPH
           END-IF
           IF NOT VEN-ATIVO
              MOVE "N" TO WS-VEN-OK
              DISPLAY "VENDEDOR INATIVO!"                     AT 2401
              EXIT PARAGRAPH
           END-IF
           DISPLAY VEN-NOME (1:30)                            AT 0633
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       CONFERE-COND-PAGTO.
           MOVE "S" TO WS-CPG-OK
           IF AUX-COND-PAGTO = ZEROS
              MOVE "N" TO WS-CPG-OK
              DISPLAY "INFORME A CONDICAO DE PAGAMENTO!"      AT 2401
              EXIT PARAGRAPH
           END-IF
           IF WS-CONDPAG-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-COND-PAGTO TO CPG-CODIGO
           READ ARQ-CONDPAG
           IF WS-RESULTADO-CONDPAG NOT = 00 OR NOT CPG-ATIVA
              MOVE "N" TO WS-CPG-OK
              DISPLAY "CONDICAO DE PAGAMENTO INEXISTENTE OU "
                      "INATIVA!"                              AT 2401
              EXIT PARAGRAPH
           END-IF
           DISPLAY CPG-DESCRICAO                              AT 0733
           DISPLAY LIMPA-LINHA                                AT 2401
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
       ACEITA-ITEM.
      *    PRODUTO, UM POR LINHA (14 A 21), ATIVO E SEM REPETIR NO
      *    MESMO PROGRAMADO, E A QUANTIDADE MAIOR QUE ZERO.
           PERFORM MOSTRA-ITEM
           MOVE "N" TO WS-PRO-OK
           PERFORM UNTIL WS-PRO-OK = "S"
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 6
              ACCEPT AUX-PRO-CODIGO (WS-IND)            AT WS-POSICAO
              PERFORM CONFERE-PRODUTO
           END-PERFORM
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 40
           ACCEPT AUX-QUANTIDADE (WS-IND)               AT WS-POSICAO
           PERFORM UNTIL AUX-QUANTIDADE (WS-IND) > ZEROS
              DISPLAY "INFORME A QUANTIDADE!"                 AT 2401
              ACCEPT AUX-QUANTIDADE (WS-IND)            AT WS-POSICAO
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       CONFERE-PRODUTO.
           MOVE "S" TO WS-PRO-OK
           IF AUX-PRO-CODIGO (WS-IND) = ZEROS
              MOVE "N" TO WS-PRO-OK
              DISPLAY "INFORME O PRODUTO!"                    AT 2401
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IND-DUP FROM 1 BY 1
                   UNTIL WS-IND-DUP NOT < WS-IND
              IF AUX-PRO-CODIGO (WS-IND-DUP)
                 = AUX-PRO-CODIGO (WS-IND)
                 MOVE "N" TO WS-PRO-OK
              END-IF
           END-PERFORM
           IF WS-PRO-OK NOT = "S"
              DISPLAY "PRODUTO REPETIDO NO PROGRAMADO!"       AT 2401
              EXIT PARAGRAPH
           END-IF
           IF WS-PRODUTO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-PRO-CODIGO (WS-IND) TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              MOVE "N" TO WS-PRO-OK
              DISPLAY "PRODUTO NAO CADASTRADO!"               AT 2401
              EXIT PARAGRAPH
           END-IF
           IF NOT PRO-ATIVO
              MOVE "N" TO WS-PRO-OK
              DISPLAY "PRODUTO INATIVO!"                      AT 2401
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 14
           DISPLAY PRO-DESCRICAO (1:24)                 AT WS-POSICAO
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       MOSTRA-HISTORICO.
           IF AUX-ULTIMO-PEDIDO NOT = ZEROS
              DISPLAY "ULTIMO PEDIDO"                         AT 0945
              DISPLAY AUX-ULTIMO-PEDIDO                       AT 0959
              DISPLAY "EM"                                    AT 0969
              DISPLAY AUX-ULTIMA-GERACAO                      AT 0972
           END-IF
           IF AUX-ULTIMA-FALHA NOT = ZEROS
              DISPLAY "ULTIMA REJEICAO"                       AT 1045
              DISPLAY AUX-ULTIMA-FALHA                        AT 1061
              DISPLAY "MOTIVO"                                AT 1070
              DISPLAY AUX-MOTIVO-FALHA                        AT 1077
           END-IF
           .
       MOSTRA-ITEM.
           COMPUTE WS-LINHA-TELA = WS-IND + 13
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 2
           MOVE WS-IND TO WS-NUM-ITEM
           DISPLAY WS-NUM-ITEM                          AT WS-POSICAO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 6
           DISPLAY AUX-PRO-CODIGO (WS-IND)              AT WS-POSICAO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 40
           DISPLAY AUX-QUANTIDADE (WS-IND)              AT WS-POSICAO
           .
