       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG63.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** ACORDOS DE REBATE POR VOLUME ********
      *    MANTEM OS ACORDOS DE REBATE (REBATE.DAT) DE UM CLIENTE OU
      *    DE TODO O SEU GRUPO ECONOMICO (RAIZ DO CNPJ, COMO NO
      *    PROGGRUPO E NOS CONTRATOS DE PRECO DO PROG62):
      *      (M)ANTER   - INCLUI OU REGRAVA O ACORDO ATIVO: PERIODO EM
      *                   COMPETENCIAS (ATE 24 MESES), ATE 5 FAIXAS
      *                   DE VOLUME COM O PERCENTUAL DE REBATE E O
      *                   ESCOPO (TODOS OS PRODUTOS, ATE 10 FAMILIAS
      *                   OU ATE 10 PRODUTOS). O APURADO PELO
      *                   PROGREBATE E MOSTRADO E NAO E DIGITADO;
      *      (C)ANCELAR - ACORDO ATIVO DEIXA DE SER APURADO;
      *      (L)IQUIDAR - ENCERRADO O PERIODO E APURADA A ULTIMA
      *                   COMPETENCIA, ABATE A PROVISAO DO REBATE DOS
      *                   TITULOS EM ABERTO DO CLIENTE (OU DOS
      *                   CLIENTES DO GRUPO), DO MAIS ANTIGO PARA O
      *                   MAIS NOVO, COM A MESMA REGRA DA DEVOLUCAO
      *                   (PROG44): PARCELA AINDA NAO REGISTRADA NO
      *                   BANCO E ABATIDA NO QUE COUBER, PARCELA
      *                   REGISTRADA SO SAI INTEIRA. O QUE SOBRAR
      *                   FICA COMO CREDITO A DEVOLVER AO CLIENTE.
      *    OPCAO SO DE SUPERVISOR NO MENU.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-REBATE ASSIGN TO DISK WID-ARQ-REBATE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RBT-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-REBATE.

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

           SELECT ARQ-FAMILIA ASSIGN TO DISK WID-ARQ-FAMILIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAM-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FAMILIA.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-REBATE.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-FAMILIA.FD".
       COPY "ARQ-TITULO.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-REBATE           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-FAMILIA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-REBATE      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FAMILIA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-PRODUTO-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FAMILIA-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-TITULO-DISPONIVEL     PIC X(01) VALUE "N".
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-FUNCAO                PIC X(01) VALUE SPACES.
           88 FUNCAO-MANTER     VALUE "M" "m".
           88 FUNCAO-CANCELAR   VALUE "C" "c".
           88 FUNCAO-LIQUIDAR   VALUE "L" "l".
       77 WS-TIPO-ACORDO           PIC X(01) VALUE SPACES.
           88 ACORDO-CLIENTE    VALUE "C" "c".
           88 ACORDO-GRUPO      VALUE "G" "g".
       77 WS-RBT-EXISTE            PIC X(01) VALUE SPACES.
       77 WS-ALVO-OK               PIC X(01) VALUE SPACES.
       77 WS-DATA-OK               PIC X(01) VALUE SPACES.
       77 WS-COD-OK                PIC X(01) VALUE SPACES.
       77 WS-IND                   PIC 9(02) VALUE ZEROS.
       77 WS-POSICAO               PIC 9(04) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ELEGIVEIS         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MESES             PIC 9(03) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 AUX-NUMERO               PIC 9(05) VALUE ZEROS.
       77 AUX-DESCRICAO            PIC X(30) VALUE SPACES.
       77 AUX-CLI-CODIGO           PIC 9(07) VALUE ZEROS.
       77 AUX-CHAVE-CLIENTE        PIC 9(07) VALUE ZEROS.
       77 AUX-CHAVE-RAIZ           PIC 9(08) VALUE ZEROS.
       77 AUX-COMPET-INICIO        PIC 9(06) VALUE ZEROS.
       77 AUX-COMPET-FIM           PIC 9(06) VALUE ZEROS.
       77 AUX-ESCOPO               PIC X(01) VALUE SPACES.
       01 AUX-TABELA-FAIXAS.
          02 AUX-FAIXA OCCURS 5 TIMES.
             03 AUX-FX-VOLUME      PIC 9(11)V9(02).
             03 AUX-FX-PCT         PIC 9(02)V9(02).
       01 AUX-TABELA-ELEGIVEIS.
          02 AUX-ELEGIVEL          PIC 9(05) OCCURS 10 TIMES.
       01 WS-COMPET-CONFERIR       PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-COMPET-CONFERIR.
          02 WS-ANO-CONFERIR       PIC 9(04).
          02 WS-MES-CONFERIR       PIC 9(02).
       01 WS-COMPET-FIM-R          PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-COMPET-FIM-R.
          02 WS-ANO-FIM            PIC 9(04).
          02 WS-MES-FIM            PIC 9(02).
       01 WS-CNPJ-CLIENTE          PIC 9(14) VALUE ZEROS.
       01 WS-CNPJ-CLIENTE-R REDEFINES WS-CNPJ-CLIENTE.
          02 WS-CNPJ-RAIZ          PIC 9(08).
          02 FILLER                PIC 9(06).
       01 WS-VALOR-EDITADO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-PCT-EDITADO           PIC Z9,99.
      *    LIQUIDACAO CONTRA OS TITULOS EM ABERTO.
       77 WS-VALOR-RESTANTE        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-ABATIDO         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-CREDITO         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-SALDO-PARCELA         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PASSO-ABATIMENTO      PIC 9(01) VALUE ZEROS.
       77 WS-FIM-TITULOS           PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TITULOS           PIC 9(05) VALUE ZEROS.
       77 WS-TITULO-DO-ACORDO      PIC X(01) VALUE SPACES.
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

       01 TELA-REBATE BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  ACORDOS DE REBATE POR VOLUME".
          02 LINE 02 COLUMN 73 VALUE "PROG63".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE
             "FUNCAO (M)ANTER (C)ANCELAR (L)IQUIDAR".
          02 LINE 05 COLUMN 01 VALUE "NUMERO DO ACORDO......".
          02 LINE 06 COLUMN 01 VALUE "DESCRICAO.............".
          02 LINE 07 COLUMN 01 VALUE "(C)LIENTE OU (G)RUPO..".
          02 LINE 08 COLUMN 01 VALUE "CLIENTE...............".
          02 LINE 09 COLUMN 01 VALUE "RAIZ DO CNPJ (GRUPO)..".
          02 LINE 10 COLUMN 01 VALUE "PERIODO (AAAAMM)......".
          02 LINE 10 COLUMN 31 VALUE "A".
          02 LINE 11 COLUMN 01 VALUE "ESCOPO (T/F/P)........".
          02 LINE 11 COLUMN 27 VALUE
             "T=TODOS F=FAMILIAS P=PRODUTOS".
          02 LINE 12 COLUMN 01 VALUE "FAMILIAS/PRODUTOS.....".
          02 LINE 14 COLUMN 01 VALUE
             "FAIXA  VOLUME MINIMO         % REBATE".
          02 LINE 20 COLUMN 01 VALUE "VOLUME APURADO........".
          02 LINE 20 COLUMN 43 VALUE "ATE".
          02 LINE 20 COLUMN 55 VALUE "FAIXA %".
          02 LINE 21 COLUMN 01 VALUE "PROVISAO DO REBATE....".
          02 LINE 21 COLUMN 43 VALUE "SITUACAO".
          02 LINE 22 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

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
           IF WS-RESULTADO-PRODUTO = 00
              MOVE "S" TO WS-PRODUTO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-PRODUTO-DISPONIVEL
           END-IF
           MOVE "FAMILIA.DAT" TO WID-ARQ-FAMILIA
           OPEN INPUT ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA = 00
              MOVE "S" TO WS-FAMILIA-DISPONIVEL
           ELSE
              MOVE "N" TO WS-FAMILIA-DISPONIVEL
           END-IF
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-TITULO = 00
              MOVE "S" TO WS-TITULO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-TITULO-DISPONIVEL
           END-IF
           MOVE "REBATE.DAT" TO WID-ARQ-REBATE
           OPEN I-O ARQ-REBATE
           IF WS-RESULTADO-REBATE NOT = 00
              OPEN OUTPUT ARQ-REBATE
              CLOSE ARQ-REBATE
              OPEN I-O ARQ-REBATE
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
           CLOSE ARQ-REBATE
           IF WS-TITULO-DISPONIVEL = "S"
              CLOSE ARQ-TITULO
           END-IF
           IF WS-FAMILIA-DISPONIVEL = "S"
              CLOSE ARQ-FAMILIA
           END-IF
           IF WS-PRODUTO-DISPONIVEL = "S"
              CLOSE ARQ-PRODUTO
           END-IF
           CLOSE ARQ-CLIENTE
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       TRATA-FUNCAO.
           DISPLAY TELA-REBATE AT 0101
           MOVE SPACES TO WS-FUNCAO
           PERFORM UNTIL FUNCAO-MANTER OR FUNCAO-CANCELAR
                      OR FUNCAO-LIQUIDAR
              ACCEPT WS-FUNCAO                                AT 0439
           END-PERFORM
           MOVE ZEROS TO AUX-NUMERO
           ACCEPT AUX-NUMERO                                  AT 0524
           IF AUX-NUMERO = ZEROS
              GO TO F-TRATA-FUNCAO
           END-IF
           MOVE AUX-NUMERO TO RBT-NUMERO
           READ ARQ-REBATE
           IF WS-RESULTADO-REBATE = 00
              MOVE "S" TO WS-RBT-EXISTE
              PERFORM MOSTRA-ACORDO
           ELSE
              MOVE "N" TO WS-RBT-EXISTE
              IF NOT FUNCAO-MANTER
                 DISPLAY "ACORDO NAO CADASTRADO!"             AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 GO TO F-TRATA-FUNCAO
              END-IF
           END-IF
           IF WS-RBT-EXISTE = "S" AND NOT RBT-ATIVO
              DISPLAY "ACORDO LIQUIDADO OU CANCELADO - SO "
                 "CONSULTA."                                  AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-TRATA-FUNCAO
           END-IF
           EVALUATE TRUE
              WHEN FUNCAO-MANTER
                 PERFORM MANTER-ACORDO
                    THRU F-MANTER-ACORDO
              WHEN FUNCAO-CANCELAR
                 PERFORM CANCELAR-ACORDO
                    THRU F-CANCELAR-ACORDO
              WHEN OTHER
                 PERFORM LIQUIDAR-ACORDO
                    THRU F-LIQUIDAR-ACORDO
           END-EVALUATE
           .
       F-TRATA-FUNCAO. EXIT.
       MOSTRA-ACORDO.
           DISPLAY RBT-DESCRICAO                              AT 0624
           IF RBT-CLI-CODIGO NOT = ZEROS
              DISPLAY "C"                                     AT 0724
              DISPLAY RBT-CLI-CODIGO                          AT 0824
              MOVE RBT-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-CLIENTE = 00
                 DISPLAY CLI-RAZAO-SOCIAL                     AT 0834
              END-IF
           ELSE
              DISPLAY "G"                                     AT 0724
           END-IF
           DISPLAY RBT-RAIZ-CNPJ                              AT 0924
           DISPLAY RBT-COMPET-INICIO                          AT 1024
           DISPLAY RBT-COMPET-FIM                             AT 1033
           DISPLAY RBT-ESCOPO                                 AT 1124
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
              MOVE RBT-ELEGIVEL (WS-IND) TO AUX-ELEGIVEL (WS-IND)
              PERFORM POSICAO-ELEGIVEL
              DISPLAY AUX-ELEGIVEL (WS-IND)          AT WS-POSICAO
           END-PERFORM
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
              MOVE RBT-FX-VOLUME (WS-IND) TO AUX-FX-VOLUME (WS-IND)
              MOVE RBT-FX-PCT (WS-IND)    TO AUX-FX-PCT (WS-IND)
              PERFORM MOSTRA-FAIXA
           END-PERFORM
           MOVE RBT-VOLUME TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 2024
           DISPLAY RBT-ULT-APURACAO                           AT 2047
           MOVE RBT-PCT-ATINGIDO TO WS-PCT-EDITADO
           DISPLAY WS-PCT-EDITADO                             AT 2063
           MOVE RBT-PROVISAO TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 2124
           EVALUATE TRUE
              WHEN RBT-LIQUIDADO
                 DISPLAY "LIQUIDADO"                          AT 2152
              WHEN RBT-CANCELADO
                 DISPLAY "CANCELADO"                          AT 2152
              WHEN OTHER
                 DISPLAY "ATIVO"                              AT 2152
           END-EVALUATE
           .
       MOSTRA-FAIXA.
           COMPUTE WS-LINHA-TELA = 14 + WS-IND
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 3
           DISPLAY WS-IND                                AT WS-POSICAO
           MOVE AUX-FX-VOLUME (WS-IND) TO WS-VALOR-EDITADO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 8
           DISPLAY WS-VALOR-EDITADO                      AT WS-POSICAO
           MOVE AUX-FX-PCT (WS-IND) TO WS-PCT-EDITADO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 31
           DISPLAY WS-PCT-EDITADO                        AT WS-POSICAO
           .
      *    CODIGOS ELEGIVEIS: 1 A 5 NA LINHA 12, 6 A 10 NA LINHA 13.
       POSICAO-ELEGIVEL.
           IF WS-IND > 5
              COMPUTE WS-POSICAO = 1300 + 24 + ((WS-IND - 6) * 7)
           ELSE
              COMPUTE WS-POSICAO = 1200 + 24 + ((WS-IND - 1) * 7)
           END-IF
           .
       MANTER-ACORDO.
           IF WS-RBT-EXISTE = "S"
              DISPLAY "ACORDO JA CADASTRADO - NOVOS VALORES "
                 "REGRAVAM (O APURADO E MANTIDO)."            AT 2301
           ELSE
              MOVE ZEROS TO AUX-TABELA-FAIXAS
              MOVE ZEROS TO AUX-TABELA-ELEGIVEIS
           END-IF
           MOVE SPACES TO AUX-DESCRICAO
           ACCEPT AUX-DESCRICAO                               AT 0624
           PERFORM UNTIL AUX-DESCRICAO NOT = SPACES
              DISPLAY "A DESCRICAO E OBRIGATORIA!"            AT 2401
              ACCEPT AUX-DESCRICAO                            AT 0624
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE "N" TO WS-ALVO-OK
           PERFORM UNTIL WS-ALVO-OK = "S"
              PERFORM ACEITA-ALVO
           END-PERFORM
           PERFORM ACEITA-PERIODO
           MOVE SPACES TO AUX-ESCOPO
           PERFORM UNTIL AUX-ESCOPO = "T" OR = "F" OR = "P"
              ACCEPT AUX-ESCOPO                               AT 1124
              IF AUX-ESCOPO = "t"
                 MOVE "T" TO AUX-ESCOPO
              END-IF
              IF AUX-ESCOPO = "f"
                 MOVE "F" TO AUX-ESCOPO
              END-IF
              IF AUX-ESCOPO = "p"
                 MOVE "P" TO AUX-ESCOPO
              END-IF
           END-PERFORM
           IF AUX-ESCOPO = "T"
              MOVE ZEROS TO AUX-TABELA-ELEGIVEIS
              PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
                 PERFORM POSICAO-ELEGIVEL
                 DISPLAY AUX-ELEGIVEL (WS-IND)       AT WS-POSICAO
              END-PERFORM
           ELSE
              MOVE ZEROS TO WS-QTD-ELEGIVEIS
              PERFORM UNTIL WS-QTD-ELEGIVEIS > ZEROS
                 PERFORM ACEITA-ELEGIVEL
                    VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
                 IF WS-QTD-ELEGIVEIS = ZEROS
                    DISPLAY "INFORME AO MENOS UM CODIGO ELEGIVEL!"
                                                              AT 2401
                 END-IF
              END-PERFORM
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2401
           PERFORM ACEITA-FAIXA
              VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-MANTER-ACORDO
           END-IF
           IF WS-RBT-EXISTE NOT = "S"
              MOVE ZEROS      TO REGISTRO-REBATE
              MOVE AUX-NUMERO TO RBT-NUMERO
              MOVE "A"        TO RBT-STATUS
              MOVE SPACES     TO RBT-OPER-LIQUIDACAO
           END-IF
           MOVE AUX-DESCRICAO     TO RBT-DESCRICAO
           MOVE AUX-CHAVE-CLIENTE TO RBT-CLI-CODIGO
           MOVE AUX-CHAVE-RAIZ    TO RBT-RAIZ-CNPJ
           MOVE AUX-COMPET-INICIO TO RBT-COMPET-INICIO
           MOVE AUX-COMPET-FIM    TO RBT-COMPET-FIM
           MOVE AUX-ESCOPO        TO RBT-ESCOPO
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
              MOVE AUX-ELEGIVEL (WS-IND) TO RBT-ELEGIVEL (WS-IND)
           END-PERFORM
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 5
              MOVE AUX-FX-VOLUME (WS-IND) TO RBT-FX-VOLUME (WS-IND)
              MOVE AUX-FX-PCT (WS-IND)    TO RBT-FX-PCT (WS-IND)
           END-PERFORM
           MOVE WS-HOJE-AAAAMMDD  TO RBT-DATA-CADASTRO
           MOVE OPERADOR          TO RBT-OPERADOR
           IF WS-RBT-EXISTE = "S"
              REWRITE REGISTRO-REBATE
           ELSE
              WRITE REGISTRO-REBATE
           END-IF
           IF WS-RESULTADO-REBATE NOT = 00
              DISPLAY "ERRO NA GRAVACAO - REBATE:"            AT 2401
              DISPLAY WS-RESULTADO-REBATE                     AT 2428
           ELSE
              DISPLAY "ACORDO GRAVADO COM SUCESSO!"           AT 2401
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-MANTER-ACORDO. EXIT.
      *    ACORDO DO CLIENTE (CODIGO E RAIZ ZERADA) OU DO GRUPO (RAIZ
      *    DO CNPJ DO CLIENTE INFORMADO E CODIGO ZERADO).
       ACEITA-ALVO.
           MOVE SPACES TO WS-TIPO-ACORDO
           PERFORM UNTIL ACORDO-CLIENTE OR ACORDO-GRUPO
              ACCEPT WS-TIPO-ACORDO                           AT 0724
           END-PERFORM
           MOVE ZEROS TO AUX-CLI-CODIGO
           ACCEPT AUX-CLI-CODIGO                              AT 0824
           MOVE AUX-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE NOT = 00
              DISPLAY "CLIENTE NAO CADASTRADO!"               AT 2401
              EXIT PARAGRAPH
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2401
           DISPLAY CLI-RAZAO-SOCIAL                           AT 0834
           MOVE CLI-CNPJ TO WS-CNPJ-CLIENTE
           IF ACORDO-CLIENTE
              MOVE AUX-CLI-CODIGO TO AUX-CHAVE-CLIENTE
              MOVE ZEROS          TO AUX-CHAVE-RAIZ
           ELSE
              IF WS-CNPJ-RAIZ = ZEROS
                 DISPLAY "CLIENTE SEM CNPJ - NAO HA GRUPO "
                    "ECONOMICO."                              AT 2401
                 EXIT PARAGRAPH
              END-IF
              MOVE ZEROS        TO AUX-CHAVE-CLIENTE
              MOVE WS-CNPJ-RAIZ TO AUX-CHAVE-RAIZ
           END-IF
           DISPLAY AUX-CHAVE-RAIZ                             AT 0924
           MOVE "S" TO WS-ALVO-OK
           .
      *    PERIODO EM COMPETENCIAS AAAAMM, DE 1 A 24 MESES.
       ACEITA-PERIODO.
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-COMPET-INICIO
              ACCEPT AUX-COMPET-INICIO                        AT 1024
              MOVE AUX-COMPET-INICIO TO WS-COMPET-CONFERIR
              PERFORM CONFERE-COMPETENCIA
           END-PERFORM
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE ZEROS TO AUX-COMPET-FIM
              ACCEPT AUX-COMPET-FIM                           AT 1033
              MOVE AUX-COMPET-FIM TO WS-COMPET-CONFERIR
              PERFORM CONFERE-COMPETENCIA
              IF WS-DATA-OK = "S"
                 MOVE AUX-COMPET-FIM    TO WS-COMPET-FIM-R
                 MOVE AUX-COMPET-INICIO TO WS-COMPET-CONFERIR
                 IF AUX-COMPET-FIM < AUX-COMPET-INICIO
                    MOVE ZEROS TO WS-QTD-MESES
                 ELSE
                    COMPUTE WS-QTD-MESES =
                       ((WS-ANO-FIM * 12) + WS-MES-FIM)
                       - ((WS-ANO-CONFERIR * 12) + WS-MES-CONFERIR)
                       + 1
                 END-IF
                 IF WS-QTD-MESES = ZEROS OR WS-QTD-MESES > 24
                    DISPLAY "O PERIODO DEVE TER DE 1 A 24 MESES!"
                                                              AT 2401
                    MOVE "N" TO WS-DATA-OK
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       CONFERE-COMPETENCIA.
           MOVE "S" TO WS-DATA-OK
           IF WS-ANO-CONFERIR < 2000
              OR WS-MES-CONFERIR < 1 OR WS-MES-CONFERIR > 12
              MOVE "N" TO WS-DATA-OK
              DISPLAY "COMPETENCIA INVALIDA - INFORME AAAAMM!"
                                                              AT 2401
           ELSE
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
      *    CODIGO ZERADO DEIXA A POSICAO LIVRE; DIGITADO, TEM DE
      *    EXISTIR EM FAMILIA.DAT OU PRODUTO.DAT (QUANDO EXISTEM).
       ACEITA-ELEGIVEL.
           PERFORM POSICAO-ELEGIVEL
           MOVE "N" TO WS-COD-OK
           PERFORM UNTIL WS-COD-OK = "S"
              ACCEPT AUX-ELEGIVEL (WS-IND)              AT WS-POSICAO
              MOVE "S" TO WS-COD-OK
              IF AUX-ELEGIVEL (WS-IND) NOT = ZEROS
                 IF AUX-ESCOPO = "F"
                    PERFORM CONFERE-FAMILIA
                 ELSE
                    PERFORM CONFERE-PRODUTO
                 END-IF
              END-IF
           END-PERFORM
           IF AUX-ELEGIVEL (WS-IND) NOT = ZEROS
              ADD 1 TO WS-QTD-ELEGIVEIS
           END-IF
           .
       CONFERE-FAMILIA.
           IF AUX-ELEGIVEL (WS-IND) > 999
              MOVE "N" TO WS-COD-OK
              DISPLAY "FAMILIA TEM ATE 3 DIGITOS!"            AT 2401
              EXIT PARAGRAPH
           END-IF
           IF WS-FAMILIA-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-ELEGIVEL (WS-IND) TO FAM-CODIGO
           READ ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA NOT = 00
              MOVE "N" TO WS-COD-OK
              DISPLAY "FAMILIA NAO CADASTRADA (PROG53)!"      AT 2401
           ELSE
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       CONFERE-PRODUTO.
           IF WS-PRODUTO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-ELEGIVEL (WS-IND) TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              MOVE "N" TO WS-COD-OK
              DISPLAY "PRODUTO NAO CADASTRADO!"               AT 2401
           ELSE
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
      *    FAIXAS EM ORDEM CRESCENTE DE VOLUME E DE PERCENTUAL. A
      *    PRIMEIRA E OBRIGATORIA; VOLUME ZERO ENCERRA AS FAIXAS.
       ACEITA-FAIXA.
           IF WS-IND > 1
              IF AUX-FX-VOLUME (WS-IND - 1) = ZEROS
                 MOVE ZEROS TO AUX-FX-VOLUME (WS-IND)
                 MOVE ZEROS TO AUX-FX-PCT (WS-IND)
                 PERFORM MOSTRA-FAIXA
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE WS-LINHA-TELA = 14 + WS-IND
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 3
           DISPLAY WS-IND                                AT WS-POSICAO
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 8
              ACCEPT AUX-FX-VOLUME (WS-IND)             AT WS-POSICAO
              MOVE "S" TO WS-DATA-OK
              EVALUATE TRUE
                 WHEN WS-IND = 1 AND AUX-FX-VOLUME (WS-IND) = ZEROS
                    DISPLAY "A PRIMEIRA FAIXA E OBRIGATORIA!" AT 2401
                    MOVE "N" TO WS-DATA-OK
                 WHEN WS-IND > 1
                      AND AUX-FX-VOLUME (WS-IND) NOT = ZEROS
                      AND AUX-FX-VOLUME (WS-IND)
                          NOT > AUX-FX-VOLUME (WS-IND - 1)
                    DISPLAY "O VOLUME DEVE SER MAIOR QUE O DA FAIXA "
                       "ANTERIOR!"                            AT 2401
                    MOVE "N" TO WS-DATA-OK
              END-EVALUATE
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF AUX-FX-VOLUME (WS-IND) = ZEROS
              MOVE ZEROS TO AUX-FX-PCT (WS-IND)
              PERFORM MOSTRA-FAIXA
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 31
              ACCEPT AUX-FX-PCT (WS-IND)                AT WS-POSICAO
              MOVE "S" TO WS-DATA-OK
              IF AUX-FX-PCT (WS-IND) = ZEROS
                 DISPLAY "O PERCENTUAL DEVE SER MAIOR QUE ZERO!"
                                                              AT 2401
                 MOVE "N" TO WS-DATA-OK
              END-IF
              IF WS-IND > 1
                 IF AUX-FX-PCT (WS-IND) < AUX-FX-PCT (WS-IND - 1)
                    DISPLAY "O PERCENTUAL NAO PODE SER MENOR QUE O "
                       "DA FAIXA ANTERIOR!"                   AT 2401
                    MOVE "N" TO WS-DATA-OK
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           PERFORM MOSTRA-FAIXA
           .
       CANCELAR-ACORDO.
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA O CANCELAMENTO DO ACORDO? S/N"   AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2440
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-CANCELAR-ACORDO
           END-IF
           MOVE "C"              TO RBT-STATUS
           MOVE WS-HOJE-AAAAMMDD TO RBT-DATA-CADASTRO
           MOVE OPERADOR         TO RBT-OPERADOR
           REWRITE REGISTRO-REBATE
           IF WS-RESULTADO-REBATE NOT = 00
              DISPLAY "ERRO NA GRAVACAO - REBATE:"            AT 2401
              DISPLAY WS-RESULTADO-REBATE                     AT 2428
           ELSE
              DISPLAY "ACORDO CANCELADO."                     AT 2401
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-CANCELAR-ACORDO. EXIT.
      *    SO DEPOIS QUE O PROGREBATE APUROU A ULTIMA COMPETENCIA DO
      *    PERIODO: A PROVISAO E ENTAO O REBATE GANHO.
       LIQUIDAR-ACORDO.
           IF RBT-ULT-APURACAO < RBT-COMPET-FIM
              DISPLAY "PERIODO AINDA NAO APURADO ATE O FIM - "
                 "AGUARDE O FECHAMENTO (PROGREBATE)."         AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-LIQUIDAR-ACORDO
           END-IF
           IF RBT-PROVISAO = ZEROS
              DISPLAY "FAIXA MINIMA NAO ATINGIDA - O ACORDO E "
                 "ENCERRADO SEM REBATE."                      AT 2301
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A LIQUIDACAO DA PROVISAO? S/N"   AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2440
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-LIQUIDAR-ACORDO
           END-IF
           MOVE RBT-PROVISAO TO WS-VALOR-RESTANTE
           MOVE ZEROS TO WS-VALOR-ABATIDO
           MOVE ZEROS TO WS-QTD-TITULOS
           IF WS-TITULO-DISPONIVEL = "S"
              AND WS-VALOR-RESTANTE > ZEROS
              PERFORM ABATE-TITULOS-PASSO
                 VARYING WS-PASSO-ABATIMENTO FROM 1 BY 1
                 UNTIL WS-PASSO-ABATIMENTO > 2
                    OR WS-VALOR-RESTANTE = ZEROS
           END-IF
           MOVE WS-VALOR-RESTANTE TO WS-VALOR-CREDITO
           MOVE AUX-NUMERO        TO RBT-NUMERO
           READ ARQ-REBATE
           MOVE "L"               TO RBT-STATUS
           MOVE WS-HOJE-AAAAMMDD  TO RBT-DATA-LIQUIDACAO
           MOVE RBT-PROVISAO      TO RBT-VALOR-LIQUIDADO
           MOVE WS-VALOR-ABATIDO  TO RBT-VALOR-ABATIDO
           MOVE WS-VALOR-CREDITO  TO RBT-VALOR-CREDITO
           MOVE OPERADOR          TO RBT-OPER-LIQUIDACAO
           REWRITE REGISTRO-REBATE
           IF WS-RESULTADO-REBATE NOT = 00
              DISPLAY "ERRO NA GRAVACAO - REBATE:"            AT 2401
              DISPLAY WS-RESULTADO-REBATE                     AT 2428
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-LIQUIDAR-ACORDO
           END-IF
           MOVE WS-VALOR-ABATIDO TO WS-VALOR-EDITADO
           DISPLAY "ABATIDO NOS TITULOS:"                     AT 2301
           DISPLAY WS-VALOR-EDITADO                           AT 2322
           DISPLAY WS-QTD-TITULOS                             AT 2341
           DISPLAY "PARCELAS"                                 AT 2347
           MOVE WS-VALOR-CREDITO TO WS-VALOR-EDITADO
           DISPLAY "CREDITO AO CLIENTE:"                      AT 2401
           DISPLAY WS-VALOR-EDITADO                           AT 2422
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-LIQUIDAR-ACORDO. EXIT.
      *    PRIMEIRO PASSO: PARCELAS EM ABERTO AINDA NAO REGISTRADAS
      *    NO BANCO, ABATIDAS NO QUE COUBER. SEGUNDO PASSO: PARCELAS
      *    JA REGISTRADAS, QUE SO PODEM SAIR INTEIRAS (BAIXA NA
      *    REMESSA). TITULO.DAT EM ORDEM DE PEDIDO = MAIS ANTIGO
      *    PRIMEIRO.
       ABATE-TITULOS-PASSO.
           MOVE ZEROS TO TIT-CHAVE
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-TITULOS
           PERFORM UNTIL WS-FIM-TITULOS = 1
                      OR WS-VALOR-RESTANTE = ZEROS
              READ ARQ-TITULO NEXT AT END
                 MOVE 1 TO WS-FIM-TITULOS
              END-READ
              IF WS-FIM-TITULOS NOT = 1 AND TIT-ABERTO
                 PERFORM CONFERE-TITULO-ACORDO
                 IF WS-TITULO-DO-ACORDO = "S"
                    PERFORM ABATE-UM-TITULO
                 END-IF
              END-IF
           END-PERFORM
           .
       CONFERE-TITULO-ACORDO.
           MOVE "N" TO WS-TITULO-DO-ACORDO
           IF RBT-CLI-CODIGO NOT = ZEROS
              IF TIT-CLI-CODIGO = RBT-CLI-CODIGO
                 MOVE "S" TO WS-TITULO-DO-ACORDO
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE TIT-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE = 00
              MOVE CLI-CNPJ TO WS-CNPJ-CLIENTE
              IF WS-CNPJ-RAIZ = RBT-RAIZ-CNPJ
                 MOVE "S" TO WS-TITULO-DO-ACORDO
              END-IF
           END-IF
           .
       ABATE-UM-TITULO.
           COMPUTE WS-SALDO-PARCELA = TIT-VALOR - TIT-VALOR-PAGO
           IF WS-PASSO-ABATIMENTO = 1
              IF TIT-REM-NUMERO NOT = ZEROS
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF TIT-REM-NUMERO = ZEROS
                 OR TIT-VALOR-PAGO NOT = ZEROS
                 OR WS-SALDO-PARCELA GREATER WS-VALOR-RESTANTE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-SALDO-PARCELA GREATER WS-VALOR-RESTANTE
              SUBTRACT WS-VALOR-RESTANTE FROM TIT-VALOR
              ADD WS-VALOR-RESTANTE TO WS-VALOR-ABATIDO
              MOVE ZEROS TO WS-VALOR-RESTANTE
           ELSE
      *       PARCELA ZERADA: SEM NADA PAGO VIRA CANCELADA; COM
      *       PAGAMENTO PARCIAL FICA QUITADA PELO QUE JA ENTROU.
              MOVE TIT-VALOR-PAGO TO TIT-VALOR
              ADD WS-SALDO-PARCELA TO WS-VALOR-ABATIDO
              SUBTRACT WS-SALDO-PARCELA FROM WS-VALOR-RESTANTE
              IF TIT-VALOR-PAGO = ZEROS
                 MOVE "C" TO TIT-STATUS
              ELSE
                 MOVE "P" TO TIT-STATUS
              END-IF
           END-IF
           REWRITE REGISTRO-TITULO
           IF WS-RESULTADO-TITULO = 00
              ADD 1 TO WS-QTD-TITULOS
           END-IF
           .
