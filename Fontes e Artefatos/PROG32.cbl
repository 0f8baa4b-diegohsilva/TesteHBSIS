      *                    (RSEMVIS.TXT).
      *    E O MATERIAL CONCRETO DA REUNIAO DE SEGUNDA-FEIRA DA
      *    SUPERVISAO, ALEM DO NUMERO DE VENDAS.
      *    NA BAIXA DE UMA VISITA REALIZADA (V OU F), SE O CLIENTE
      *    ESTA NA AMOSTRA DE UMA PESQUISA DE SATISFACAO ABERTA
      *    (PESQUISA.DAT, PROG58) E AINDA NAO RESPONDEU, O VENDEDOR
      *    PODE COLHER ALI MESMO A NOTA DE 0 A 10 E O COMENTARIO -
      *    A MESMA CAPTURA DO PROG21. NOTA DE DETRATOR (0 A 6) ABRE
      *    OCORRENCIA "NPS" (OCORREN.DAT) EM NOME DO VENDEDOR, COM
      *    RETORNO EM DIASNPS DIAS (PARAMETRO; AUSENTE, VALE 7).
      *    AINDA NA VISITA REALIZADA, O VENDEDOR PODE ANOTAR OS
      *    PRECOS DA CONCORRENCIA NA GONDOLA (CONCOR.DAT, ORIGEM
      *    "V"): NOSSO PRODUTO, MARCA CONCORRENTE, PRECO E
      *    OBSERVACAO, QUANTAS LINHAS QUISER. O QUE VEM DOS NOTEBOOKS
      *    ENTRA PELO PROGMOVCON; O PROGCONCOR FAZ A COMPARACAO.
      *    PARADA COM CHECK-IN GPS DENTRO DO RAIO DE TOLERANCIA JA
      *    CHEGA BAIXADA COMO "V" PELO PROGCHKIN (OPERADOR CHECKIN);
      *    O DESFECHO DIGITADO AQUI SUBSTITUI O AUTOMATICO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

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

           SELECT ARQ-OCORREN ASSIGN TO DISK WID-ARQ-OCORREN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OCO-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-OCORREN.

           SELECT ARQ-CONCOR ASSIGN TO DISK WID-ARQ-CONCOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CCR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONCOR.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT RELATORIO ASSIGN TO WID-RELATORIO
                            ORGANIZATION IS LINE SEQUENTIAL.

       COPY "ARQ-ROTPLAN.FD".
       COPY "ARQ-VISITA.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-PESQUISA.FD".
       COPY "ARQ-PSQRESP.FD".
       COPY "ARQ-OCORREN.FD".
       COPY "ARQ-CONCOR.FD".
       COPY "ARQ-PRODUTO.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).
       77 WS-DATA-FIM-SEMANA       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-CALC             PIC 9(07) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 WID-ARQ-PESQUISA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PSQRESP          PIC X(50) VALUE SPACES.
       77 WID-ARQ-OCORREN          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PESQUISA    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PSQRESP     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OCORREN     PIC 9(02) VALUE ZEROS.
       77 WS-FIM-PESQUISA          PIC 9(01) VALUE ZEROS.
       77 WS-FIM-OCORREN           PIC 9(01) VALUE ZEROS.
       77 WS-OCO-PROX-SEQ          PIC 9(04) VALUE ZEROS.
       77 WS-PSQ-PENDENTE          PIC X(01) VALUE "N".
       77 WS-PSQ-ACAO              PIC X(01) VALUE SPACES.
       77 AUX-PSQ-NOTA             PIC 9(02) VALUE ZEROS.
       77 AUX-PSQ-COMENTARIO       PIC X(60) VALUE SPACES.
      *    PRAZO DO RETORNO DO VENDEDOR AO DETRATOR (PARAMETRO
      *    DIASNPS; AUSENTE, VALE 7 DIAS CORRIDOS).
       77 WS-DIAS-RETORNO-NPS      PIC 9(03) VALUE 7.
       77 WID-ARQ-CONCOR           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONCOR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-FIM-CONCOR            PIC 9(01) VALUE ZEROS.
       77 WS-CCR-PROX-SEQ          PIC 9(02) VALUE ZEROS.
       77 WS-CCR-CONTINUA          PIC X(01) VALUE SPACES.
       77 WS-QTD-PRECOS-CONCOR     PIC 9(03) VALUE ZEROS.
       77 AUX-CCR-PRO-CODIGO       PIC 9(05) VALUE ZEROS.
       77 AUX-CCR-MARCA            PIC X(20) VALUE SPACES.
       77 AUX-CCR-PRECO            PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-CCR-OBSERVACAO       PIC X(40) VALUE SPACES.
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DIAS-SEM-VISITA
           END-IF
           MOVE "DIASNPS" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DIAS-RETORNO-NPS
           END-IF
           CANCEL "PARAMLER"
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              ACCEPT AUX-OBSERVACAO                           AT 2413
              DISPLAY LIMPA-LINHA                             AT 2401
              PERFORM GRAVA-UMA-VISITA
              IF WS-RESULTADO-VISITA = 00
                 AND (AUX-RESULTADO = "V" OR = "F")
                 PERFORM COLHE-PESQUISA
                    THRU F-COLHE-PESQUISA
                 PERFORM COLHE-PRECOS-CONCORRENCIA
                    THRU F-COLHE-PRECOS-CONCORRENCIA
              END-IF
           END-IF
           DISPLAY LIMPA-LINHA                                AT 0901
           DISPLAY LIMPA-LINHA                                AT 1001
           .
       BUSCA-PESQUISA-PENDENTE.
      *    PRIMEIRA CAMPANHA ABERTA, DENTRO DO PERIODO DE COLETA, EM
      *    CUJA AMOSTRA O CLIENTE DA PARADA ESTA AINDA SEM RESPOSTA.
           MOVE "N" TO WS-PSQ-PENDENTE
           MOVE ZEROS TO PSQ-CODIGO
           START ARQ-PESQUISA KEY IS NOT LESS PSQ-CODIGO
           IF WS-RESULTADO-PESQUISA NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-PESQUISA
           PERFORM UNTIL WS-FIM-PESQUISA = 1
              READ ARQ-PESQUISA NEXT AT END
                 MOVE 1 TO WS-FIM-PESQUISA
              END-READ
              IF WS-FIM-PESQUISA NOT = 1
                 AND PSQ-ABERTA
                 AND PSQ-DATA-INICIO NOT > WS-HOJE-AAAAMMDD
                 AND PSQ-DATA-FIM NOT < WS-HOJE-AAAAMMDD
                 MOVE PSQ-CODIGO     TO PSR-PSQ-CODIGO
                 MOVE ROT-CLI-CODIGO TO PSR-CLI-CODIGO
                 READ ARQ-PSQRESP
                 IF WS-RESULTADO-PSQRESP = 00 AND PSR-PENDENTE
                    MOVE "S" TO WS-PSQ-PENDENTE
                    MOVE 1 TO WS-FIM-PESQUISA
                 END-IF
              END-IF
           END-PERFORM
           .
       COLHE-PESQUISA.
      *    MESMA CAPTURA DE PESQUISA DO PROG21, FEITA PELO VENDEDOR
      *    NA VISITA. SEM CAMPANHA PENDENTE PARA O CLIENTE, NADA E
      *    PERGUNTADO.
           MOVE "PESQUISA.DAT" TO WID-ARQ-PESQUISA
           OPEN INPUT ARQ-PESQUISA
           IF WS-RESULTADO-PESQUISA NOT = 00
              GO TO F-COLHE-PESQUISA
           END-IF
           MOVE "PSQRESP.DAT" TO WID-ARQ-PSQRESP
           OPEN I-O ARQ-PSQRESP
           IF WS-RESULTADO-PSQRESP NOT = 00
              CLOSE ARQ-PESQUISA
              GO TO F-COLHE-PESQUISA
           END-IF
           PERFORM BUSCA-PESQUISA-PENDENTE
           IF WS-PSQ-PENDENTE NOT = "S"
              CLOSE ARQ-PSQRESP
              CLOSE ARQ-PESQUISA
              GO TO F-COLHE-PESQUISA
           END-IF
           DISPLAY "PESQUISA"                                 AT 1101
           DISPLAY PSQ-CODIGO                                 AT 1110
           DISPLAY PSQ-DESCRICAO                              AT 1115
           MOVE SPACES TO WS-PSQ-ACAO
           DISPLAY "CLIENTE RESPONDEU? (S)IM (N)AO QUIS ENTER=DEPOIS"
                                                              AT 2301
           ACCEPT WS-PSQ-ACAO                                 AT 2350
           DISPLAY LIMPA-LINHA                                AT 2301
           MOVE FUNCTION UPPER-CASE (WS-PSQ-ACAO) TO WS-PSQ-ACAO
           IF WS-PSQ-ACAO NOT = "S" AND NOT = "N"
              DISPLAY LIMPA-LINHA                             AT 1101
              CLOSE ARQ-PSQRESP
              CLOSE ARQ-PESQUISA
              GO TO F-COLHE-PESQUISA
           END-IF
           IF WS-PSQ-ACAO = "S"
              MOVE 99 TO AUX-PSQ-NOTA
              PERFORM UNTIL AUX-PSQ-NOTA NOT > 10
                 DISPLAY "NOTA DE 0 A 10:"                    AT 2301
                 MOVE ZEROS TO AUX-PSQ-NOTA
                 ACCEPT AUX-PSQ-NOTA                          AT 2317
              END-PERFORM
              MOVE SPACES TO AUX-PSQ-COMENTARIO
              DISPLAY "COMENTARIO:"                           AT 2401
              ACCEPT AUX-PSQ-COMENTARIO                       AT 2413
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE "R"                TO PSR-STATUS
              MOVE AUX-PSQ-NOTA       TO PSR-NOTA
              MOVE AUX-PSQ-COMENTARIO TO PSR-COMENTARIO
           ELSE
              MOVE "N"                TO PSR-STATUS
              MOVE ZEROS              TO PSR-NOTA
              MOVE SPACES             TO PSR-COMENTARIO
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2301
           MOVE WS-HOJE-AAAAMMDD   TO PSR-DATA-RESPOSTA
           MOVE "V"                TO PSR-ORIGEM
           MOVE OPERADOR           TO PSR-OPERADOR
           MOVE ZEROS              TO PSR-OCO-SEQUENCIA
           IF PSR-RESPONDIDA AND PSR-DETRATOR
              PERFORM ABRE-OCORRENCIA-DETRATOR
           END-IF
           REWRITE REGISTRO-PSQRESP
           IF WS-RESULTADO-PSQRESP NOT = 00
              DISPLAY "ERRO NA GRAVACAO - PESQUISA:"          AT 2401
              DISPLAY WS-RESULTADO-PSQRESP                    AT 2430
           ELSE
              IF PSR-OCO-SEQUENCIA NOT = ZEROS
                 DISPLAY "DETRATOR - OCORRENCIA NPS ABERTA."  AT 2401
              ELSE
                 DISPLAY "RESPOSTA REGISTRADA."               AT 2401
              END-IF
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 1101
           DISPLAY LIMPA-LINHA                                AT 2401
           CLOSE ARQ-PSQRESP
           CLOSE ARQ-PESQUISA
           .
       F-COLHE-PESQUISA. EXIT.
       ABRE-OCORRENCIA-DETRATOR.
      *    OCORRENCIA "NPS" EM NOME DO VENDEDOR DA VISITA ("VEND" +
      *    CODIGO), PARA O RETORNO SAIR NA SECAO DELE NO PROGFOLLOW.
           MOVE "OCORREN.DAT" TO WID-ARQ-OCORREN
           OPEN I-O ARQ-OCORREN
           IF WS-RESULTADO-OCORREN NOT = 00
              OPEN OUTPUT ARQ-OCORREN
              CLOSE ARQ-OCORREN
              OPEN I-O ARQ-OCORREN
           END-IF
           PERFORM BUSCA-PROXIMA-SEQ-OCORREN
           MOVE ROT-CLI-CODIGO    TO OCO-CLI-CODIGO
           MOVE WS-OCO-PROX-SEQ   TO OCO-SEQUENCIA
           MOVE WS-HOJE-AAAAMMDD  TO OCO-DATA
           MOVE SPACES            TO OCO-OPERADOR
           STRING "VEND" AUX-VEN-CODIGO
              DELIMITED BY SIZE INTO OCO-OPERADOR
           MOVE "NPS"             TO OCO-TIPO
           MOVE SPACES            TO OCO-TEXTO
           STRING "DETRATOR NOTA " PSR-NOTA " PESQ " PSR-PSQ-CODIGO
                  ": " PSR-COMENTARIO
              DELIMITED BY SIZE INTO OCO-TEXTO
           COMPUTE OCO-DATA-FOLLOWUP =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-HOJE-AAAAMMDD)
                    + WS-DIAS-RETORNO-NPS)
           MOVE "A"               TO OCO-STATUS
           WRITE REGISTRO-OCORREN
           IF WS-RESULTADO-OCORREN = 00
              MOVE OCO-SEQUENCIA TO PSR-OCO-SEQUENCIA
           END-IF
           CLOSE ARQ-OCORREN
           .
       BUSCA-PROXIMA-SEQ-OCORREN.
           MOVE ZEROS TO WS-OCO-PROX-SEQ
           MOVE ROT-CLI-CODIGO TO OCO-CLI-CODIGO
           MOVE ZEROS          TO OCO-SEQUENCIA
           START ARQ-OCORREN KEY IS NOT LESS OCO-CHAVE
           IF WS-RESULTADO-OCORREN NOT = 00
              MOVE 1 TO WS-OCO-PROX-SEQ
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-OCORREN
           PERFORM UNTIL WS-FIM-OCORREN = 1
              READ ARQ-OCORREN NEXT AT END
                 MOVE 1 TO WS-FIM-OCORREN
              END-READ
              IF WS-FIM-OCORREN NOT = 1
                 IF OCO-CLI-CODIGO NOT = ROT-CLI-CODIGO
                    MOVE 1 TO WS-FIM-OCORREN
                 ELSE
                    MOVE OCO-SEQUENCIA TO WS-OCO-PROX-SEQ
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WS-OCO-PROX-SEQ
           .
       COLHE-PRECOS-CONCORRENCIA.
      *    PRECOS DE CONCORRENTES VISTOS NA GONDOLA DO CLIENTE, NA
      *    DATA DA VISITA. PRODUTO ZERADO ENCERRA A ANOTACAO.
           MOVE SPACES TO WS-CCR-CONTINUA
           DISPLAY "ANOTAR PRECOS DA CONCORRENCIA? S/N"       AT 2301
           PERFORM UNTIL WS-CCR-CONTINUA = "S" OR = "N"
              ACCEPT WS-CCR-CONTINUA                          AT 2336
              MOVE FUNCTION UPPER-CASE (WS-CCR-CONTINUA)
                 TO WS-CCR-CONTINUA
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           IF WS-CCR-CONTINUA = "N"
              GO TO F-COLHE-PRECOS-CONCORRENCIA
           END-IF
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "CADASTRO DE PRODUTOS AUSENTE."         AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-COLHE-PRECOS-CONCORRENCIA
           END-IF
           MOVE "CONCOR.DAT" TO WID-ARQ-CONCOR
           OPEN I-O ARQ-CONCOR
           IF WS-RESULTADO-CONCOR NOT = 00
              OPEN OUTPUT ARQ-CONCOR
              CLOSE ARQ-CONCOR
              OPEN I-O ARQ-CONCOR
           END-IF
           MOVE ZEROS TO WS-QTD-PRECOS-CONCOR
           DISPLAY "PRODUTO (0=FIM).......:"                  AT 1201
           DISPLAY "MARCA CONCORRENTE.....:"                  AT 1301
           DISPLAY "PRECO DO CONCORRENTE..:"                  AT 1401
           DISPLAY "OBSERVACAO............:"                  AT 1501
           MOVE "S" TO WS-CCR-CONTINUA
           PERFORM UNTIL WS-CCR-CONTINUA NOT = "S"
              PERFORM COLHE-UM-PRECO-CONCORRENTE
           END-PERFORM
           CLOSE ARQ-CONCOR
           CLOSE ARQ-PRODUTO
           DISPLAY LIMPA-LINHA                                AT 1201
           DISPLAY LIMPA-LINHA                                AT 1301
           DISPLAY LIMPA-LINHA                                AT 1401
           DISPLAY LIMPA-LINHA                                AT 1501
           DISPLAY "PRECOS DA CONCORRENCIA ANOTADOS:"         AT 2401
           DISPLAY WS-QTD-PRECOS-CONCOR                       AT 2434
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-COLHE-PRECOS-CONCORRENCIA. EXIT.
       COLHE-UM-PRECO-CONCORRENTE.
           DISPLAY LIMPA-LINHA                                AT 1225
           DISPLAY LIMPA-LINHA                                AT 1325
           DISPLAY LIMPA-LINHA                                AT 1425
           DISPLAY LIMPA-LINHA                                AT 1525
           MOVE ZEROS TO AUX-CCR-PRO-CODIGO
           ACCEPT AUX-CCR-PRO-CODIGO                          AT 1225
           IF AUX-CCR-PRO-CODIGO = ZEROS
              MOVE "N" TO WS-CCR-CONTINUA
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-CCR-PRO-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "PRODUTO NAO CADASTRADO."               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           DISPLAY PRO-DESCRICAO                              AT 1232
           MOVE SPACES TO AUX-CCR-MARCA
           PERFORM UNTIL AUX-CCR-MARCA NOT = SPACES
              ACCEPT AUX-CCR-MARCA                            AT 1325
           END-PERFORM
           MOVE FUNCTION UPPER-CASE (AUX-CCR-MARCA) TO AUX-CCR-MARCA
           MOVE ZEROS TO AUX-CCR-PRECO
           PERFORM UNTIL AUX-CCR-PRECO GREATER ZEROS
              ACCEPT AUX-CCR-PRECO                            AT 1425
           END-PERFORM
           MOVE SPACES TO AUX-CCR-OBSERVACAO
           ACCEPT AUX-CCR-OBSERVACAO                          AT 1525
           PERFORM BUSCA-PROXIMA-SEQ-CONCOR
           MOVE ROT-CLI-CODIGO     TO CCR-CLI-CODIGO
           MOVE AUX-DATA           TO CCR-DATA
           MOVE AUX-CCR-PRO-CODIGO TO CCR-PRO-CODIGO
           MOVE WS-CCR-PROX-SEQ    TO CCR-SEQUENCIA
           MOVE AUX-VEN-CODIGO     TO CCR-VEN-CODIGO
           MOVE AUX-CCR-MARCA      TO CCR-MARCA
           MOVE AUX-CCR-PRECO      TO CCR-PRECO
           MOVE AUX-CCR-OBSERVACAO TO CCR-OBSERVACAO
           MOVE "V"                TO CCR-ORIGEM
           MOVE OPERADOR           TO CCR-OPERADOR
           MOVE WS-HOJE-AAAAMMDD   TO CCR-DATA-REGISTRO
           WRITE REGISTRO-CONCOR
           IF WS-RESULTADO-CONCOR NOT = 00
              DISPLAY "ERRO NA GRAVACAO - CONCORRENCIA:"      AT 2401
              DISPLAY WS-RESULTADO-CONCOR                     AT 2434
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           ELSE
              ADD 1 TO WS-QTD-PRECOS-CONCOR
           END-IF
           .
       BUSCA-PROXIMA-SEQ-CONCOR.
           MOVE ZEROS TO WS-CCR-PROX-SEQ
           MOVE ROT-CLI-CODIGO     TO CCR-CLI-CODIGO
           MOVE AUX-DATA           TO CCR-DATA
           MOVE AUX-CCR-PRO-CODIGO TO CCR-PRO-CODIGO
           MOVE ZEROS              TO CCR-SEQUENCIA
           START ARQ-CONCOR KEY IS NOT LESS CCR-CHAVE
           IF WS-RESULTADO-CONCOR NOT = 00
              MOVE 1 TO WS-CCR-PROX-SEQ
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-CONCOR
           PERFORM UNTIL WS-FIM-CONCOR = 1
              READ ARQ-CONCOR NEXT AT END
                 MOVE 1 TO WS-FIM-CONCOR
              END-READ
              IF WS-FIM-CONCOR NOT = 1
                 IF CCR-CLI-CODIGO NOT = ROT-CLI-CODIGO
                    OR CCR-DATA NOT = AUX-DATA
                    OR CCR-PRO-CODIGO NOT = AUX-CCR-PRO-CODIGO
                    MOVE 1 TO WS-FIM-CONCOR
                 ELSE
                    MOVE CCR-SEQUENCIA TO WS-CCR-PROX-SEQ
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WS-CCR-PROX-SEQ
           .
       GRAVA-UMA-VISITA.
           MOVE AUX-VEN-CODIGO   TO VIS-VEN-CODIGO
           MOVE AUX-DATA         TO VIS-DATA
