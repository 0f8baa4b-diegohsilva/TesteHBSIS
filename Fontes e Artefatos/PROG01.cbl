                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MUNICIP.

           SELECT ARQ-CNAE ASSIGN TO DISK WID-ARQ-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNAE.

           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SEG-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SEGMENTO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-DISTCACHE.FD".
       COPY "ARQ-OCORREN.FD".
       COPY "ARQ-MUNICIP.FD".
       COPY "ARQ-CNAE.FD".
       COPY "ARQ-SEGMENTO.FD".

       FD  REL-DOSSIE.
       01  LINHA-DOSSIE             PIC X(100).
       WORKING-STORAGE SECTION.

       copy "AREA-CNPJ.cpy".
       copy "AREA-IE.cpy".

       01 AUX-REGISTRO-CLIENTE.
          02 AUX-CODIGO            PIC 9(07).
          02 AUX-TELEFONE          PIC X(15).
          02 AUX-EMAIL             PIC X(50).
          02 AUX-LIMITE-CREDITO    PIC 9(09)V9(02).
          02 AUX-CNAE              PIC 9(07).
          02 AUX-SEGMENTO          PIC 9(02).
          02 AUX-IE                PIC X(20).

       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA           PIC X(80) VALUE SPACES.
       77 WS-HORA-SISTEMA       PIC 9(06) VALUES ZEROS.
       77 WS-LOG-PARAGRAFO      PIC X(30) VALUE SPACES.
       77 WS-AUD-OPERACAO       PIC X(01) VALUE SPACES.
       77 WS-CLI-ANTES          PIC X(408) VALUE SPACES.
       77 WS-CLI-DEPOIS         PIC X(408) VALUE SPACES.
       77 WS-CLI-ANTES-SALVO    PIC X(408) VALUE SPACES.
       77 WS-FIM-AUD-CLIENTE    PIC 9(01) VALUE ZEROS.
       77 WS-DESFAZER-ENCONTRADO PIC X(01) VALUE SPACES.
       77 TIPO-LEITURA          PIC X(02) VALUES SPACES.
       77 WS-LINHA-MUN          PIC 9(02) VALUE ZEROS.
       77 WS-COLUNA-MUN         PIC 9(02) VALUE ZEROS.
       77 WS-POS-MUN            PIC 9(04) VALUE ZEROS.
       77 WID-ARQ-CNAE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-SEGMENTO      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNAE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SEGMENTO PIC 9(02) VALUE ZEROS.
       77 WS-CNAE-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-SEGMENTO-DISPONIVEL PIC X(01) VALUE "N".
       77 WS-CNAE-OK            PIC X(01) VALUE SPACES.
       77 WS-SEGMENTO-OK        PIC X(01) VALUE SPACES.
       77 WID-ARQ-OCORREN       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-OCORREN  PIC 9(02) VALUE ZEROS.
       77 WS-OCO-PROX-SEQ       PIC 9(04) VALUE ZEROS.
          02 LINE 13 COLUMN 01 VALUE "CIDADE................".
          02 LINE 14 COLUMN 01 VALUE "UF....................".
          02 LINE 15 COLUMN 01 VALUE "CEP...................".
          02 LINE 15 COLUMN 41 VALUE "CNAE.....".
          02 LINE 16 COLUMN 01 VALUE "TELEFONE..............".
          02 LINE 16 COLUMN 41 VALUE "SEGMENTO.".
          02 LINE 17 COLUMN 01 VALUE "E-MAIL................".
          02 LINE 18 COLUMN 01 VALUE "LIMITE DE CREDITO.....".
          02 LINE 18 COLUMN 41 VALUE "INSC.EST.".
          02 LINE 19 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.
           ELSE
              MOVE "N" TO WS-MUNICIP-DISPONIVEL
           END-IF
           MOVE "CNAE.DAT" TO WID-ARQ-CNAE
           OPEN INPUT ARQ-CNAE
           IF WS-RESULTADO-CNAE = 00
              MOVE "S" TO WS-CNAE-DISPONIVEL
           ELSE
              MOVE "N" TO WS-CNAE-DISPONIVEL
           END-IF
           MOVE "SEGMENTO.DAT" TO WID-ARQ-SEGMENTO
           OPEN INPUT ARQ-SEGMENTO
           IF WS-RESULTADO-SEGMENTO = 00
              MOVE "S" TO WS-SEGMENTO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-SEGMENTO-DISPONIVEL
           END-IF
      *------ VERIFICAÇÃO DO PROXIMO CODIGO CLIENTE A SER LANÇADO ------*
           MOVE 1 TO CLI-CODIGO
           PERFORM UNTIL CLI-CODIGO = ZEROS
           IF WS-MUNICIP-DISPONIVEL = "S"
              CLOSE ARQ-MUNICIP
           END-IF
           IF WS-CNAE-DISPONIVEL = "S"
              CLOSE ARQ-CNAE
           END-IF
           IF WS-SEGMENTO-DISPONIVEL = "S"
              CLOSE ARQ-SEGMENTO
           END-IF
           CLOSE ARQ-JORNAL
           EXIT PROGRAM
           .
              MOVE ZEROS TO AUX-LIMITE-CREDITO
              ACCEPT AUX-LIMITE-CREDITO            AT 1824
              MOVE AUX-LIMITE-CREDITO TO CLI-LIMITE-CREDITO
              PERFORM TRATA-IE
                 THRU F-TRATA-IE
              MOVE AUX-IE TO CLI-IE
              PERFORM TRATA-SEGMENTO
                 THRU F-TRATA-SEGMENTO
              PERFORM TRATA-COORDENADAS
              MOVE AUX-LATITUDE TO CLI-LATITUDE
              MOVE AUX-LONGITUDE TO CLI-LONGITUDE
              MOVE SPACES TO CLI-FILIAL
              MOVE SPACE  TO CLI-VINCULADO
              MOVE SPACES TO CLI-VINC-MOTIVO
              MOVE SPACE  TO CLI-BLOQ-COMERCIAL
              MOVE ZEROS  TO CLI-BLOQ-DATA
              MOVE AUX-CNAE     TO CLI-CNAE
              MOVE AUX-SEGMENTO TO CLI-SEGMENTO
              MOVE SPACE        TO CLI-RF-SITUACAO
              MOVE ZEROS        TO CLI-RF-DATA-SITUACAO
              MOVE SPACES       TO CLI-RF-RAZAO-SOCIAL
              MOVE ZEROS        TO CLI-RF-DATA-CONFERE
              MOVE SPACES TO WS-CLI-ANTES
              MOVE "I"    TO WS-AUD-OPERACAO
              PERFORM GRAVAR
           END-IF
           DISPLAY LIMPA-TELA
           .
       TRATA-IE.
      *    INSCRICAO ESTADUAL OBRIGATORIA, CONFERIDA PELA REGRA DE
      *    DIGITO DA UF DO CLIENTE (VALIDA-IE.cpy). QUEM NAO TEM
      *    INSCRICAO INFORMA "ISENTO". GRAVA SO OS DIGITOS.
           MOVE SPACES TO WS-ERRO-IE
           PERFORM UNTIL WS-ERRO-IE = "N"
              ACCEPT AUX-IE                          AT 1851
              MOVE AUX-UF TO IE-UF
              MOVE AUX-IE TO IE-ENTRADA
              PERFORM VALIDA-IE
                 THRU F-VALIDA-IE
              EVALUATE WS-ERRO-IE
                 WHEN "B"
                    DISPLAY "A INSCRICAO ESTADUAL E OBRIGATORIA! "
                       "SEM INSCRICAO = ISENTO"               AT 2401
                 WHEN "S"
                    DISPLAY "INSCRICAO ESTADUAL INVALIDA PARA A "
                       "UF DO CLIENTE!"                       AT 2401
              END-EVALUATE
           END-PERFORM
           DISPLAY LIMPA-LINHA                          AT 2401
           MOVE IE-NORMALIZADA TO AUX-IE
           DISPLAY AUX-IE                               AT 1851
           .
       F-TRATA-IE. EXIT.
       TRATA-SEGMENTO.
      *    CNAE CONFERIDO CONTRA A TABELA OFICIAL (CNAE.DAT); O
      *    SEGMENTO VEM DO AGRUPAMENTO DO CNAE. CLIENTE SEM CNAE, OU
      *    COM CNAE AINDA NAO AGRUPADO, TEM O SEGMENTO DIGITADO E
      *    CONFERIDO CONTRA SEGMENTO.DAT. ZERO = NAO INFORMADO. SEM
      *    A TABELA NO AMBIENTE, O CODIGO DIGITADO E ACEITO.
           MOVE SPACES TO WS-CNAE-OK
           PERFORM UNTIL WS-CNAE-OK = "S"
              ACCEPT AUX-CNAE                        AT 1551
              MOVE SPACES TO CNA-DESCRICAO
              MOVE ZEROS  TO CNA-SEGMENTO
              IF AUX-CNAE = ZEROS
                 OR WS-CNAE-DISPONIVEL NOT = "S"
                 MOVE "S" TO WS-CNAE-OK
              ELSE
                 MOVE AUX-CNAE TO CNA-CODIGO
                 READ ARQ-CNAE
                 IF WS-RESULTADO-CNAE = 00
                    MOVE "S" TO WS-CNAE-OK
                 ELSE
                    DISPLAY "CNAE NAO CONSTA NA TABELA OFICIAL! "
                       "ZERO = NAO INFORMADO"                 AT 2401
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                          AT 2401
           DISPLAY CNA-DESCRICAO (1:22)                 AT 1559
           IF CNA-SEGMENTO NOT = ZEROS
              MOVE CNA-SEGMENTO TO AUX-SEGMENTO
              DISPLAY AUX-SEGMENTO                      AT 1651
              PERFORM MOSTRA-NOME-SEGMENTO
              GO TO F-TRATA-SEGMENTO
           END-IF
           MOVE SPACES TO WS-SEGMENTO-OK
           PERFORM UNTIL WS-SEGMENTO-OK = "S"
              ACCEPT AUX-SEGMENTO                       AT 1651
              IF AUX-SEGMENTO = ZEROS
                 OR WS-SEGMENTO-DISPONIVEL NOT = "S"
                 MOVE "S" TO WS-SEGMENTO-OK
              ELSE
                 MOVE AUX-SEGMENTO TO SEG-CODIGO
                 READ ARQ-SEGMENTO
                 IF WS-RESULTADO-SEGMENTO = 00
                    MOVE "S" TO WS-SEGMENTO-OK
                 ELSE
                    DISPLAY "SEGMENTO NAO CADASTRADO! "
                       "ZERO = NAO INFORMADO"                 AT 2401
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                          AT 2401
           PERFORM MOSTRA-NOME-SEGMENTO
           .
       F-TRATA-SEGMENTO. EXIT.
       MOSTRA-NOME-SEGMENTO.
           MOVE SPACES TO SEG-NOME
           IF AUX-SEGMENTO NOT = ZEROS
              AND WS-SEGMENTO-DISPONIVEL = "S"
              MOVE AUX-SEGMENTO TO SEG-CODIGO
              READ ARQ-SEGMENTO
              IF WS-RESULTADO-SEGMENTO NOT = 00
                 MOVE SPACES TO SEG-NOME
              END-IF
           END-IF
           DISPLAY SEG-NOME (1:26)                      AT 1655
           .
       MOSTRA-CNAE-SEGMENTO.
           MOVE SPACES TO CNA-DESCRICAO
           IF AUX-CNAE NOT = ZEROS
              AND WS-CNAE-DISPONIVEL = "S"
              MOVE AUX-CNAE TO CNA-CODIGO
              READ ARQ-CNAE
              IF WS-RESULTADO-CNAE NOT = 00
                 MOVE SPACES TO CNA-DESCRICAO
              END-IF
           END-IF
           DISPLAY AUX-CNAE                             AT 1551
           DISPLAY CNA-DESCRICAO (1:22)                 AT 1559
           DISPLAY AUX-SEGMENTO                         AT 1651
           PERFORM MOSTRA-NOME-SEGMENTO
           .
       TRATA-COORDENADAS.
      *    PREENCHE LATITUDE/LONGITUDE A PARTIR DO CEP (CEPGEO.DAT).
      *    A DIGITACAO MANUAL SO E PERMITIDA COMO EXCECAO E FICA
           DISPLAY AUX-EMAIL                        AT 1724
           MOVE CLI-LIMITE-CREDITO TO AUX-LIMITE-CREDITO
           DISPLAY AUX-LIMITE-CREDITO               AT 1824
           MOVE CLI-IE TO AUX-IE
           DISPLAY AUX-IE                           AT 1851
           MOVE CLI-CNAE TO AUX-CNAE
           MOVE CLI-SEGMENTO TO AUX-SEGMENTO
           PERFORM MOSTRA-CNAE-SEGMENTO
           DISPLAY
           "INFORME: (A)LT (E)XCL (D)ESFAZ (P)ROX (G)RUPO (O)DOSSIE"
           " (N)OCORR (V)INC ENTER"               AT 2401
           MOVE "CLASSE ABC............" TO WS-DOS-ROTULO
           MOVE CLI-CLASSE-ABC TO WS-DOS-VALOR
           WRITE LINHA-DOSSIE FROM WS-LINHA-CAMPO-DOSSIE
           MOVE CLI-CNAE TO AUX-CNAE
           MOVE CLI-SEGMENTO TO AUX-SEGMENTO
           MOVE "CNAE.................." TO WS-DOS-ROTULO
           MOVE AUX-CNAE TO WS-DOS-VALOR
           WRITE LINHA-DOSSIE FROM WS-LINHA-CAMPO-DOSSIE
           MOVE "SEGMENTO.............." TO WS-DOS-ROTULO
           MOVE AUX-SEGMENTO TO WS-DOS-VALOR
           WRITE LINHA-DOSSIE FROM WS-LINHA-CAMPO-DOSSIE
           MOVE "INSCRICAO ESTADUAL...." TO WS-DOS-ROTULO
           IF CLI-IE = SPACES
              MOVE "NAO INFORMADA" TO WS-DOS-VALOR
           ELSE
              MOVE CLI-IE TO WS-DOS-VALOR
           END-IF
           WRITE LINHA-DOSSIE FROM WS-LINHA-CAMPO-DOSSIE
           IF CLI-RF-ATIVA OR CLI-RF-SUSPENSA OR CLI-RF-INAPTA
              OR CLI-RF-BAIXADA OR CLI-RF-NULA
              MOVE "SITUACAO NA RECEITA..." TO WS-DOS-ROTULO
              MOVE SPACES TO WS-DOS-VALOR
              STRING CLI-RF-SITUACAO      DELIMITED BY SIZE
                     " DESDE "            DELIMITED BY SIZE
                     CLI-RF-DATA-SITUACAO DELIMITED BY SIZE
                     " CONFERIDO EM "     DELIMITED BY SIZE
                     CLI-RF-DATA-CONFERE  DELIMITED BY SIZE
                  INTO WS-DOS-VALOR
              END-STRING
              WRITE LINHA-DOSSIE FROM WS-LINHA-CAMPO-DOSSIE
              MOVE "RAZAO NA RECEITA......" TO WS-DOS-ROTULO
              MOVE CLI-RF-RAZAO-SOCIAL TO WS-DOS-VALOR
              WRITE LINHA-DOSSIE FROM WS-LINHA-CAMPO-DOSSIE
           END-IF
           IF CLI-VINCULO-COMERCIAL
              MOVE "VINCULO COMERCIAL....." TO WS-DOS-ROTULO
              MOVE CLI-VINC-MOTIVO TO WS-DOS-VALOR
           MOVE ZEROS TO AUX-LIMITE-CREDITO
           ACCEPT AUX-LIMITE-CREDITO                     AT 1824
           MOVE AUX-LIMITE-CREDITO TO CLI-LIMITE-CREDITO
           PERFORM TRATA-IE
              THRU F-TRATA-IE
           MOVE AUX-IE TO CLI-IE
           PERFORM TRATA-SEGMENTO
              THRU F-TRATA-SEGMENTO
           MOVE AUX-CNAE     TO CLI-CNAE
           MOVE AUX-SEGMENTO TO CLI-SEGMENTO
           PERFORM TRATA-COORDENADAS
           MOVE AUX-LATITUDE TO CLI-LATITUDE
           MOVE AUX-LONGITUDE TO CLI-LONGITUDE
           OPEN EXTEND ARQ-AUD-CLIENTE
           IF WS-DESFAZER-ENCONTRADO = "S"
              MOVE REGISTRO-CLIENTE TO WS-CLI-ANTES
      *       A AUDITORIA GUARDA O REGISTRO INTEIRO; SO A LINHA
      *       ANTIGA, DE QUANDO A IMAGEM TINHA 300 POSICOES, VEM COM
      *       O FINAL EM BRANCO (CONVERSAO DO PROGCONEMP) - NELA O
      *       FINAL FICA O ATUAL.
              IF WS-CLI-ANTES-SALVO (301:108) = SPACES
                 MOVE WS-CLI-ANTES-SALVO (1:300)
                    TO REGISTRO-CLIENTE (1:300)
              ELSE
                 MOVE WS-CLI-ANTES-SALVO TO REGISTRO-CLIENTE
              END-IF
              REWRITE REGISTRO-CLIENTE
              IF WS-RESULTADO-ACESSO NOT = 00 AND 02
                 PERFORM TRADUZ-STATUS-ARQUIVO

       F-TRATA-IMPORTA. EXIT.
       copy "VALIDA-CNPJ.cpy".
       copy "VALIDA-IE.cpy".
       copy "MSG-STATUS.cpy".
       REGISTRA-JORNAL-CLIENTE.
      *    IMAGEM PARA O JORNAL DE RECUPERACAO (VER ARQ-JORNAL.FD).
