                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MUNICIP.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMPRESA.

       DATA DIVISION.
       FILE SECTION.

       COPY "ARQ-DISTCACHE.FD".
       COPY "ARQ-MUNICIP.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-EMPRESA.FD".
       COPY "AUD-CLIENTE.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-ROTPLAN.FD".
       77 WS-QTD-CART-BACKUP    PIC 9(05) VALUE ZEROS.
       77 WS-IDX-CART           PIC 9(03) VALUE ZEROS.
       77 WS-CART-ACHADA        PIC X(01) VALUE SPACES.
       77 WS-CLI-ANTES-OFF      PIC X(408) VALUE SPACES.
       77 WS-CLI-DEPOIS-OFF     PIC X(408) VALUE SPACES.
       77 WS-HOJE-AAAAMMDD-OFF  PIC 9(08) VALUE ZEROS.
       01 TABELA-CARTEIRAS-OFF.
          02 CAR-OFF-OCORRENCIA OCCURS 999 TIMES.
       77 WID-ARQ-MUNICIP       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-MUNICIP  PIC 9(02) VALUE ZEROS.
       77 WS-MUNICIP-DISPONIVEL PIC X(01) VALUE "N".
       77 WID-ARQ-EMPRESA       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EMPRESA  PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-DISPONIVEL PIC X(01) VALUE "N".
       77 AUX-EMPRESA           PIC 9(02) VALUE ZEROS.
       77 WS-CIDADE-OK          PIC X(01) VALUE SPACES.
       77 WS-CIDADE-DIGITADA    PIC X(30) VALUE SPACES.
       77 WS-FIM-MUNICIP        PIC 9(01) VALUE ZEROS.
          02 LINE 02 COLUMN 73 VALUE "PROG02".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DO VENDEDOR....".
          02 LINE 04 COLUMN 45 VALUE "EMPRESA...........".
          02 LINE 05 COLUMN 01 VALUE "CPF...................".
          02 LINE 06 COLUMN 01 VALUE "NOME..................".
          02 LINE 07 COLUMN 01 VALUE "LATITUDE..............".
           ELSE
              MOVE "N" TO WS-MUNICIP-DISPONIVEL
           END-IF
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN INPUT ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA = 00
              MOVE "S" TO WS-EMPRESA-DISPONIVEL
           ELSE
              MOVE "N" TO WS-EMPRESA-DISPONIVEL
           END-IF
      *------ VERIFICAÇÃO DO PROXIMO CODIGO VVENDEDOR LANÇADO ------    *
           MOVE 1 TO VEN-CODIGO
           PERFORM UNTIL VEN-CODIGO = ZEROS
           IF WS-MUNICIP-DISPONIVEL = "S"
              CLOSE ARQ-MUNICIP
           END-IF
           IF WS-EMPRESA-DISPONIVEL = "S"
              CLOSE ARQ-EMPRESA
           END-IF
           EXIT PROGRAM
           .
       MOSTRAR-TELA.
              MOVE AUX-COMISSAO TO VEN-COMISSAO
              ACCEPT AUX-META-MENSAL               AT 1924
              MOVE AUX-META-MENSAL TO VEN-META-MENSAL
              MOVE ZEROS TO VEN-EMPRESA
              PERFORM ACEITA-EMPRESA-VENDEDOR
              PERFORM TRATA-COORDENADAS
              MOVE AUX-LATITUDE TO VEN-LATITUDE
              MOVE AUX-LONGITUDE TO VEN-LONGITUDE
           DISPLAY AUX-COMISSAO                     AT 1824
           MOVE VEN-META-MENSAL TO AUX-META-MENSAL
           DISPLAY AUX-META-MENSAL                  AT 1924
           MOVE VEN-EMPRESA TO AUX-EMPRESA
           IF AUX-EMPRESA = ZEROS
              MOVE 01 TO AUX-EMPRESA
           END-IF
           DISPLAY AUX-EMPRESA                      AT 0463
           DISPLAY
           "INFORME: (A)LTERAR (E)XCLUIR (D)ESFAZER (P)ROXIMO ENTER(C"
           "ONTINUAR)"                             AT 2401
           MOVE AUX-COMISSAO TO VEN-COMISSAO
           ACCEPT AUX-META-MENSAL                        AT 1924
           MOVE AUX-META-MENSAL TO VEN-META-MENSAL
           PERFORM ACEITA-EMPRESA-VENDEDOR
           PERFORM TRATA-COORDENADAS
           MOVE AUX-LATITUDE TO VEN-LATITUDE
           MOVE AUX-LONGITUDE TO VEN-LONGITUDE
              WRITE LINHA-OFFBOARD
           END-IF
           .
      *    EMPRESA A QUE O VENDEDOR PERTENCE. SEM O CADASTRO DE
      *    EMPRESAS (EMPRESA.DAT) E SEMPRE A 01; COM ELE, PRECISA
      *    ESTAR CADASTRADA E ATIVA. ENTER MANTEM A ATUAL (01 NA
      *    INCLUSAO).
       ACEITA-EMPRESA-VENDEDOR.
           MOVE VEN-EMPRESA TO AUX-EMPRESA
           IF AUX-EMPRESA = ZEROS
              MOVE 01 TO AUX-EMPRESA
           END-IF
           DISPLAY AUX-EMPRESA                          AT 0463
           IF WS-EMPRESA-DISPONIVEL NOT = "S"
              MOVE AUX-EMPRESA TO VEN-EMPRESA
              EXIT PARAGRAPH
           END-IF
           MOVE 99 TO WS-RESULTADO-EMPRESA
           PERFORM UNTIL WS-RESULTADO-EMPRESA = 00
              ACCEPT AUX-EMPRESA                        AT 0463
              IF AUX-EMPRESA = ZEROS
                 MOVE VEN-EMPRESA TO AUX-EMPRESA
                 IF AUX-EMPRESA = ZEROS
                    MOVE 01 TO AUX-EMPRESA
                 END-IF
                 DISPLAY AUX-EMPRESA                    AT 0463
              END-IF
              MOVE AUX-EMPRESA TO EMP-CODIGO
              READ ARQ-EMPRESA
              IF WS-RESULTADO-EMPRESA NOT = 00 OR NOT EMP-ATIVA
                 DISPLAY "EMPRESA INEXISTENTE OU INATIVA!"  AT 2401
                 MOVE 99 TO WS-RESULTADO-EMPRESA
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                          AT 2401
           MOVE AUX-EMPRESA TO VEN-EMPRESA
           .
       VALIDA-CIDADE-UF.
      *    CONFERE A CIDADE DIGITADA CONTRA A TABELA DE MUNICIPIOS
      *    DA UF (MUNICIP.DAT), COMO NO PROG01. SEM CASAR, MOSTRA
