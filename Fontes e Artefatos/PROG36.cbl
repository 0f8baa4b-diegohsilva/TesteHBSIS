      *      ******** AUTORIZACOES PENDENTES (QUATRO MAOS) ********
      *    PERCORRE OS PEDIDOS PENDENTES DA FILA DE AUTORIZACOES
      *    (AUTORIZ.DAT) - REDISTRIBUICAO TOTAL, RESTAURACAO,
      *    EXPURGO DE AUDITORIA, CONVERSAO, ELIMINACAO LGPD - E DEIXA
      *    O SUPERVISOR DECIDIR: (A)PROVAR OU (N)EGAR. O APROVADOR
      *    TEM DE SER UM OPE-CODIGO DIFERENTE DO SOLICITANTE;
      *    SOLICITANTE, APROVADOR E OS CARIMBOS DE DATA/HORA FICAM
      *    NO PEDIDO.
      *    O PEDIDO APROVADO E CONSUMIDO PELA PROXIMA EXECUCAO DA
      *    OPERACAO (SUBPROGRAMA AUTORIZ). NA ELIMINACAO LGPD
      *    (OPERACAO "LGPD" + SEQUENCIA DE LGPD.DAT) A TELA MOSTRA
      *    TAMBEM O CPF/CNPJ DO TITULAR E O ALCANCE DO PEDIDO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AUTORIZ.

           SELECT ARQ-LGPD ASSIGN TO DISK WID-ARQ-LGPD
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LGP-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-LGPD.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-AUTORIZ.FD".
       COPY "ARQ-LGPD.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-AUTORIZ          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-AUTORIZ     PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-LGPD             PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-LGPD        PIC 9(02) VALUE ZEROS.
       77 WS-LGPD-DISPONIVEL       PIC X(01) VALUE "N".
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-FIM-FILA              PIC 9(01) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(03) VALUE ZEROS.
          02 LINE 05 COLUMN 01 VALUE "OPERACAO..............".
          02 LINE 06 COLUMN 01 VALUE "SOLICITANTE...........".
          02 LINE 07 COLUMN 01 VALUE "DATA/HORA DO PEDIDO...".
          02 LINE 08 COLUMN 01 VALUE "TITULAR (LGPD)........".
          02 LINE 09 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "LGPD.DAT" TO WID-ARQ-LGPD
           OPEN INPUT ARQ-LGPD
           IF WS-RESULTADO-LGPD = 00
              MOVE "S" TO WS-LGPD-DISPONIVEL
           END-IF
           DISPLAY TELA-AUTORIZ AT 0101
           MOVE ZEROS TO AUT-SEQ
           START ARQ-AUTORIZ KEY IS GREATER AUT-SEQ
           .
       FIM.
           CLOSE ARQ-AUTORIZ
           IF WS-LGPD-DISPONIVEL = "S"
              CLOSE ARQ-LGPD
           END-IF
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           DISPLAY AUT-SOLICITANTE                            AT 0624
           DISPLAY AUT-DATA-PEDIDO                            AT 0724
           DISPLAY AUT-HORA-PEDIDO                            AT 0734
           IF AUT-OPERACAO (1:4) = "LGPD"
              PERFORM MOSTRA-TITULAR-LGPD
           END-IF
           IF AUT-SOLICITANTE = OPERADOR
              DISPLAY "SOLICITANTE E APROVADOR DEVEM SER "
                 "OPERADORES DIFERENTES - PEDIDO PULADO."     AT 2401
           DISPLAY LIMPA-LINHA (1:50)                         AT 0524
           DISPLAY LIMPA-LINHA (1:50)                         AT 0624
           DISPLAY LIMPA-LINHA (1:50)                         AT 0724
           DISPLAY LIMPA-LINHA (1:57)                         AT 0824
           .
       MOSTRA-TITULAR-LGPD.
           IF WS-LGPD-DISPONIVEL NOT = "S"
              OR AUT-OPERACAO (5:5) NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           MOVE AUT-OPERACAO (5:5) TO LGP-SEQ
           READ ARQ-LGPD
           IF WS-RESULTADO-LGPD = 00
              DISPLAY LGP-DOCUMENTO                           AT 0824
              DISPLAY "ENCONTRADOS:"                          AT 0840
              DISPLAY LGP-QTD-ENCONTRADOS                     AT 0853
           END-IF
           .
