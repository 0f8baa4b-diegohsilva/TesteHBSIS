      *    MANTEM O CADASTRO DE PRODUTOS (PRODUTO.DAT): CODIGO,
      *    DESCRICAO, UNIDADE, PRECO DE LISTA E SITUACAO. O PROG07
      *    VALIDA CADA ITEM DE PEDIDO CONTRA ESTE CADASTRO E SUGERE
      *    O PRECO DE LISTA COMO PRECO UNITARIO DO ITEM. A CLASSE
      *    FISCAL LIGA O PRODUTO A TABELA DE TRIBUTACAO (PROG45) NO
      *    CALCULO DE ICMS/IPI DOS ITENS DE PEDIDO. A CLASSE ABC
      *    (PROGABCPRO) E SO EXIBIDA; PRODUTO NOVO ENTRA SEM CLASSE.
      *    A FAMILIA (FAMILIA.DAT, PROG53) LIGA O PRODUTO A UMA
      *    LINHA PARA AS METAS POR FAMILIA; ZERO = SEM FAMILIA. SO
      *    FAMILIA ATIVA PODE SER ATRIBUIDA; A JA GRAVADA SE MANTEM.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT ARQ-FAMILIA ASSIGN TO DISK WID-ARQ-FAMILIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAM-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FAMILIA.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-FAMILIA.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 AUX-UNIDADE              PIC X(03) VALUE SPACES.
       77 AUX-PRECO-LISTA          PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-STATUS               PIC X(01) VALUE SPACES.
       77 AUX-CLASSE-FISCAL        PIC X(04) VALUE SPACES.
       77 AUX-FAMILIA              PIC 9(03) VALUE ZEROS.
       77 WS-FAMILIA-ANTERIOR      PIC 9(03) VALUE ZEROS.
       77 WS-FAMILIA-OK            PIC X(01) VALUE SPACES.
       77 WID-ARQ-FAMILIA          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-FAMILIA     PIC 9(02) VALUE ZEROS.
       77 WS-FAMILIA-DISPONIVEL    PIC X(01) VALUE "N".

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
          02 LINE 06 COLUMN 01 VALUE "UNIDADE (UN/CX/KG)....".
          02 LINE 07 COLUMN 01 VALUE "PRECO DE LISTA........".
          02 LINE 08 COLUMN 01 VALUE "SITUACAO (A/I)........".
          02 LINE 09 COLUMN 01 VALUE "CLASSE FISCAL.........".
          02 LINE 10 COLUMN 01 VALUE "FAMILIA...............".
          02 LINE 11 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

              CLOSE ARQ-PRODUTO
              OPEN I-O ARQ-PRODUTO
           END-IF
           MOVE "FAMILIA.DAT" TO WID-ARQ-FAMILIA
           OPEN INPUT ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA = 00
              MOVE "S" TO WS-FAMILIA-DISPONIVEL
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
           .
       FIM.
           CLOSE ARQ-PRODUTO
           IF WS-FAMILIA-DISPONIVEL = "S"
              CLOSE ARQ-FAMILIA
           END-IF
           EXIT PROGRAM
           .
       MANTER-PRODUTO.
           END-IF
           MOVE AUX-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           MOVE ZEROS TO WS-FAMILIA-ANTERIOR
           IF WS-RESULTADO-PRODUTO = 00
              MOVE "S" TO WS-PRO-EXISTE
              MOVE PRO-FAMILIA TO WS-FAMILIA-ANTERIOR
              DISPLAY PRO-FAMILIA                              AT 1024
              DISPLAY PRO-DESCRICAO                            AT 0524
              DISPLAY PRO-UNIDADE                              AT 0624
              DISPLAY PRO-PRECO-LISTA                          AT 0724
              DISPLAY PRO-STATUS                               AT 0824
              DISPLAY PRO-CLASSE-FISCAL                        AT 0924
              IF PRO-CLASSE-ABC NOT = SPACE
                 DISPLAY "CLASSE ABC:"                         AT 0940
                 DISPLAY PRO-CLASSE-ABC                        AT 0952
              END-IF
              DISPLAY "PRODUTO JA CADASTRADO - NOVOS VALORES REGRAVAM."
                                                               AT 2301
           ELSE
                 MOVE "I" TO AUX-STATUS
              END-IF
           END-PERFORM
      *    CLASSE FISCAL EM BRANCO USA A LINHA GERAL DA TRIBUTACAO.
           MOVE SPACES TO AUX-CLASSE-FISCAL
           ACCEPT AUX-CLASSE-FISCAL                            AT 0924
           MOVE SPACES TO WS-FAMILIA-OK
           PERFORM UNTIL WS-FAMILIA-OK = "S"
              MOVE ZEROS TO AUX-FAMILIA
              ACCEPT AUX-FAMILIA                               AT 1024
              PERFORM VALIDA-FAMILIA
           END-PERFORM
           DISPLAY LIMPA-LINHA                                 AT 2401
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY LIMPA-LINHA                                 AT 2301
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                  AT 2401
              MOVE AUX-UNIDADE     TO PRO-UNIDADE
              MOVE AUX-PRECO-LISTA TO PRO-PRECO-LISTA
              MOVE AUX-STATUS      TO PRO-STATUS
              MOVE AUX-CLASSE-FISCAL TO PRO-CLASSE-FISCAL
              MOVE AUX-FAMILIA     TO PRO-FAMILIA
              MOVE DATA-DE-HOJE    TO PRO-DATA-ALTERACAO
              IF WS-PRO-EXISTE = "S"
                 REWRITE REGISTRO-PRODUTO
              ELSE
                 MOVE DATA-DE-HOJE TO PRO-DATA-CADASTRO
                 MOVE SPACE        TO PRO-CLASSE-ABC
                 MOVE ZEROS        TO PRO-DATA-CLASSE
                 WRITE REGISTRO-PRODUTO
              END-IF
              IF WS-RESULTADO-PRODUTO NOT = 00
           END-IF
           .
       F-MANTER-PRODUTO. EXIT.
       VALIDA-FAMILIA.
      *    ZERO (SEM FAMILIA) OU A FAMILIA JA GRAVADA SAO SEMPRE
      *    ACEITOS; FAMILIA NOVA PRECISA EXISTIR E ESTAR ATIVA.
           MOVE "S" TO WS-FAMILIA-OK
           DISPLAY LIMPA-LINHA (1:40)                          AT 1030
           IF AUX-FAMILIA = ZEROS
              EXIT PARAGRAPH
           END-IF
           IF WS-FAMILIA-DISPONIVEL NOT = "S"
              IF AUX-FAMILIA NOT = WS-FAMILIA-ANTERIOR
                 MOVE "N" TO WS-FAMILIA-OK
                 DISPLAY "NAO HA FAMILIAS CADASTRADAS (PROG53)!"
                                                               AT 2401
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-FAMILIA TO FAM-CODIGO
           READ ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA NOT = 00
              MOVE "N" TO WS-FAMILIA-OK
              DISPLAY "FAMILIA NAO CADASTRADA!"                AT 2401
              EXIT PARAGRAPH
           END-IF
           DISPLAY FAM-DESCRICAO                               AT 1030
           IF FAM-INATIVA AND AUX-FAMILIA NOT = WS-FAMILIA-ANTERIOR
              MOVE "N" TO WS-FAMILIA-OK
              DISPLAY "FAMILIA INATIVA NAO RECEBE PRODUTO NOVO!"
                                                               AT 2401
           END-IF
           .
