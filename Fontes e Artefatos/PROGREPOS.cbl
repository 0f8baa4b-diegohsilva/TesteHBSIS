       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREPOS.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** PRODUTOS ABAIXO DO PONTO DE REPOSICAO ********
      *    PERCORRE OS SALDOS DE ESTOQUE (ESTOQUE.DAT) E LISTA OS
      *    PRODUTOS COM ESTOQUE MINIMO INFORMADO (PROG43) CUJO
      *    DISPONIVEL (FISICO MENOS RESERVADO) ESTA ABAIXO DELE,
      *    COM A QUANTIDADE SUGERIDA PARA COMPRA (MINIMO MENOS
      *    DISPONIVEL). PRODUTO INATIVO NO CADASTRO NAO ENTRA.
      *    GERA RREPOS.TXT; RODA TODA NOITE NO PROGLOTE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-ESTOQUE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS STQ-PRO-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ESTOQUE.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT RELATORIO ASSIGN TO "RREPOS.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-ESTOQUE.FD".
       COPY "ARQ-PRODUTO.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-ESTOQUE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ESTOQUE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REPOR             PIC 9(05) VALUE ZEROS.
       77 WS-SUGERIDO              PIC 9(08)V9(02) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.

       01 CABECALHO-TITULO.
          02 FILLER       PIC X(50) VALUE
             "PRODUTOS ABAIXO DO PONTO DE REPOSICAO - DATA: ".
          02 CABT-DATA    PIC 9(08).

       01 CABECALHO-TRACO.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-COLUNAS.
          02 FILLER PIC X(07) VALUE "CODIGO ".
          02 FILLER PIC X(42) VALUE "DESCRICAO".
          02 FILLER PIC X(05) VALUE "UN.".
          02 FILLER PIC X(13) VALUE "       FISICO".
          02 FILLER PIC X(13) VALUE "    RESERVADO".
          02 FILLER PIC X(13) VALUE "   DISPONIVEL".
          02 FILLER PIC X(13) VALUE "       MINIMO".
          02 FILLER PIC X(14) VALUE "      SUGERIDO".

       01 DETALHE.
          02 DET-CODIGO            PIC 9(05).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-DESCRICAO         PIC X(40).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-UNIDADE           PIC X(03).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-FISICA            PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-RESERVADA         PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-DISPONIVEL        PIC -Z.ZZZ.ZZ9,99.
          02 DET-MINIMA            PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-SUGERIDO          PIC ZZ.ZZZ.ZZ9,99.

       01 RODAPE.
          02 FILLER       PIC X(30) VALUE
             "PRODUTOS A REPOR............: ".
          02 ROD-QTD      PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "PROGREPOS - PONTO DE REPOSICAO - "
              WS-DATA-SISTEMA
           MOVE "ESTOQUE.DAT" TO WID-ARQ-ESTOQUE
           OPEN INPUT ARQ-ESTOQUE
           IF WS-RESULTADO-ESTOQUE NOT = 00
              DISPLAY "PROGREPOS - SEM SALDOS DE ESTOQUE CADASTRADOS."
              GOBACK
           END-IF
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO

           OPEN OUTPUT RELATORIO
           MOVE WS-DATA-SISTEMA TO CABT-DATA
           WRITE LINHA FROM CABECALHO-TITULO  AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO   AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-COLUNAS AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO   AFTER 1 LINES
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-ESTOQUE NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              ADD 1 TO WS-QTD-LIDOS
              IF STQ-QTD-MINIMA GREATER ZEROS
                 AND STQ-QTD-DISPONIVEL LESS STQ-QTD-MINIMA
                 PERFORM IMPRIME-REPOSICAO
              END-IF
           END-PERFORM
           MOVE WS-QTD-REPOR TO ROD-QTD
           WRITE LINHA FROM CABECALHO-TRACO AFTER 1 LINES
           WRITE LINHA FROM RODAPE          AFTER 1 LINES
           CLOSE RELATORIO
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-ESTOQUE
           DISPLAY "PROGREPOS - SALDOS LIDOS......: " WS-QTD-LIDOS
           DISPLAY "PROGREPOS - PRODUTOS A REPOR..: " WS-QTD-REPOR
           DISPLAY "PROGREPOS - RELATORIO EM RREPOS.TXT."
           GOBACK
           .
       IMPRIME-REPOSICAO.
           MOVE STQ-PRO-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00
              IF PRO-INATIVO
                 EXIT PARAGRAPH
              END-IF
              MOVE PRO-DESCRICAO TO DET-DESCRICAO
              MOVE PRO-UNIDADE   TO DET-UNIDADE
           ELSE
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO DET-DESCRICAO
              MOVE SPACES        TO DET-UNIDADE
           END-IF
           ADD 1 TO WS-QTD-REPOR
           COMPUTE WS-SUGERIDO =
              STQ-QTD-MINIMA - STQ-QTD-DISPONIVEL
           MOVE STQ-PRO-CODIGO     TO DET-CODIGO
           MOVE STQ-QTD-FISICA     TO DET-FISICA
           MOVE STQ-QTD-RESERVADA  TO DET-RESERVADA
           MOVE STQ-QTD-DISPONIVEL TO DET-DISPONIVEL
           MOVE STQ-QTD-MINIMA     TO DET-MINIMA
           MOVE WS-SUGERIDO        TO DET-SUGERIDO
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           .
