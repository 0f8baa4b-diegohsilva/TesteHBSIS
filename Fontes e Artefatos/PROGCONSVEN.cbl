      *    VIVO (PROGARQPED) NAO SAO TOCADAS, ENTAO O HISTORICO
      *    SOBREVIVE AO ARQUIVAMENTO. RODA TODA NOITE NO PROGLOTE;
      *    O PROG09 E O PROGEVOLVEN LEEM ESTE ARQUIVO.
      *    UMA SEGUNDA PASSADA CLASSIFICA OS RESUMOS DAS DEVOLUCOES
      *    (DEVOLUC.DAT, PROG44) POR COMPETENCIA DA DEVOLUCAO E
      *    VENDEDOR E GRAVA O VALOR DEVOLVIDO DE CADA CELULA, CRIANDO
      *    A CELULA QUANDO O VENDEDOR NAO TEVE VENDA NAQUELE MES. O
      *    ARQUIVO DE DEVOLUCOES NAO E ARQUIVADO, ENTAO A PASSADA
      *    RECALCULA TODAS AS COMPETENCIAS A CADA NOITE.
      *    PEDIDOS DE BONIFICACAO (PED-TIPO "B") NAO SAO VENDA E
      *    FICAM FORA DO HISTORICO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT ARQ-DEVOLUC ASSIGN TO DISK WID-ARQ-DEVOLUC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEVOLUC.

           SELECT ARQ-SAI-DEV ASSIGN TO "ARQSAIDV".

           SELECT ARQ-SORT-DEV ASSIGN TO "SORTDEV".

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-VENDHIST.FD".
       COPY "ARQ-DEVOLUC.FD".

       FD ARQ-SAI.
       01 REG-SAI.
          02 PED-VALOR-SAI          PIC 9(09)V9(02).
          02 PED-STATUS-SAI         PIC X(01).
          02 PED-FORA-SAI           PIC X(01).
          02 FILLER                 PIC X(50).
          02 PED-TIPO-SAI           PIC X(01).

       SD ARQ-SORT.
       01 REG-SORT.
          05 FILLER                 PIC 9(09)V9(02).
          05 FILLER                 PIC X(01).
          05 FILLER                 PIC X(01).
          05 FILLER                 PIC X(50).
          05 FILLER                 PIC X(01).

       FD ARQ-SAI-DEV.
       01 REG-SAI-DEV.
          02 DEV-PED-NUMERO-SAI     PIC 9(09).
          02 DEV-NUMERO-SAI         PIC 9(09).
          02 DEV-SEQUENCIA-SAI      PIC 9(03).
          02 DEV-DATA-SAI           PIC 9(08).
          02 DEV-COMPETENCIA-SAI    PIC 9(06).
          02 DEV-MOTIVO-SAI         PIC 9(02).
          02 DEV-CLI-CODIGO-SAI     PIC 9(07).
          02 DEV-VEN-CODIGO-SAI     PIC 9(05).
          02 DEV-OPERADOR-SAI       PIC X(10).
          02 DEV-VALOR-TOTAL-SAI    PIC 9(09)V9(02).
          02 FILLER                 PIC X(25).

       SD ARQ-SORT-DEV.
       01 REG-SORT-DEV.
          05 FILLER                 PIC 9(09).
          05 FILLER                 PIC 9(09).
          05 FILLER                 PIC 9(03).
          05 FILLER                 PIC 9(08).
          05 DEV-COMPETENCIA-SORT   PIC 9(06).
          05 FILLER                 PIC 9(02).
          05 FILLER                 PIC 9(07).
          05 DEV-VEN-SORT           PIC 9(05).
          05 FILLER                 PIC X(46).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDHIST         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDHIST    PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-DEVOLUC          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEVOLUC     PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-DEVOLVIDO       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-CELULAS-DEV       PIC 9(07) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
      *       BONIFICACAO (TIPO "B") NAO E VENDA: FICA FORA DO
      *       HISTORICO.
              IF PED-TIPO-SAI NOT = "B"
                 PERFORM ACUMULA-PEDIDO-CELULA
              END-IF
           END-PERFORM
           IF WS-VEN-ATUAL NOT = ZEROS
              PERFORM GRAVA-CELULA
           END-IF
           CLOSE ARQ-SAI
           PERFORM CONSOLIDA-DEVOLUCOES
           CLOSE ARQ-VENDHIST
           DISPLAY "PROGCONSVEN - CELULAS CONSOLIDADAS: "
              WS-QTD-CELULAS
           DISPLAY "PROGCONSVEN - CELULAS COM DEVOLUCAO: "
              WS-QTD-CELULAS-DEV
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGCONSVEN - FIM DA CONSOLIDACAO."
           GOBACK
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       ACUMULA-PEDIDO-CELULA.
           IF PED-COMPETENCIA-SAI NOT = WS-COMPET-ATUAL
              OR PED-VEN-CODIGO-SAI NOT = WS-VEN-ATUAL
              PERFORM QUEBRA-CELULA
           END-IF
           EVALUATE PED-STATUS-SAI
              WHEN "A"
                 ADD 1 TO WS-QTD-PEDIDOS
                 ADD PED-VALOR-SAI TO WS-VALOR-BRUTO
              WHEN "C"
                 ADD PED-VALOR-SAI TO WS-VALOR-CANCELADO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       QUEBRA-CELULA.
           IF WS-VEN-ATUAL NOT = ZEROS
              PERFORM GRAVA-CELULA
           MOVE WS-VALOR-BRUTO    TO VNH-VALOR-BRUTO
           MOVE WS-VALOR-CANCELADO TO VNH-VALOR-CANCELADO
           MOVE WS-DATA-SISTEMA   TO VNH-DATA-ATUALIZACAO
           MOVE ZEROS             TO VNH-VALOR-DEVOLVIDO
           WRITE REGISTRO-VENDHIST
           IF WS-RESULTADO-VENDHIST = 22
              REWRITE REGISTRO-VENDHIST
           END-IF
           ADD 1 TO WS-QTD-CELULAS
           .
       CONSOLIDA-DEVOLUCOES.
      *    SO AS LINHAS DE RESUMO (SEQUENCIA 000) CONTAM: TRAZEM O
      *    VALOR TOTAL DE CADA DEVOLUCAO.
           MOVE "DEVOLUC.DAT" TO WID-ARQ-DEVOLUC
           OPEN INPUT ARQ-DEVOLUC
           IF WS-RESULTADO-DEVOLUC NOT = 00
              EXIT PARAGRAPH
           END-IF
           CLOSE ARQ-DEVOLUC

           SORT ARQ-SORT-DEV ON ASCENDING KEY DEV-COMPETENCIA-SORT
                             ON ASCENDING KEY DEV-VEN-SORT
              USING  ARQ-DEVOLUC
              GIVING ARQ-SAI-DEV

           MOVE ZEROS TO CONTROLE-FIM
           MOVE ZEROS TO WS-COMPET-ATUAL
           MOVE ZEROS TO WS-VEN-ATUAL
           MOVE ZEROS TO WS-VALOR-DEVOLVIDO
           OPEN INPUT ARQ-SAI-DEV
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SAI-DEV NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF DEV-SEQUENCIA-SAI = ZEROS
                 IF DEV-COMPETENCIA-SAI NOT = WS-COMPET-ATUAL
                    OR DEV-VEN-CODIGO-SAI NOT = WS-VEN-ATUAL
                    IF WS-VEN-ATUAL NOT = ZEROS
                       PERFORM GRAVA-CELULA-DEVOLUCAO
                    END-IF
                    MOVE DEV-COMPETENCIA-SAI TO WS-COMPET-ATUAL
                    MOVE DEV-VEN-CODIGO-SAI  TO WS-VEN-ATUAL
                    MOVE ZEROS TO WS-VALOR-DEVOLVIDO
                 END-IF
                 ADD DEV-VALOR-TOTAL-SAI TO WS-VALOR-DEVOLVIDO
              END-IF
           END-PERFORM
           IF WS-VEN-ATUAL NOT = ZEROS
              PERFORM GRAVA-CELULA-DEVOLUCAO
           END-IF
           CLOSE ARQ-SAI-DEV
           .
       GRAVA-CELULA-DEVOLUCAO.
           MOVE WS-VEN-ATUAL    TO VNH-VEN-CODIGO
           MOVE WS-COMPET-ATUAL TO VNH-COMPETENCIA
           READ ARQ-VENDHIST
           IF WS-RESULTADO-VENDHIST = 00
              MOVE WS-VALOR-DEVOLVIDO TO VNH-VALOR-DEVOLVIDO
              MOVE WS-DATA-SISTEMA    TO VNH-DATA-ATUALIZACAO
              REWRITE REGISTRO-VENDHIST
           ELSE
              MOVE ZEROS              TO VNH-QTD-PEDIDOS
              MOVE ZEROS              TO VNH-VALOR-BRUTO
              MOVE ZEROS              TO VNH-VALOR-CANCELADO
              MOVE WS-VALOR-DEVOLVIDO TO VNH-VALOR-DEVOLVIDO
              MOVE WS-DATA-SISTEMA    TO VNH-DATA-ATUALIZACAO
              WRITE REGISTRO-VENDHIST
           END-IF
           ADD 1 TO WS-QTD-CELULAS-DEV
           .
