       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRELDEV.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** MENSAL DE DEVOLUCOES POR MOTIVO ********
      *    CLASSIFICA OS RESUMOS DAS DEVOLUCOES (DEVOLUC.DAT, LINHAS
      *    DE SEQUENCIA 000 GRAVADAS PELO PROG44) POR MOTIVO E
      *    IMPRIME, QUEBRADO POR MOTIVO (TAB-MOTDEV), AS DEVOLUCOES
      *    DIGITADAS NA COMPETENCIA CORRENTE: PEDIDO ORIGINAL,
      *    CLIENTE, VENDEDOR, VALOR DEVOLVIDO, QUANTO FOI ABATIDO
      *    DAS PARCELAS E QUANTO FICOU COMO CREDITO AO CLIENTE.
      *    RODA NOS EXTRAS DE FECHAMENTO DE MES DO PROGLOTE E GERA
      *    RDEVOL.TXT PARA A SUPERVISAO COMERCIAL.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-DEVOLUC ASSIGN TO DISK WID-ARQ-DEVOLUC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEVOLUC.

           SELECT ARQ-SAI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO "RDEVOL.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-DEVOLUC.FD".

       FD ARQ-SAI.
       01 REG-SAI.
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
          02 DEV-VALOR-ABATIDO-SAI  PIC 9(09)V9(02).
          02 DEV-VALOR-CREDITO-SAI  PIC 9(09)V9(02).
          02 FILLER                 PIC X(03).

       SD ARQ-SORT.
       01 REG-SORT.
          05 FILLER                 PIC 9(09).
          05 DEV-NUMERO-SORT        PIC 9(09).
          05 FILLER                 PIC 9(03).
          05 FILLER                 PIC 9(08).
          05 FILLER                 PIC 9(06).
          05 DEV-MOTIVO-SORT        PIC 9(02).
          05 FILLER                 PIC X(58).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-DEVOLUC          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEVOLUC     PIC 9(02) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO-ATUAL          PIC 9(02) VALUE ZEROS.
       77 WS-PRIMEIRO-MOTIVO       PIC X(01) VALUE "S".
       77 WS-QTD-MOT               PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-MOT             PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-ABATIDO-MOT           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-CREDITO-MOT           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-GERAL             PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-GERAL           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-ABATIDO-GERAL         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-CREDITO-GERAL         PIC 9(13)V9(02) VALUE ZEROS.
       COPY "TAB-MOTDEV.cpy".
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).
       01 WS-DATA-DEV          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-DEV.
          02 ANO-DEV           PIC 9(04).
          02 MES-DEV           PIC 9(02).
          02 DIA-DEV           PIC 9(02).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(31) VALUE
             "DEVOLUCOES POR MOTIVO          ".
          02 FILLER       PIC X(10) VALUE "  COMPET: ".
          02 CAB-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(33) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-MOTIVO.
          02 FILLER          PIC X(07) VALUE "MOTIVO ".
          02 CABM-CODIGO     PIC 9(02).
          02 FILLER          PIC X(03) VALUE " - ".
          02 CABM-DESCRICAO  PIC X(30).

       01 CABECALHO-1.
          02 FILLER PIC X(09) VALUE "DEVOLUCAO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "      DATA".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(09) VALUE "   PEDIDO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(07) VALUE "CLIENTE".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "VEND.".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "VALOR DEVOLV. ".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "  ABATIDO PARC".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "CREDITO CLIENT".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "OPERADOR".

       01 DETALHE.
          02 DET-NUMERO            PIC 9(09).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-DATA              PIC 99/99/9(04).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-PED-NUMERO        PIC 9(09).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-CLI-CODIGO        PIC 9(07).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-VEN-CODIGO        PIC 9(05).
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-ABATIDO           PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-CREDITO           PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-OPERADOR          PIC X(10).

       01 TOTAL-MOTIVO.
          02 FILLER                PIC X(26) VALUE
             "TOTAL DO MOTIVO..........".
          02 FILLER                PIC X(06) VALUE SPACES.
          02 FILLER                PIC X(14) VALUE "DEVOLUCOES: ".
          02 TOTM-QTD              PIC ZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 TOTM-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 TOTM-ABATIDO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 TOTM-CREDITO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 RODAPE-TOTAL.
          02 FILLER                PIC X(26) VALUE
             "TOTAL GERAL..............".
          02 FILLER                PIC X(04) VALUE SPACES.
          02 FILLER                PIC X(14) VALUE "DEVOLUCOES: ".
          02 ROD-QTD               PIC ZZZZ.ZZ9.
          02 ROD-VALOR             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 ROD-ABATIDO           PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 ROD-CREDITO           PIC ZZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           COMPUTE WS-COMPETENCIA =
              (ANO-SISTEMA * 100) + MES-SISTEMA
           DISPLAY "PROGRELDEV - DEVOLUCOES POR MOTIVO - "
              CAB-DATA
           MOVE "DEVOLUC.DAT" TO WID-ARQ-DEVOLUC
           OPEN INPUT ARQ-DEVOLUC
           IF WS-RESULTADO-DEVOLUC NOT = 00
              DISPLAY "PROGRELDEV - NAO HA DEVOLUCOES REGISTRADAS."
              GOBACK
           END-IF
           CLOSE ARQ-DEVOLUC

           SORT ARQ-SORT ON ASCENDING KEY DEV-MOTIVO-SORT
                         ON ASCENDING KEY DEV-NUMERO-SORT
              USING  ARQ-DEVOLUC
              GIVING ARQ-SAI

           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA        TO CABT-DATA
           MOVE WS-COMPETENCIA  TO CAB-COMPETENCIA
           PERFORM IMPRIMIR-CABECALHO
           PERFORM PROCESSA-DEVOLUCOES
           MOVE WS-QTD-GERAL     TO ROD-QTD
           MOVE WS-VALOR-GERAL   TO ROD-VALOR
           MOVE WS-ABATIDO-GERAL TO ROD-ABATIDO
           MOVE WS-CREDITO-GERAL TO ROD-CREDITO
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2  AFTER 1 LINES
           WRITE LINHA FROM RODAPE-TOTAL AFTER 1 LINES
           CLOSE RELATORIO
           DISPLAY "PROGRELDEV - DEVOLUCOES DA COMPETENCIA: "
              WS-QTD-GERAL
           DISPLAY "PROGRELDEV - RELATORIO EM RDEVOL.TXT."
           GOBACK
           .
       PROCESSA-DEVOLUCOES.
      *    SO AS LINHAS DE RESUMO (SEQUENCIA 000) ENTRAM: UMA POR
      *    DEVOLUCAO.
           MOVE ZEROS TO CONTROLE-FIM
           MOVE "S" TO WS-PRIMEIRO-MOTIVO
           OPEN INPUT ARQ-SAI
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF DEV-SEQUENCIA-SAI = ZEROS
                 AND DEV-COMPETENCIA-SAI = WS-COMPETENCIA
                 IF WS-PRIMEIRO-MOTIVO = "S"
                    OR DEV-MOTIVO-SAI NOT = WS-MOTIVO-ATUAL
                    PERFORM QUEBRA-MOTIVO
                 END-IF
                 PERFORM IMPRIME-DETALHE
              END-IF
           END-PERFORM
           IF WS-PRIMEIRO-MOTIVO NOT = "S"
              PERFORM IMPRIME-TOTAL-MOTIVO
           END-IF
           CLOSE ARQ-SAI
           .
       QUEBRA-MOTIVO.
           IF WS-PRIMEIRO-MOTIVO NOT = "S"
              PERFORM IMPRIME-TOTAL-MOTIVO
           END-IF
           MOVE "N" TO WS-PRIMEIRO-MOTIVO
           MOVE DEV-MOTIVO-SAI TO WS-MOTIVO-ATUAL
           MOVE ZEROS TO WS-QTD-MOT
           MOVE ZEROS TO WS-VALOR-MOT
           MOVE ZEROS TO WS-ABATIDO-MOT
           MOVE ZEROS TO WS-CREDITO-MOT
           IF WS-MOTIVO-ATUAL > ZEROS
              AND WS-MOTIVO-ATUAL NOT > WS-QTD-MOTIVOS-DEV
              MOVE DESCRICAO-MOTIVO-DEV (WS-MOTIVO-ATUAL)
                 TO CABM-DESCRICAO
           ELSE
              MOVE "*** MOTIVO NAO CADASTRADO ***" TO CABM-DESCRICAO
           END-IF
           MOVE WS-MOTIVO-ATUAL TO CABM-CODIGO
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-MOTIVO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1      AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
           ADD 4 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       IMPRIME-DETALHE.
           MOVE DEV-DATA-SAI TO WS-DATA-DEV
           MOVE DEV-NUMERO-SAI        TO DET-NUMERO
           COMPUTE DET-DATA =
              (DIA-DEV * 1000000) + (MES-DEV * 10000) + ANO-DEV
           MOVE DEV-PED-NUMERO-SAI    TO DET-PED-NUMERO
           MOVE DEV-CLI-CODIGO-SAI    TO DET-CLI-CODIGO
           MOVE DEV-VEN-CODIGO-SAI    TO DET-VEN-CODIGO
           MOVE DEV-VALOR-TOTAL-SAI   TO DET-VALOR
           MOVE DEV-VALOR-ABATIDO-SAI TO DET-ABATIDO
           MOVE DEV-VALOR-CREDITO-SAI TO DET-CREDITO
           MOVE DEV-OPERADOR-SAI      TO DET-OPERADOR
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           ADD 1 TO WS-QTD-MOT
           ADD 1 TO WS-QTD-GERAL
           ADD DEV-VALOR-TOTAL-SAI   TO WS-VALOR-MOT
           ADD DEV-VALOR-TOTAL-SAI   TO WS-VALOR-GERAL
           ADD DEV-VALOR-ABATIDO-SAI TO WS-ABATIDO-MOT
           ADD DEV-VALOR-ABATIDO-SAI TO WS-ABATIDO-GERAL
           ADD DEV-VALOR-CREDITO-SAI TO WS-CREDITO-MOT
           ADD DEV-VALOR-CREDITO-SAI TO WS-CREDITO-GERAL
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       IMPRIME-TOTAL-MOTIVO.
           MOVE WS-QTD-MOT     TO TOTM-QTD
           MOVE WS-VALOR-MOT   TO TOTM-VALOR
           MOVE WS-ABATIDO-MOT TO TOTM-ABATIDO
           MOVE WS-CREDITO-MOT TO TOTM-CREDITO
           WRITE LINHA FROM CABECALHO-2  AFTER 1 LINES
           WRITE LINHA FROM TOTAL-MOTIVO AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA.
