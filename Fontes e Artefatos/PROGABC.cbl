      *    IMPRIME A CURVA EM RABC.TXT COM A QUANTIDADE DE
      *    MUDANCAS DE CLASSE DESDE A RODADA ANTERIOR. RODA NOS
      *    EXTRAS DE FECHAMENTO DE MES DO PROGLOTE.
      *    CARTAO SYSIN OPCIONAL COM UM SEGMENTO DE MERCADO (DUAS
      *    POSICOES, SEGMENTO.DAT): A CURVA E MONTADA SO COM OS
      *    CLIENTES DO SEGMENTO, EM RABCSnn.TXT, COMO ANALISE - A
      *    CLASSE GRAVADA NO CADASTRO CONTINUA SENDO A DA CURVA
      *    GERAL DO FECHAMENTO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SEG-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SEGMENTO.

           SELECT ARQ-SAI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO WID-REL-ABC
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-SEGMENTO.FD".

       FD ARQ-SAI.
       01 REG-SAI.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-SEGMENTO         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-SEGMENTO    PIC 9(02) VALUE ZEROS.
       77 WID-REL-ABC              PIC X(50) VALUE "RABC.TXT".
       01 WS-CARTAO-SYSIN.
          02 WS-CARTAO-SEGMENTO    PIC X(02).
       77 WS-SEGMENTO-FILTRO       PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
             "CLIENTES CLASSIFICADOS............".
          02 ROD-CLIENTES          PIC ZZ.ZZ9.

       01 CABECALHO-SEGMENTO.
          02 FILLER          PIC X(19) VALUE "SOMENTE SEGMENTO  ".
          02 CABS-CODIGO     PIC 9(02).
          02 FILLER          PIC X(03) VALUE " - ".
          02 CABS-NOME       PIC X(30).
          02 FILLER          PIC X(44) VALUE
             "  (ANALISE - CADASTRO NAO ATUALIZADO)".

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGABC - INICIO DA CLASSIFICACAO ABC"
              MOVE WS-PARAM-VALOR TO WS-CORTE-B
           END-IF
           CANCEL "PARAMLER"
           MOVE SPACES TO WS-CARTAO-SYSIN
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SEGMENTO NUMERIC
              MOVE WS-CARTAO-SEGMENTO TO WS-SEGMENTO-FILTRO
           END-IF
           IF WS-SEGMENTO-FILTRO NOT = ZEROS
              MOVE SPACES TO WID-REL-ABC
              STRING "RABCS"            DELIMITED BY SIZE
                     WS-SEGMENTO-FILTRO DELIMITED BY SIZE
                     ".TXT"             DELIMITED BY SIZE
                  INTO WID-REL-ABC
              END-STRING
              PERFORM CARREGA-NOME-SEGMENTO
              DISPLAY "PROGABC - SOMENTE O SEGMENTO " WS-SEGMENTO-FILTRO
                 " " CABS-NOME
           END-IF
           INITIALIZE WS-RESUMO-CLASSES
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DIA-SISTEMA TO CAB-DATA (1:2)
           DISPLAY "PROGABC - FIM DA CLASSIFICACAO."
           GOBACK
           .
       CARREGA-NOME-SEGMENTO.
           MOVE WS-SEGMENTO-FILTRO TO CABS-CODIGO
           MOVE "*** SEGMENTO NAO CADASTRADO ***" TO CABS-NOME
           MOVE "SEGMENTO.DAT" TO WID-ARQ-SEGMENTO
           OPEN INPUT ARQ-SEGMENTO
           IF WS-RESULTADO-SEGMENTO = 00
              MOVE WS-SEGMENTO-FILTRO TO SEG-CODIGO
              READ ARQ-SEGMENTO
              IF WS-RESULTADO-SEGMENTO = 00
                 MOVE SEG-NOME TO CABS-NOME
              END-IF
              CLOSE ARQ-SEGMENTO
           END-IF
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
                    PERFORM QUEBRA-CLIENTE-ABC
                 END-IF
                 ADD PED-VALOR-SAI TO WS-VALOR-CLI
              END-IF
           END-PERFORM
           IF WS-CLI-ATUAL NOT = ZEROS
           MOVE ZEROS TO WS-VALOR-CLI
           .
       GUARDA-CLIENTE-ABC.
      *    NA ANALISE POR SEGMENTO SO ENTRA NA CURVA (E NO TOTAL
      *    FATURADO) O CLIENTE DO SEGMENTO PEDIDO.
           IF WS-SEGMENTO-FILTRO NOT = ZEROS
              MOVE WS-CLI-ATUAL TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO NOT = 00
                 OR CLI-SEGMENTO NOT = WS-SEGMENTO-FILTRO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD WS-VALOR-CLI TO WS-TOTAL-FATURADO
           IF WS-QTD-CLIENTES < 9999
              ADD 1 TO WS-QTD-CLIENTES
              MOVE WS-CLI-ATUAL TO
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1 AND CLI-ATIVO
                 AND (WS-SEGMENTO-FILTRO = ZEROS
                      OR CLI-SEGMENTO = WS-SEGMENTO-FILTRO)
                 PERFORM CLASSIFICA-UM-CLIENTE
              END-IF
           END-PERFORM
                 MOVE WS-QTD-CLIENTES TO WS-IDX
              END-IF
           END-PERFORM
           IF WS-SEGMENTO-FILTRO NOT = ZEROS
              ADD 1 TO WS-QTD-ATUALIZADOS
              EXIT PARAGRAPH
           END-IF
           IF CLI-CLASSE-ABC NOT = WS-CLASSE
              AND CLI-CLASSE-ABC NOT = SPACE
              ADD 1 TO WS-QTD-MUDANCAS
           MOVE 1 TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           IF WS-SEGMENTO-FILTRO NOT = ZEROS
              WRITE LINHA FROM CABECALHO-SEGMENTO AFTER 1 LINE
           END-IF
           MOVE "A" TO WS-CLASSE
           MOVE 1 TO WS-IDX-CLASSE
           PERFORM IMPRIME-LINHA-CLASSE
           PERFORM IMPRIME-LINHA-CLASSE
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           IF WS-SEGMENTO-FILTRO = ZEROS
              MOVE WS-QTD-MUDANCAS TO ROD-MUDANCAS
              WRITE LINHA FROM RODAPE-1 AFTER 1 LINES
           END-IF
           MOVE WS-QTD-ATUALIZADOS TO ROD-CLIENTES
           WRITE LINHA FROM RODAPE-2 AFTER 1 LINES
           CLOSE RELATORIO
