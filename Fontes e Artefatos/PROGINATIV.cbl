      *    CALADO HA MAIS QUE O SEGUNDO LIMIAR (O DOBRO DO
      *    PRIMEIRO) E MARCADO COMO CANDIDATO AO ARQUIVO MORTO DO
      *    PROGARQCLI. GERA RINATIVO.TXT; RODA NOS EXTRAS DE
      *    FECHAMENTO DO PROGLOTE. AS POSICOES 3-4 DO CARTAO
      *    SYSIN FILTRAM UM SEGMENTO DE MERCADO (CLI-SEGMENTO,
      *    SEGMENTO.DAT); EM BRANCO LISTA TODOS OS SEGMENTOS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SEG-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SEGMENTO.

           SELECT ARQ-SAICLI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORTCLI ASSIGN TO "SORT".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-SEGMENTO.FD".

       FD ARQ-SAICLI.
       01 REG-SAICLI.
          02 CLI-DATA-CAD-SAI       PIC 99/99/9(04).
          02 FILLER                 PIC X(75).
          02 CLI-VEN-SAI            PIC 9(05).
          02 FILLER                 PIC X(54).
          02 FILLER                 PIC X(07).
          02 CLI-SEGMENTO-SAI       PIC 9(02).

       SD ARQ-SORTCLI.
       01 REG-SORTCLI.
          05 FILLER                 PIC X(249).
          05 CLI-VEN-SORT           PIC 9(05).
          05 FILLER                 PIC X(63).

       FD RELATORIO.
       01 LINHA                     PIC X(132).
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-SEGMENTO         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-SEGMENTO    PIC 9(02) VALUE ZEROS.
       01 WS-CARTAO-SYSIN.
          02 WS-CARTAO-MESES       PIC X(02).
          02 WS-CARTAO-SEGMENTO    PIC X(02).
       77 WS-SEGMENTO-FILTRO       PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-SEGMENTO.
          02 FILLER          PIC X(19) VALUE "SOMENTE SEGMENTO  ".
          02 CABS-CODIGO     PIC 9(02).
          02 FILLER          PIC X(03) VALUE " - ".
          02 CABS-NOME       PIC X(30).

       01 CABECALHO-VENDEDOR.
          02 FILLER          PIC X(19) VALUE "CARTEIRA VENDEDOR ".
          02 CABV-CODIGO     PIC 9(05).
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-CARTAO-SYSIN
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-MESES NUMERIC
              MOVE WS-CARTAO-MESES TO WS-MESES-LIMIAR
           ELSE
              MOVE ZEROS TO WS-MESES-LIMIAR
           END-IF
           IF WS-CARTAO-SEGMENTO NUMERIC
              MOVE WS-CARTAO-SEGMENTO TO WS-SEGMENTO-FILTRO
           END-IF
           IF WS-MESES-LIMIAR NOT NUMERIC
              OR WS-MESES-LIMIAR = ZEROS
      *       SEM CARTAO SYSIN VALE O PARAMETRO MESESINATIV DA
           END-IF
           COMPUTE WS-MESES-ARQUIVO = WS-MESES-LIMIAR * 2
           DISPLAY "PROGINATIV - LIMIAR (MESES): " WS-MESES-LIMIAR
           IF WS-SEGMENTO-FILTRO NOT = ZEROS
              PERFORM CARREGA-NOME-SEGMENTO
              DISPLAY "PROGINATIV - SEGMENTO.......: "
                 WS-SEGMENTO-FILTRO " " CABS-NOME
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           DISPLAY "PROGINATIV - FIM DA ANALISE."
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
                    EXIT PERFORM
              END-READ
              IF CLI-STATUS-SAI = "A"
                 AND (WS-SEGMENTO-FILTRO = ZEROS
                      OR CLI-SEGMENTO-SAI = WS-SEGMENTO-FILTRO)
                 PERFORM AVALIA-CLIENTE-SILENCIO
              END-IF
           END-PERFORM
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA
           IF WS-SEGMENTO-FILTRO NOT = ZEROS
              WRITE LINHA FROM CABECALHO-SEGMENTO AFTER 1 LINE
              ADD 1 TO CONTADOR-LINHA
           END-IF.
