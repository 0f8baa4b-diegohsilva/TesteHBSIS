      *      - CLIENTES LISTADOS PELO PROG03 = CLIENTES ATIVOS;
      *      - LINHAS DE DISTRIB.DAT = CLIENTES COM VENDEDOR;
      *      - LINHAS GRAVADAS PELO PROG05 NAO EXCEDEM DISTRIB.DAT;
      *      - REGISTROS LIDOS PELO PROGEXPORT = TOTAL DE CLIENTES;
      *      - DETALHES DA REMESSA BANCARIA (PROGREMBAN) = PARCELAS
      *        MARCADAS COM REGISTRO OU BAIXA NA DATA DO DIA.
      *    QUALQUER DIVERGENCIA E ACUSADA COM DESTAQUE NO SYSOUT,
      *    GRAVADA EM RBALANC.TXT E ENCERRA COM RETURN-CODE 8 -
      *    UM ARQUIVO TRUNCADO NAO PASSA MAIS DESPERCEBIDO.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DISTRIBUICAO.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.

           SELECT ARQ-CTRL-TOTAIS ASSIGN TO WID-ARQ-CTRL-TOTAIS
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTT-CHAVE
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-DISTRIBUICAO.FD".
       COPY "ARQ-TITULO.FD".
       COPY "CTRL-TOTAIS.FD".

       FD RELATORIO.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DISTRIBUICAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-TOTAIS      PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DISTRIBUICAO PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL-TOT    PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CLI-ATIVOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CLI-ATRIBUIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DISTRIB           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-TIT-REMESSA       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DIVERGENCIAS      PIC 9(03) VALUE ZEROS.
       77 WS-ESPERADO              PIC 9(07) VALUE ZEROS.
       77 WS-APURADO               PIC 9(07) VALUE ZEROS.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           PERFORM CONTA-CLIENTES
           PERFORM CONTA-DISTRIBUICAO
           PERFORM CONTA-TITULOS-REMESSA
           MOVE "CTRLTOT.DAT" TO WID-ARQ-CTRL-TOTAIS
           OPEN INPUT ARQ-CTRL-TOTAIS
           IF WS-RESULTADO-CTRL-TOT NOT = 00
              PERFORM CONFERE-IGUAL
           END-IF

      *    PROGREMBAN X PARCELAS MARCADAS HOJE EM TITULO.DAT
           MOVE "PROGREMBAN" TO CTT-PROGRAMA
           PERFORM LE-TOTAL-PROGRAMA
           IF WS-TEM-TOTAL = "S"
              MOVE CTT-QTD-GRAVADOS   TO WS-APURADO
              MOVE WS-QTD-TIT-REMESSA TO WS-ESPERADO
              MOVE "DETALHES REMESSA BANCO X PARCELAS MARCADAS"
                 TO CHK-DESCRICAO
              PERFORM CONFERE-IGUAL
           END-IF

           CLOSE ARQ-CTRL-TOTAIS
           MOVE SPACES TO LINHA
           WRITE LINHA
           END-PERFORM
           CLOSE ARQ-DISTRIBUICAO
           .
       CONTA-TITULOS-REMESSA.
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-TITULO NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 IF TIT-REM-DATA = WS-DATA-SISTEMA
                    ADD 1 TO WS-QTD-TIT-REMESSA
                 END-IF
                 IF TIT-REM-BAIXA-DATA = WS-DATA-SISTEMA
                    ADD 1 TO WS-QTD-TIT-REMESSA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-TITULO
           .
       LE-TOTAL-PROGRAMA.
           MOVE WS-DATA-SISTEMA TO CTT-DATA
           READ ARQ-CTRL-TOTAIS
