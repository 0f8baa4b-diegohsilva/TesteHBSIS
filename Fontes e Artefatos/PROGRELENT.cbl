       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRELENT.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** SEMANAL DE PENDENCIAS DE FATURAMENTO/ENTREGA ****
      *    CRUZA O CONTROLE DE EXPORTACAO (EXPPED.DAT) COM O
      *    FATURAMENTO E ENTREGA DEVOLVIDOS PELO ERP (FATPED.DAT,
      *    PROGFATPED) E LISTA EM RENTREGA.TXT:
      *      - OS PEDIDOS ACEITOS PELO ERP E AINDA NAO FATURADOS HA
      *        MAIS DIAS QUE O PARAMETRO DIASFATURA (PADRAO 3),
      *        CONTADOS DA DATA DO ACEITE;
      *      - AS ENTREGAS ALEM DO PRAZO PROMETIDO (DATA DO PEDIDO
      *        MAIS PRAZOENTREGA DIAS CORRIDOS, PADRAO 10): PEDIDO
      *        ENTREGUE DEPOIS DO PRAZO OU FATURADO E AINDA NAO
      *        ENTREGUE COM O PRAZO JA VENCIDO.
      *    PEDIDO CANCELADO OU REJEITADO NAO ENTRA. RODA UMA VEZ POR
      *    SEMANA (PROGRELENT.JCL).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-EXPPED ASSIGN TO DISK WID-ARQ-EXPPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EXP-PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EXPPED.

           SELECT ARQ-FATPED ASSIGN TO DISK WID-ARQ-FATPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAT-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FATPED.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT RELATORIO ASSIGN TO "RENTREGA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-EXPPED.FD".
       COPY "ARQ-FATPED.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-CLIENTE.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-EXPPED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-FATPED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EXPPED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FATPED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-FATPED-DISPONIVEL     PIC X(01) VALUE "N".
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
      *    DIAS DE TOLERANCIA ENTRE O ACEITE DO ERP E A NOTA, E
      *    PRAZO DE ENTREGA PROMETIDO AO CLIENTE, EM DIAS CORRIDOS.
       77 WS-DIAS-FATURA           PIC 9(03) VALUE 3.
       77 WS-PRAZO-ENTREGA         PIC 9(03) VALUE 10.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ACEITE           PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PROMETIDO        PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ENTREGA          PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ESPERA           PIC 9(05) VALUE ZEROS.
       77 WS-DATA-PROMETIDA        PIC 9(08) VALUE ZEROS.
       77 WS-PED-AAAAMMDD          PIC 9(08) VALUE ZEROS.
       77 WS-QTD-SEM-NOTA          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADOS         PIC 9(05) VALUE ZEROS.
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).
       01 WS-DATA-PED          PIC 99/99/9(04).
       01 FILLER REDEFINES WS-DATA-PED.
          02 DIA-PED           PIC 99.
          02 FILLER            PIC X(01).
          02 MES-PED           PIC 99.
          02 FILLER            PIC X(01).
          02 ANO-PED           PIC 9(04).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(44) VALUE
             "PENDENCIAS DE FATURAMENTO E ENTREGA".
          02 FILLER       PIC X(36) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-SECAO.
          02 CABS-TITULO  PIC X(60).
          02 CABS-DIAS    PIC ZZ9.
          02 FILLER       PIC X(05) VALUE " DIAS".

       01 CABECALHO-SEM-NOTA.
          02 FILLER PIC X(09) VALUE "   PEDIDO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE "CLIENTE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "DT.PEDIDO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "  ACEITE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "  DIAS".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "   VALOR PED.".

       01 DETALHE-SEM-NOTA.
          02 DSN-PEDIDO            PIC 9(09).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DSN-CLIENTE           PIC 9(07).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DSN-RAZAO             PIC X(30).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DSN-DATA-PEDIDO       PIC X(10).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DSN-ACEITE            PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DSN-DIAS              PIC ZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DSN-VALOR             PIC ZZZ.ZZZ.ZZ9,99.

       01 CABECALHO-ATRASO.
          02 FILLER PIC X(09) VALUE "   PEDIDO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE "CLIENTE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "DT.PEDIDO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "PROMETID".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(09) VALUE "NOTA FISC".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "EMBARQUE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(12) VALUE "ENTREGA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "ATRASO".

       01 DETALHE-ATRASO.
          02 DAT-PEDIDO            PIC 9(09).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DAT-CLIENTE           PIC 9(07).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DAT-RAZAO             PIC X(30).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DAT-DATA-PEDIDO       PIC X(10).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DAT-PROMETIDA         PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DAT-NOTA              PIC 9(09).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DAT-EMBARQUE          PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DAT-ENTREGA           PIC X(12).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DAT-DIAS              PIC ZZ.ZZ9.

       01 RODAPE-SECAO.
          02 FILLER       PIC X(30) VALUE
             "PEDIDOS LISTADOS............: ".
          02 ROD-QTD      PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "DIASFATURA" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DIAS-FATURA
           END-IF
           MOVE "PRAZOENTREGA" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PRAZO-ENTREGA
           END-IF
           CANCEL "PARAMLER"
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           COMPUTE WS-DIAS-HOJE =
              FUNCTION INTEGER-OF-DATE(DATA-SISTEMA)
           DISPLAY "PROGRELENT - PENDENCIAS DE FATURAMENTO/ENTREGA - "
              CAB-DATA
           MOVE "EXPPED.DAT" TO WID-ARQ-EXPPED
           OPEN INPUT ARQ-EXPPED
           IF WS-RESULTADO-EXPPED NOT = 00
              DISPLAY "PROGRELENT - NAO HA PEDIDOS EXPORTADOS."
              GOBACK
           END-IF
           MOVE "FATPED.DAT" TO WID-ARQ-FATPED
           OPEN INPUT ARQ-FATPED
           IF WS-RESULTADO-FATPED = 00
              MOVE "S" TO WS-FATPED-DISPONIVEL
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA TO CABT-DATA
           PERFORM IMPRIMIR-CABECALHO
           PERFORM LISTA-SEM-NOTA
           IF WS-FATPED-DISPONIVEL = "S"
              PERFORM LISTA-ENTREGA-ATRASADA
              CLOSE ARQ-FATPED
           END-IF
           CLOSE RELATORIO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-EXPPED
           DISPLAY "PROGRELENT - ACEITOS SEM NOTA......: "
              WS-QTD-SEM-NOTA
           DISPLAY "PROGRELENT - ENTREGAS ATRASADAS....: "
              WS-QTD-ATRASADOS
           DISPLAY "PROGRELENT - RELATORIO EM RENTREGA.TXT."
           GOBACK
           .
       LISTA-SEM-NOTA.
           MOVE "PEDIDOS ACEITOS PELO ERP SEM NOTA FISCAL HA MAIS DE"
              TO CABS-TITULO
           MOVE WS-DIAS-FATURA TO CABS-DIAS
           WRITE LINHA FROM CABECALHO-SECAO    AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-SEM-NOTA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2        AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-EXPPED NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF EXP-ACEITO
                 PERFORM VERIFICA-SEM-NOTA
              END-IF
           END-PERFORM
           MOVE WS-QTD-SEM-NOTA TO ROD-QTD
           WRITE LINHA FROM CABECALHO-2  AFTER 1 LINES
           WRITE LINHA FROM RODAPE-SECAO AFTER 1 LINES
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           .
       VERIFICA-SEM-NOTA.
           IF WS-FATPED-DISPONIVEL = "S"
              MOVE EXP-PED-NUMERO TO FAT-PED-NUMERO
              READ ARQ-FATPED
              IF WS-RESULTADO-FATPED = 00
                 AND FAT-NOTA-FISCAL NOT = ZEROS
                 EXIT PARAGRAPH
              END-IF
           END-IF
           COMPUTE WS-DIAS-ACEITE =
              FUNCTION INTEGER-OF-DATE(EXP-DATA-ACK)
           COMPUTE WS-DIAS-ESPERA = WS-DIAS-HOJE - WS-DIAS-ACEITE
              ON SIZE ERROR
                 MOVE ZEROS TO WS-DIAS-ESPERA
           END-COMPUTE
           IF WS-DIAS-ESPERA NOT GREATER WS-DIAS-FATURA
              EXIT PARAGRAPH
           END-IF
           MOVE EXP-PED-NUMERO TO PED-NUMERO
           READ ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              OR PED-CANCELADO OR PED-REJEITADO
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-RAZAO-CLIENTE
           ADD 1 TO WS-QTD-SEM-NOTA
           MOVE PED-NUMERO       TO DSN-PEDIDO
           MOVE PED-CLI-CODIGO   TO DSN-CLIENTE
           MOVE CLI-RAZAO-SOCIAL TO DSN-RAZAO
           MOVE PED-DATA         TO DSN-DATA-PEDIDO
           MOVE EXP-DATA-ACK     TO DSN-ACEITE
           MOVE WS-DIAS-ESPERA   TO DSN-DIAS
           MOVE PED-VALOR        TO DSN-VALOR
           WRITE LINHA FROM DETALHE-SEM-NOTA AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       LISTA-ENTREGA-ATRASADA.
           MOVE "ENTREGAS ALEM DO PRAZO PROMETIDO - PRAZO DE"
              TO CABS-TITULO
           MOVE WS-PRAZO-ENTREGA TO CABS-DIAS
           WRITE LINHA FROM CABECALHO-SECAO  AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-ATRASO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           MOVE ZEROS TO FAT-PED-NUMERO
           START ARQ-FATPED KEY IS NOT LESS FAT-PED-NUMERO
           IF WS-RESULTADO-FATPED NOT = 00
              MOVE 1 TO CONTROLE-FIM
           ELSE
              MOVE ZEROS TO CONTROLE-FIM
           END-IF
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-FATPED NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              PERFORM VERIFICA-ENTREGA-ATRASADA
           END-PERFORM
           MOVE WS-QTD-ATRASADOS TO ROD-QTD
           WRITE LINHA FROM CABECALHO-2  AFTER 1 LINES
           WRITE LINHA FROM RODAPE-SECAO AFTER 1 LINES
           .
       VERIFICA-ENTREGA-ATRASADA.
      *    PRAZO PROMETIDO = DATA DO PEDIDO + PRAZOENTREGA DIAS.
           MOVE FAT-PED-NUMERO TO PED-NUMERO
           READ ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              OR PED-CANCELADO OR PED-REJEITADO
              EXIT PARAGRAPH
           END-IF
           MOVE PED-DATA TO WS-DATA-PED
           COMPUTE WS-PED-AAAAMMDD =
              (ANO-PED * 10000) + (MES-PED * 100) + DIA-PED
           COMPUTE WS-DIAS-PROMETIDO =
              FUNCTION INTEGER-OF-DATE(WS-PED-AAAAMMDD)
                 + WS-PRAZO-ENTREGA
           IF FAT-ENTREGUE
              COMPUTE WS-DIAS-ENTREGA =
                 FUNCTION INTEGER-OF-DATE(FAT-DATA-ENTREGA)
           ELSE
              MOVE WS-DIAS-HOJE TO WS-DIAS-ENTREGA
           END-IF
           IF WS-DIAS-ENTREGA NOT GREATER WS-DIAS-PROMETIDO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-ESPERA =
              WS-DIAS-ENTREGA - WS-DIAS-PROMETIDO
           COMPUTE WS-DATA-PROMETIDA =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-PROMETIDO)
           PERFORM BUSCA-RAZAO-CLIENTE
           ADD 1 TO WS-QTD-ATRASADOS
           MOVE PED-NUMERO        TO DAT-PEDIDO
           MOVE PED-CLI-CODIGO    TO DAT-CLIENTE
           MOVE CLI-RAZAO-SOCIAL  TO DAT-RAZAO
           MOVE PED-DATA          TO DAT-DATA-PEDIDO
           MOVE WS-DATA-PROMETIDA TO DAT-PROMETIDA
           MOVE FAT-NOTA-FISCAL   TO DAT-NOTA
           MOVE FAT-DATA-EMBARQUE TO DAT-EMBARQUE
           IF FAT-ENTREGUE
              MOVE FAT-DATA-ENTREGA TO DAT-ENTREGA
           ELSE
              MOVE "NAO ENTREGUE" TO DAT-ENTREGA
           END-IF
           MOVE WS-DIAS-ESPERA    TO DAT-DIAS
           WRITE LINHA FROM DETALHE-ATRASO AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       BUSCA-RAZAO-CLIENTE.
           MOVE PED-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE NOT = 00
              MOVE "*** CLIENTE NAO CADASTRADO ***"
                 TO CLI-RAZAO-SOCIAL
           END-IF
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA.
