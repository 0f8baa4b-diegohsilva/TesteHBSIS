      *    GERDET.DAT) E IMPRIME EM RCOMPGER.TXT OS CLIENTES QUE
      *    MUDARAM DE VENDEDOR, GANHARAM OU PERDERAM BACKUP, E OS
      *    QUE ENTRARAM OU SAIRAM DA BASE ENTRE AS DUAS EXECUCOES.
      *    FECHA COM AS CARTEIRAS POR VENDEDOR NAS DUAS GERACOES:
      *    CLIENTES, FATURAMENTO DOS ULTIMOS 12 MESES E DISTANCIA
      *    MEDIA, COM O CRITERIO DE BALANCEAMENTO DE CADA UMA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CRITERIO-DE           PIC X(01) VALUE SPACES.
       77 WS-CRITERIO-ATE          PIC X(01) VALUE SPACES.
       77 WS-LIMITE-CARGA-DE       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-LIMITE-CARGA-ATE      PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-LIMITE-DE             PIC 9(05) VALUE ZEROS.
       77 WS-LIMITE-ATE            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENDEDORES        PIC 9(04) VALUE ZEROS.
       77 WS-IDX                   PIC 9(05) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(05) VALUE ZEROS.
       77 WS-IDX-VEN               PIC 9(05) VALUE ZEROS.
       77 WS-DIST-MEDIA            PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VARIACAO-FAT          PIC S9(11)V9(02) VALUE ZEROS.
       01 TABELA-VENDEDORES.
      *    CARTEIRA DE CADA VENDEDOR NA GERACAO DE ORIGEM (-DE) E
      *    NA DE COMPARACAO (-ATE), ACUMULADA NAS DUAS VARREDURAS.
          02 VENDEDOR-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-VEN-CODIGO       PIC 9(05).
             03 TAB-VEN-QTD-DE       PIC 9(07).
             03 TAB-VEN-FAT-DE       PIC 9(11)V9(02).
             03 TAB-VEN-DIST-DE      PIC 9(09)V9(04).
             03 TAB-VEN-QTD-ATE      PIC 9(07).
             03 TAB-VEN-FAT-ATE      PIC 9(11)V9(02).
             03 TAB-VEN-DIST-ATE     PIC 9(09)V9(04).
       01 AREA-TROCA-VENDEDOR.
          02 FILLER                PIC X(71).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
             "ENTRARAM NA BASE..............".
          02 TOT-ENTROU            PIC ZZZ.ZZ9.

       01 CAB-CARTEIRAS.
          02 FILLER                PIC X(24) VALUE
             "CARTEIRAS POR VENDEDOR".
          02 FILLER                PIC X(10) VALUE "ORIGEM: ".
          02 CAB-CRITERIO-DE       PIC X(12).
          02 FILLER                PIC X(09) VALUE " LIMITE: ".
          02 CAB-LIMITE-DE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(14) VALUE "  COMPARACAO: ".
          02 CAB-CRITERIO-ATE      PIC X(12).
          02 FILLER                PIC X(09) VALUE " LIMITE: ".
          02 CAB-LIMITE-ATE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-CARTEIRAS-1.
          02 FILLER PIC X(08) VALUE "VENDEDOR".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(07) VALUE "CLI.DE".
          02 FILLER PIC X(17) VALUE "   FATURAMENTO DE".
          02 FILLER PIC X(11) VALUE "  KM MED.DE".
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "CLI.PARA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(17) VALUE " FATURAMENTO PARA".
          02 FILLER PIC X(13) VALUE "  KM MED.PARA".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "  VARIACAO FATUR.".

       01 DETALHE-CARTEIRA.
          02 DETV-VEN-CODIGO       PIC ZZZZ9.
          02 FILLER                PIC X(05) VALUE SPACES.
          02 DETV-QTD-DE           PIC ZZ.ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETV-FAT-DE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETV-DIST-DE          PIC ZZ.ZZ9,99.
          02 FILLER                PIC X(06) VALUE SPACES.
          02 DETV-QTD-ATE          PIC ZZ.ZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETV-FAT-ATE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(04) VALUE SPACES.
          02 DETV-DIST-ATE         PIC ZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DETV-VARIACAO         PIC --.---.---.--9,99.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).
           PERFORM COMPARA-BASE-ANTERIOR
           PERFORM COMPARA-BASE-NOVA
           PERFORM IMPRIME-TOTAIS
           PERFORM IMPRIME-CARTEIRAS
           CLOSE RELATORIO

           DISPLAY "COMPARACAO GERADA EM RCOMPGER.TXT"        AT 2301
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 MOVE ZEROS TO WS-GERACAO-DE
              ELSE
                 MOVE GCB-CRITERIO     TO WS-CRITERIO-DE
                 MOVE GCB-LIMITE       TO WS-LIMITE-DE
                 MOVE GCB-LIMITE-CARGA TO WS-LIMITE-CARGA-DE
              END-IF
           END-IF
           .
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 MOVE ZEROS TO WS-GERACAO-ATE
              ELSE
                 MOVE GCB-CRITERIO     TO WS-CRITERIO-ATE
                 MOVE GCB-LIMITE       TO WS-LIMITE-ATE
                 MOVE GCB-LIMITE-CARGA TO WS-LIMITE-CARGA-ATE
              END-IF
           END-IF
           .
           END-PERFORM
           .
       COMPARA-CLIENTE-ANTERIOR.
           PERFORM LOCALIZA-VENDEDOR-CARTEIRA
           IF WS-IDX-VEN > ZEROS
              ADD 1               TO TAB-VEN-QTD-DE (WS-IDX-VEN)
              ADD GED-FATURAMENTO TO TAB-VEN-FAT-DE (WS-IDX-VEN)
              ADD GED-DISTANCIA   TO TAB-VEN-DIST-DE (WS-IDX-VEN)
           END-IF
           MOVE GED-CLI-CODIGO  TO WS-CLI-SALVO
           MOVE GED-VEN-CODIGO  TO WS-VEN-SALVO
           MOVE GED-VEN-BACKUP  TO WS-BKP-SALVO
           END-PERFORM
           .
       COMPARA-CLIENTE-NOVO.
           PERFORM LOCALIZA-VENDEDOR-CARTEIRA
           IF WS-IDX-VEN > ZEROS
              ADD 1               TO TAB-VEN-QTD-ATE (WS-IDX-VEN)
              ADD GED-FATURAMENTO TO TAB-VEN-FAT-ATE (WS-IDX-VEN)
              ADD GED-DISTANCIA   TO TAB-VEN-DIST-ATE (WS-IDX-VEN)
           END-IF
           MOVE GED-CLI-CODIGO  TO WS-CLI-SALVO
           MOVE GED-VEN-CODIGO  TO WS-VEN-SALVO
           MOVE GED-VEN-BACKUP  TO WS-BKP-SALVO
           WRITE LINHA FROM TOTAIS-3 AFTER 1 LINES
           WRITE LINHA FROM TOTAIS-4 AFTER 1 LINES
           .
       LOCALIZA-VENDEDOR-CARTEIRA.
      *    OCORRENCIA DO VENDEDOR DO REGISTRO CORRENTE DE GERDET,
      *    INCLUIDA NA PRIMEIRA VEZ QUE ELE APARECE.
           MOVE ZEROS TO WS-IDX-VEN
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-VENDEDORES
              IF TAB-VEN-CODIGO (WS-IDX) = GED-VEN-CODIGO
                 MOVE WS-IDX TO WS-IDX-VEN
                 MOVE WS-QTD-VENDEDORES TO WS-IDX
              END-IF
           END-PERFORM
           IF WS-IDX-VEN = ZEROS AND WS-QTD-VENDEDORES < 9999
              ADD 1 TO WS-QTD-VENDEDORES
              MOVE WS-QTD-VENDEDORES TO WS-IDX-VEN
              INITIALIZE VENDEDOR-OCORRENCIA (WS-IDX-VEN)
              MOVE GED-VEN-CODIGO TO TAB-VEN-CODIGO (WS-IDX-VEN)
           END-IF
           .
       IMPRIME-CARTEIRAS.
      *    CARTEIRAS POR VENDEDOR EM ORDEM DE CODIGO (TROCA SIMPLES,
      *    COMO NO PROG09).
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX NOT LESS WS-QTD-VENDEDORES
              PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                 UNTIL WS-IDX-2 NOT LESS WS-QTD-VENDEDORES
                 IF TAB-VEN-CODIGO (WS-IDX-2) >
                    TAB-VEN-CODIGO (WS-IDX-2 + 1)
                    MOVE VENDEDOR-OCORRENCIA (WS-IDX-2)
                       TO AREA-TROCA-VENDEDOR
                    MOVE VENDEDOR-OCORRENCIA (WS-IDX-2 + 1)
                       TO VENDEDOR-OCORRENCIA (WS-IDX-2)
                    MOVE AREA-TROCA-VENDEDOR
                       TO VENDEDOR-OCORRENCIA (WS-IDX-2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
      *    GERACAO ANTERIOR AO CRITERIO PONDERADO (CRITERIO EM
      *    BRANCO) FOI BALANCEADA POR QUANTIDADE DE CLIENTES.
           MOVE "CLIENTES"         TO CAB-CRITERIO-DE
           MOVE WS-LIMITE-DE       TO CAB-LIMITE-DE
           IF WS-CRITERIO-DE = "F"
              MOVE "FATURAMENTO"   TO CAB-CRITERIO-DE
              MOVE WS-LIMITE-CARGA-DE TO CAB-LIMITE-DE
           END-IF
           IF WS-CRITERIO-DE = "P"
              MOVE "PESO ABC"      TO CAB-CRITERIO-DE
              MOVE WS-LIMITE-CARGA-DE TO CAB-LIMITE-DE
           END-IF
           MOVE "CLIENTES"         TO CAB-CRITERIO-ATE
           MOVE WS-LIMITE-ATE      TO CAB-LIMITE-ATE
           IF WS-CRITERIO-ATE = "F"
              MOVE "FATURAMENTO"   TO CAB-CRITERIO-ATE
              MOVE WS-LIMITE-CARGA-ATE TO CAB-LIMITE-ATE
           END-IF
           IF WS-CRITERIO-ATE = "P"
              MOVE "PESO ABC"      TO CAB-CRITERIO-ATE
              MOVE WS-LIMITE-CARGA-ATE TO CAB-LIMITE-ATE
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM CAB-CARTEIRAS AFTER 1 LINES
           WRITE LINHA FROM CAB-CARTEIRAS-1 AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           ADD 5 TO CONTADOR-LINHA
           PERFORM IMPRIME-LINHA-CARTEIRA
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-VENDEDORES
           .
       IMPRIME-LINHA-CARTEIRA.
           MOVE TAB-VEN-CODIGO (WS-IDX)  TO DETV-VEN-CODIGO
           MOVE TAB-VEN-QTD-DE (WS-IDX)  TO DETV-QTD-DE
           MOVE TAB-VEN-FAT-DE (WS-IDX)  TO DETV-FAT-DE
           MOVE ZEROS TO WS-DIST-MEDIA
           IF TAB-VEN-QTD-DE (WS-IDX) > ZEROS
              COMPUTE WS-DIST-MEDIA ROUNDED =
                 TAB-VEN-DIST-DE (WS-IDX) / TAB-VEN-QTD-DE (WS-IDX)
           END-IF
           MOVE WS-DIST-MEDIA            TO DETV-DIST-DE
           MOVE TAB-VEN-QTD-ATE (WS-IDX) TO DETV-QTD-ATE
           MOVE TAB-VEN-FAT-ATE (WS-IDX) TO DETV-FAT-ATE
           MOVE ZEROS TO WS-DIST-MEDIA
           IF TAB-VEN-QTD-ATE (WS-IDX) > ZEROS
              COMPUTE WS-DIST-MEDIA ROUNDED =
                 TAB-VEN-DIST-ATE (WS-IDX) / TAB-VEN-QTD-ATE (WS-IDX)
           END-IF
           MOVE WS-DIST-MEDIA            TO DETV-DIST-ATE
           COMPUTE WS-VARIACAO-FAT =
              TAB-VEN-FAT-ATE (WS-IDX) - TAB-VEN-FAT-DE (WS-IDX)
           MOVE WS-VARIACAO-FAT          TO DETV-VARIACAO
           WRITE LINHA FROM DETALHE-CARTEIRA AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
