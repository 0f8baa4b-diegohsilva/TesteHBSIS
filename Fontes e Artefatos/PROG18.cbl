      *    MAXIMA ATE SEUS CLIENTES (DISTRIB.DAT) E A FOLGA FRENTE
      *    AO LIMITE USADO PELA ULTIMA DISTRIBUICAO (GERCAB.DAT),
      *    COM TOTALIZACAO NO FIM.
      *    DEPOIS DOS TOTAIS VEM OS SUBTOTAIS POR EQUIPE
      *    (SUPERVISOR) E POR GERENCIA, PELA HIERARQUIA VIGENTE NA
      *    DATA (EQUIPE.DAT, PROG47, LIDA PELO EQUIPLER); VENDEDOR
      *    SEM EQUIPE NA DATA SAI EM "SEM EQUIPE".
      *    CADA GERACAO E COPIADA PARA O CATALOGO DE RELATORIOS
      *    (TIPO RCARTEIRA, VIA CATALOGA) - FICA NO PROG22 E PODE
      *    SER ASSINADA PARA ENTREGA POR E-MAIL.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 WS-TOT-ATIVOS            PIC 9(07) VALUE ZEROS.
       77 WS-TOT-INATIVOS          PIC 9(07) VALUE ZEROS.
       77 WS-TOT-BACKUPS           PIC 9(07) VALUE ZEROS.
       COPY "AREA-EQUIPE.cpy".
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 WS-QTD-EQUIPES           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-GERENCIAS         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-EQP               PIC 9(03) VALUE ZEROS.
       77 WS-EQP-ACHADA            PIC X(01) VALUE SPACES.
       77 WS-LIDER-BUSCA           PIC 9(05) VALUE ZEROS.
       77 WS-LIDER-NOME            PIC X(40) VALUE SPACES.
       77 WS-IDX-LIDER             PIC 9(04) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RCARTEIRA".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RCARTEIRA.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE
          "TODOS OS VENDEDORES".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-ANO           PIC 9(04).

       01 TABELA-CARTEIRAS.
          02 CART-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-CRT-SOMA-DIST     PIC 9(11)V9(04).
             03 TAB-CRT-QTD-DIST      PIC 9(05).
             03 TAB-CRT-MAX-DIST      PIC S9(05)V9(04).
             03 TAB-CRT-SUPERVISOR    PIC 9(05).
             03 TAB-CRT-GERENTE       PIC 9(05).

      *    SUBTOTAIS POR EQUIPE (CODIGO DO SUPERVISOR, ZERO = SEM
      *    EQUIPE) E POR GERENCIA (CODIGO DO GERENTE).
       01 TABELA-EQUIPES.
          02 EQUIPE-OCORRENCIA OCCURS 300 TIMES.
             03 TAB-EQP-SUPERVISOR    PIC 9(05).
             03 TAB-EQP-GERENTE       PIC 9(05).
             03 TAB-EQP-VENDEDORES    PIC 9(04).
             03 TAB-EQP-QTD           PIC 9(07).
             03 TAB-EQP-ATIVOS        PIC 9(07).
             03 TAB-EQP-INATIVOS      PIC 9(07).
             03 TAB-EQP-BACKUPS       PIC 9(07).

       01 TABELA-GERENCIAS.
          02 GERENCIA-OCORRENCIA OCCURS 100 TIMES.
             03 TAB-GER-GERENTE       PIC 9(05).
             03 TAB-GER-VENDEDORES    PIC 9(04).
             03 TAB-GER-QTD           PIC 9(07).
             03 TAB-GER-ATIVOS        PIC 9(07).
             03 TAB-GER-INATIVOS      PIC 9(07).
             03 TAB-GER-BACKUPS       PIC 9(07).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER          PIC X(10) VALUE "  BACKUPS:".
          02 ROD-BACKUPS     PIC ZZZ.ZZ9.

       01 CABECALHO-EQUIPE.
          02 FILLER PIC X(40) VALUE
             "SUBTOTAIS POR EQUIPE (SUPERVISOR)".

       01 CABECALHO-GERENCIA.
          02 FILLER PIC X(40) VALUE "SUBTOTAIS POR GERENCIA".

       01 DETALHE-EQUIPE.
          02 DET-EQP-CODIGO        PIC 9(05).
          02 FILLER                PIC X(03) VALUE " - ".
          02 DET-EQP-NOME          PIC X(30).
          02 FILLER                PIC X(06) VALUE " GER: ".
          02 DET-EQP-GERENTE       PIC 9(05).
          02 FILLER                PIC X(06) VALUE " VEN: ".
          02 DET-EQP-VENDEDORES    PIC ZZZ9.
          02 FILLER                PIC X(12) VALUE "  CLIENTES: ".
          02 DET-EQP-QTD           PIC ZZZ.ZZ9.
          02 FILLER                PIC X(09) VALUE "  ATIVOS:".
          02 DET-EQP-ATIVOS        PIC ZZZ.ZZ9.
          02 FILLER                PIC X(11) VALUE "  INATIVOS:".
          02 DET-EQP-INATIVOS      PIC ZZZ.ZZ9.
          02 FILLER                PIC X(10) VALUE "  BACKUPS:".
          02 DET-EQP-BACKUPS       PIC ZZZ.ZZ9.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 WS-MODO-EXECUCAO   PIC X(01).
              END-IF
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           PERFORM CARREGA-VENDEDORES
           CLOSE ARQ-VENDEDOR
           PERFORM LE-LIMITE-DISTRIBUICAO
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE-TOTAL AFTER 1 LINES
           PERFORM ACUMULA-EQUIPE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-VENDEDORES
           PERFORM IMPRIME-SUBTOTAL-EQUIPE
           CLOSE RELATORIO
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           IF MODO-INTERATIVO
              DISPLAY LIMPA-TELA
              DISPLAY "RESUMO GERADO EM RCARTEIRA.TXT"        AT 1001
                 MOVE ZEROS TO TAB-CRT-SOMA-DIST (WS-QTD-VENDEDORES)
                 MOVE ZEROS TO TAB-CRT-QTD-DIST (WS-QTD-VENDEDORES)
                 MOVE ZEROS TO TAB-CRT-MAX-DIST (WS-QTD-VENDEDORES)
                 MOVE VEN-CODIGO       TO WS-EQP-CODIGO
                 MOVE WS-HOJE-AAAAMMDD TO WS-EQP-DATA
                 CALL "EQUIPLER" USING WS-AREA-EQUIPE
                 MOVE WS-EQP-SUPERVISOR
                    TO TAB-CRT-SUPERVISOR (WS-QTD-VENDEDORES)
                 MOVE WS-EQP-GERENTE
                    TO TAB-CRT-GERENTE (WS-QTD-VENDEDORES)
              END-IF
           END-PERFORM
           CANCEL "EQUIPLER"
           .
       LE-LIMITE-DISTRIBUICAO.
           MOVE 200 TO WS-LIMITE-CARTEIRA
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       ACUMULA-EQUIPE.
           MOVE SPACES TO WS-EQP-ACHADA
           PERFORM VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-EQUIPES
                 OR WS-EQP-ACHADA = "S"
              IF TAB-EQP-SUPERVISOR (WS-IDX-EQP)
                 = TAB-CRT-SUPERVISOR (WS-IDX)
                 MOVE "S" TO WS-EQP-ACHADA
                 ADD 1 TO TAB-EQP-VENDEDORES (WS-IDX-EQP)
                 ADD TAB-CRT-QTD (WS-IDX)
                    TO TAB-EQP-QTD (WS-IDX-EQP)
                 ADD TAB-CRT-ATIVOS (WS-IDX)
                    TO TAB-EQP-ATIVOS (WS-IDX-EQP)
                 ADD TAB-CRT-INATIVOS (WS-IDX)
                    TO TAB-EQP-INATIVOS (WS-IDX-EQP)
                 ADD TAB-CRT-BACKUPS (WS-IDX)
                    TO TAB-EQP-BACKUPS (WS-IDX-EQP)
              END-IF
           END-PERFORM
           IF WS-EQP-ACHADA NOT = "S"
              AND WS-QTD-EQUIPES < 300
              ADD 1 TO WS-QTD-EQUIPES
              MOVE TAB-CRT-SUPERVISOR (WS-IDX)
                 TO TAB-EQP-SUPERVISOR (WS-QTD-EQUIPES)
              MOVE TAB-CRT-GERENTE (WS-IDX)
                 TO TAB-EQP-GERENTE (WS-QTD-EQUIPES)
              MOVE 1 TO TAB-EQP-VENDEDORES (WS-QTD-EQUIPES)
              MOVE TAB-CRT-QTD (WS-IDX)
                 TO TAB-EQP-QTD (WS-QTD-EQUIPES)
              MOVE TAB-CRT-ATIVOS (WS-IDX)
                 TO TAB-EQP-ATIVOS (WS-QTD-EQUIPES)
              MOVE TAB-CRT-INATIVOS (WS-IDX)
                 TO TAB-EQP-INATIVOS (WS-QTD-EQUIPES)
              MOVE TAB-CRT-BACKUPS (WS-IDX)
                 TO TAB-EQP-BACKUPS (WS-QTD-EQUIPES)
           END-IF
           MOVE SPACES TO WS-EQP-ACHADA
           PERFORM VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-GERENCIAS
                 OR WS-EQP-ACHADA = "S"
              IF TAB-GER-GERENTE (WS-IDX-EQP)
                 = TAB-CRT-GERENTE (WS-IDX)
                 MOVE "S" TO WS-EQP-ACHADA
                 ADD 1 TO TAB-GER-VENDEDORES (WS-IDX-EQP)
                 ADD TAB-CRT-QTD (WS-IDX)
                    TO TAB-GER-QTD (WS-IDX-EQP)
                 ADD TAB-CRT-ATIVOS (WS-IDX)
                    TO TAB-GER-ATIVOS (WS-IDX-EQP)
                 ADD TAB-CRT-INATIVOS (WS-IDX)
                    TO TAB-GER-INATIVOS (WS-IDX-EQP)
                 ADD TAB-CRT-BACKUPS (WS-IDX)
                    TO TAB-GER-BACKUPS (WS-IDX-EQP)
              END-IF
           END-PERFORM
           IF WS-EQP-ACHADA NOT = "S"
              AND WS-QTD-GERENCIAS < 100
              ADD 1 TO WS-QTD-GERENCIAS
              MOVE TAB-CRT-GERENTE (WS-IDX)
                 TO TAB-GER-GERENTE (WS-QTD-GERENCIAS)
              MOVE 1 TO TAB-GER-VENDEDORES (WS-QTD-GERENCIAS)
              MOVE TAB-CRT-QTD (WS-IDX)
                 TO TAB-GER-QTD (WS-QTD-GERENCIAS)
              MOVE TAB-CRT-ATIVOS (WS-IDX)
                 TO TAB-GER-ATIVOS (WS-QTD-GERENCIAS)
              MOVE TAB-CRT-INATIVOS (WS-IDX)
                 TO TAB-GER-INATIVOS (WS-QTD-GERENCIAS)
              MOVE TAB-CRT-BACKUPS (WS-IDX)
                 TO TAB-GER-BACKUPS (WS-QTD-GERENCIAS)
           END-IF
           .
       IMPRIME-SUBTOTAL-EQUIPE.
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-EQUIPE AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
           PERFORM IMPRIME-LINHA-EQUIPE
              VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-EQUIPES
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-GERENCIA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2        AFTER 1 LINES
           PERFORM IMPRIME-LINHA-GERENCIA
              VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-GERENCIAS
           .
       IMPRIME-LINHA-EQUIPE.
           MOVE TAB-EQP-SUPERVISOR (WS-IDX-EQP) TO WS-LIDER-BUSCA
           PERFORM BUSCA-NOME-LIDER
           MOVE TAB-EQP-SUPERVISOR (WS-IDX-EQP) TO DET-EQP-CODIGO
           MOVE WS-LIDER-NOME                   TO DET-EQP-NOME
           MOVE TAB-EQP-GERENTE (WS-IDX-EQP)    TO DET-EQP-GERENTE
           MOVE TAB-EQP-VENDEDORES (WS-IDX-EQP) TO DET-EQP-VENDEDORES
           MOVE TAB-EQP-QTD (WS-IDX-EQP)        TO DET-EQP-QTD
           MOVE TAB-EQP-ATIVOS (WS-IDX-EQP)     TO DET-EQP-ATIVOS
           MOVE TAB-EQP-INATIVOS (WS-IDX-EQP)   TO DET-EQP-INATIVOS
           MOVE TAB-EQP-BACKUPS (WS-IDX-EQP)    TO DET-EQP-BACKUPS
           WRITE LINHA FROM DETALHE-EQUIPE AFTER 1 LINES
           .
       IMPRIME-LINHA-GERENCIA.
           MOVE TAB-GER-GERENTE (WS-IDX-EQP) TO WS-LIDER-BUSCA
           PERFORM BUSCA-NOME-LIDER
           MOVE TAB-GER-GERENTE (WS-IDX-EQP)    TO DET-EQP-CODIGO
           MOVE WS-LIDER-NOME                   TO DET-EQP-NOME
           MOVE TAB-GER-GERENTE (WS-IDX-EQP)    TO DET-EQP-GERENTE
           MOVE TAB-GER-VENDEDORES (WS-IDX-EQP) TO DET-EQP-VENDEDORES
           MOVE TAB-GER-QTD (WS-IDX-EQP)        TO DET-EQP-QTD
           MOVE TAB-GER-ATIVOS (WS-IDX-EQP)     TO DET-EQP-ATIVOS
           MOVE TAB-GER-INATIVOS (WS-IDX-EQP)   TO DET-EQP-INATIVOS
           MOVE TAB-GER-BACKUPS (WS-IDX-EQP)    TO DET-EQP-BACKUPS
           WRITE LINHA FROM DETALHE-EQUIPE AFTER 1 LINES
           .
       BUSCA-NOME-LIDER.
      *    O NOME DO LIDER VEM DA PROPRIA TABELA DE VENDEDORES;
      *    CODIGO ZERO E O GRUPO SEM EQUIPE.
           IF WS-LIDER-BUSCA = ZEROS
              MOVE "SEM EQUIPE" TO WS-LIDER-NOME
              EXIT PARAGRAPH
           END-IF
           MOVE "*** LIDER NAO CADASTRADO ***" TO WS-LIDER-NOME
           PERFORM VARYING WS-IDX-LIDER FROM 1 BY 1
              UNTIL WS-IDX-LIDER > WS-QTD-VENDEDORES
              IF TAB-CRT-CODIGO (WS-IDX-LIDER) = WS-LIDER-BUSCA
                 MOVE TAB-CRT-NOME (WS-IDX-LIDER) TO WS-LIDER-NOME
              END-IF
           END-PERFORM
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
