      *    PESOCART/PESOCOBER (PADRAO 40/30/20/10). IMPRIME O
      *    RANKING E UMA PAGINA DE DETALHE POR VENDEDOR EM
      *    RSCORE.TXT. RODA NOS EXTRAS DE FECHAMENTO DO PROGLOTE.
      *    APOS O RANKING SAEM OS SUBTOTAIS POR EQUIPE (SUPERVISOR)
      *    E POR GERENCIA - VENDEDORES, META, VENDIDO E SCORE MEDIO
      *    -, PELA HIERARQUIA VIGENTE NA DATA DA EXECUCAO
      *    (EQUIPE.DAT, PROG47, LIDA PELO EQUIPLER).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 WS-COMP-VENDA            PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-COMP-CART             PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-COMP-COBER            PIC 9(03)V9(02) VALUE ZEROS.
       COPY "AREA-EQUIPE.cpy".
       77 WS-QTD-EQUIPES           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-GERENCIAS         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-EQP               PIC 9(03) VALUE ZEROS.
       77 WS-EQP-ACHADA            PIC X(01) VALUE SPACES.
       77 WS-LIDER-BUSCA           PIC 9(05) VALUE ZEROS.
       77 WS-LIDER-NOME            PIC X(40) VALUE SPACES.
       77 WS-IDX-LIDER             PIC 9(04) VALUE ZEROS.
       01 TABELA-SCORE.
          02 SCO-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-SCO-CODIGO     PIC 9(05).
             03 TAB-SCO-QTD-CART   PIC 9(05).
             03 TAB-SCO-QTD-DIST   PIC 9(05).
             03 TAB-SCO-SCORE      PIC 9(03)V9(02).
             03 TAB-SCO-SUPERVISOR PIC 9(05).
             03 TAB-SCO-GERENTE    PIC 9(05).
       01 AREA-TROCA-SCORE.
          02 TRC-SCO-CODIGO        PIC 9(05).
          02 TRC-SCO-NOME          PIC X(40).
          02 TRC-SCO-QTD-CART      PIC 9(05).
          02 TRC-SCO-QTD-DIST      PIC 9(05).
          02 TRC-SCO-SCORE         PIC 9(03)V9(02).
          02 TRC-SCO-SUPERVISOR    PIC 9(05).
          02 TRC-SCO-GERENTE       PIC 9(05).
      *    SUBTOTAIS POR EQUIPE (CODIGO DO SUPERVISOR, ZERO = SEM
      *    EQUIPE) E POR GERENCIA (CODIGO DO GERENTE).
       01 TABELA-EQUIPES.
          02 EQUIPE-OCORRENCIA OCCURS 300 TIMES.
             03 TAB-EQP-SUPERVISOR PIC 9(05).
             03 TAB-EQP-GERENTE    PIC 9(05).
             03 TAB-EQP-QTD        PIC 9(04).
             03 TAB-EQP-META       PIC 9(11)V9(02).
             03 TAB-EQP-VENDIDO    PIC 9(13)V9(02).
             03 TAB-EQP-SCORE      PIC 9(07)V9(02).
       01 TABELA-GERENCIAS.
          02 GERENCIA-OCORRENCIA OCCURS 100 TIMES.
             03 TAB-GER-GERENTE    PIC 9(05).
             03 TAB-GER-QTD        PIC 9(04).
             03 TAB-GER-META       PIC 9(11)V9(02).
             03 TAB-GER-VENDIDO    PIC 9(13)V9(02).
             03 TAB-GER-SCORE      PIC 9(07)V9(02).
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 FILLER                PIC X(09) VALUE "  PESO:  ".
          02 DETC-PESO             PIC ZZ9.

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
          02 DET-EQP-QTD           PIC ZZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-EQP-META          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-EQP-VENDIDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(15) VALUE
             "  SCORE MEDIO: ".
          02 DET-EQP-SCORE         PIC ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
                    TAB-SCO-QTD-DIST (WS-QTD-VENDEDORES)
                 MOVE ZEROS TO
                    TAB-SCO-SCORE (WS-QTD-VENDEDORES)
                 MOVE VEN-CODIGO      TO WS-EQP-CODIGO
                 MOVE WS-DATA-SISTEMA TO WS-EQP-DATA
                 CALL "EQUIPLER" USING WS-AREA-EQUIPE
                 MOVE WS-EQP-SUPERVISOR TO
                    TAB-SCO-SUPERVISOR (WS-QTD-VENDEDORES)
                 MOVE WS-EQP-GERENTE TO
                    TAB-SCO-GERENTE (WS-QTD-VENDEDORES)
              END-IF
           END-PERFORM
           CANCEL "EQUIPLER"
           .
       ACUMULA-VENDAS.
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           PERFORM IMPRIME-LINHA-RANKING
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-VENDEDORES
           PERFORM IMPRIME-SUBTOTAL-EQUIPE
           PERFORM IMPRIME-DETALHE-VENDEDOR
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-VENDEDORES
           MOVE TAB-SCO-NOME (WS-IDX)    TO DET-NOME
           MOVE TAB-SCO-SCORE (WS-IDX)   TO DET-SCORE
           WRITE LINHA FROM DETALHE-RANKING AFTER 1 LINES
           PERFORM ACUMULA-EQUIPE
           PERFORM ACUMULA-GERENCIA
           .
       ACUMULA-EQUIPE.
           MOVE SPACES TO WS-EQP-ACHADA
           PERFORM VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-EQUIPES
                 OR WS-EQP-ACHADA = "S"
              IF TAB-EQP-SUPERVISOR (WS-IDX-EQP)
                 = TAB-SCO-SUPERVISOR (WS-IDX)
                 MOVE "S" TO WS-EQP-ACHADA
                 ADD 1 TO TAB-EQP-QTD (WS-IDX-EQP)
                 ADD TAB-SCO-META (WS-IDX)
                    TO TAB-EQP-META (WS-IDX-EQP)
                 ADD TAB-SCO-VENDIDO (WS-IDX)
                    TO TAB-EQP-VENDIDO (WS-IDX-EQP)
                 ADD TAB-SCO-SCORE (WS-IDX)
                    TO TAB-EQP-SCORE (WS-IDX-EQP)
              END-IF
           END-PERFORM
           IF WS-EQP-ACHADA NOT = "S"
              AND WS-QTD-EQUIPES < 300
              ADD 1 TO WS-QTD-EQUIPES
              MOVE TAB-SCO-SUPERVISOR (WS-IDX)
                 TO TAB-EQP-SUPERVISOR (WS-QTD-EQUIPES)
              MOVE TAB-SCO-GERENTE (WS-IDX)
                 TO TAB-EQP-GERENTE (WS-QTD-EQUIPES)
              MOVE 1 TO TAB-EQP-QTD (WS-QTD-EQUIPES)
              MOVE TAB-SCO-META (WS-IDX)
                 TO TAB-EQP-META (WS-QTD-EQUIPES)
              MOVE TAB-SCO-VENDIDO (WS-IDX)
                 TO TAB-EQP-VENDIDO (WS-QTD-EQUIPES)
              MOVE TAB-SCO-SCORE (WS-IDX)
                 TO TAB-EQP-SCORE (WS-QTD-EQUIPES)
           END-IF
           .
       ACUMULA-GERENCIA.
           MOVE SPACES TO WS-EQP-ACHADA
           PERFORM VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-GERENCIAS
                 OR WS-EQP-ACHADA = "S"
              IF TAB-GER-GERENTE (WS-IDX-EQP)
                 = TAB-SCO-GERENTE (WS-IDX)
                 MOVE "S" TO WS-EQP-ACHADA
                 ADD 1 TO TAB-GER-QTD (WS-IDX-EQP)
                 ADD TAB-SCO-META (WS-IDX)
                    TO TAB-GER-META (WS-IDX-EQP)
                 ADD TAB-SCO-VENDIDO (WS-IDX)
                    TO TAB-GER-VENDIDO (WS-IDX-EQP)
                 ADD TAB-SCO-SCORE (WS-IDX)
                    TO TAB-GER-SCORE (WS-IDX-EQP)
              END-IF
           END-PERFORM
           IF WS-EQP-ACHADA NOT = "S"
              AND WS-QTD-GERENCIAS < 100
              ADD 1 TO WS-QTD-GERENCIAS
              MOVE TAB-SCO-GERENTE (WS-IDX)
                 TO TAB-GER-GERENTE (WS-QTD-GERENCIAS)
              MOVE 1 TO TAB-GER-QTD (WS-QTD-GERENCIAS)
              MOVE TAB-SCO-META (WS-IDX)
                 TO TAB-GER-META (WS-QTD-GERENCIAS)
              MOVE TAB-SCO-VENDIDO (WS-IDX)
                 TO TAB-GER-VENDIDO (WS-QTD-GERENCIAS)
              MOVE TAB-SCO-SCORE (WS-IDX)
                 TO TAB-GER-SCORE (WS-QTD-GERENCIAS)
           END-IF
           .
       IMPRIME-SUBTOTAL-EQUIPE.
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-EQUIPE AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO  AFTER 1 LINES
           PERFORM IMPRIME-LINHA-EQUIPE
              VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-EQUIPES
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-GERENCIA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO    AFTER 1 LINES
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
           MOVE TAB-EQP-QTD (WS-IDX-EQP)        TO DET-EQP-QTD
           MOVE TAB-EQP-META (WS-IDX-EQP)       TO DET-EQP-META
           MOVE TAB-EQP-VENDIDO (WS-IDX-EQP)    TO DET-EQP-VENDIDO
           COMPUTE DET-EQP-SCORE ROUNDED =
              TAB-EQP-SCORE (WS-IDX-EQP) / TAB-EQP-QTD (WS-IDX-EQP)
           WRITE LINHA FROM DETALHE-EQUIPE AFTER 1 LINES
           .
       IMPRIME-LINHA-GERENCIA.
           MOVE TAB-GER-GERENTE (WS-IDX-EQP) TO WS-LIDER-BUSCA
           PERFORM BUSCA-NOME-LIDER
           MOVE TAB-GER-GERENTE (WS-IDX-EQP) TO DET-EQP-CODIGO
           MOVE WS-LIDER-NOME                TO DET-EQP-NOME
           MOVE TAB-GER-GERENTE (WS-IDX-EQP) TO DET-EQP-GERENTE
           MOVE TAB-GER-QTD (WS-IDX-EQP)     TO DET-EQP-QTD
           MOVE TAB-GER-META (WS-IDX-EQP)    TO DET-EQP-META
           MOVE TAB-GER-VENDIDO (WS-IDX-EQP) TO DET-EQP-VENDIDO
           COMPUTE DET-EQP-SCORE ROUNDED =
              TAB-GER-SCORE (WS-IDX-EQP) / TAB-GER-QTD (WS-IDX-EQP)
           WRITE LINHA FROM DETALHE-EQUIPE AFTER 1 LINES
           .
       BUSCA-NOME-LIDER.
      *    O NOME DO LIDER VEM DA PROPRIA TABELA DE VENDEDORES
      *    ATIVOS; CODIGO ZERO E O GRUPO SEM EQUIPE.
           IF WS-LIDER-BUSCA = ZEROS
              MOVE "SEM EQUIPE" TO WS-LIDER-NOME
              EXIT PARAGRAPH
           END-IF
           MOVE "*** LIDER INATIVO ***" TO WS-LIDER-NOME
           PERFORM VARYING WS-IDX-LIDER FROM 1 BY 1
              UNTIL WS-IDX-LIDER > WS-QTD-VENDEDORES
              IF TAB-SCO-CODIGO (WS-IDX-LIDER) = WS-LIDER-BUSCA
                 MOVE TAB-SCO-NOME (WS-IDX-LIDER) TO WS-LIDER-NOME
              END-IF
           END-PERFORM
           .
       IMPRIME-DETALHE-VENDEDOR.
      *    UMA PAGINA POR VENDEDOR, COM A ABERTURA DE CADA
