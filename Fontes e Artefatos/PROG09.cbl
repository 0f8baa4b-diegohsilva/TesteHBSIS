      *    (VENDHIST.DAT, MANTIDO PELO PROGCONSVEN) QUANDO A
      *    COMPETENCIA JA FOI CONSOLIDADA; SO NA FALTA DELE O
      *    PROGRAMA VOLTA A VARRER PEDIDO.DAT COMO ANTIGAMENTE.
      *    AS DEVOLUCOES DIGITADAS NA COMPETENCIA (PROG44) SAEM DA
      *    VENDA DO VENDEDOR DO PEDIDO ORIGINAL: PELO VALOR
      *    DEVOLVIDO DO HISTORICO OU, NA VARREDURA, PELOS RESUMOS
      *    DE DEVOLUC.DAT. A VENDA LIQUIDA NUNCA FICA NEGATIVA.
      *    BONIFICACAO (PED-TIPO "B") NAO CONTA COMO VENDA, NEM NA
      *    VARREDURA NEM NO HISTORICO.
      *    DEPOIS DAS UFS VEM OS SUBTOTAIS POR EQUIPE (SUPERVISOR) E
      *    POR GERENCIA, PELA HIERARQUIA VIGENTE NO FIM DA
      *    COMPETENCIA (EQUIPE.DAT, PROG47, LIDA PELO EQUIPLER);
      *    VENDEDOR SEM EQUIPE NA DATA SAI EM "SEM EQUIPE".
      *    SO ENTRAM OS VENDEDORES DA EMPRESA DA SESSAO (VEN-EMPRESA;
      *    ZERO = EMPRESA 01); EM BATCH, SEM SESSAO, ENTRAM TODOS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FECHACMP.

           SELECT ARQ-DEVOLUC ASSIGN TO DISK WID-ARQ-DEVOLUC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEVOLUC.

           SELECT RELATORIO ASSIGN TO "RMETA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       COPY "ARQ-META.FD".
       COPY "ARQ-VENDHIST.FD".
       COPY "ARQ-FECHACMP.FD".
       COPY "ARQ-DEVOLUC.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-META             PIC X(50) VALUE SPACES.
       77 WID-ARQ-FECHACMP         PIC X(50) VALUE SPACES.
       77 WS-EMPRESA-SESSAO        PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-VENDEDOR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FECHACMP    PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-VENDHIST         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-VENDHIST    PIC 9(02) VALUE ZEROS.
       77 WS-HIST-DISPONIVEL       PIC X(01) VALUE "N".
       77 WS-HIST-TEM-COMPET       PIC X(01) VALUE "N".
       77 WS-FIM-HIST              PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-DEVOLUC          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEVOLUC     PIC 9(02) VALUE ZEROS.
       77 WS-FIM-DEVOLUCOES        PIC 9(01) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-META        PIC 9(02) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-IDX-UF                PIC 9(02) VALUE ZEROS.
       77 WS-UF-ACHADA             PIC X(01) VALUE SPACES.
       COPY "AREA-EQUIPE.cpy".
       77 WS-DATA-EQUIPE           PIC 9(08) VALUE ZEROS.
       77 WS-QTD-EQUIPES           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-GERENCIAS         PIC 9(03) VALUE ZEROS.
       77 WS-IDX-EQP               PIC 9(03) VALUE ZEROS.
       77 WS-EQP-ACHADA            PIC X(01) VALUE SPACES.
       77 WS-LIDER-BUSCA           PIC 9(05) VALUE ZEROS.
       77 WS-LIDER-NOME            PIC X(40) VALUE SPACES.
       77 WS-IDX-LIDER             PIC 9(04) VALUE ZEROS.
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
             03 TAB-MET-META          PIC 9(09)V9(02).
             03 TAB-MET-VENDIDO       PIC 9(11)V9(02).
             03 TAB-MET-PCT           PIC 9(05)V9(02).
             03 TAB-MET-SUPERVISOR    PIC 9(05).
             03 TAB-MET-GERENTE       PIC 9(05).

       01 AREA-TROCA-META.
          02 TRC-MET-CODIGO           PIC 9(05).
          02 TRC-MET-META             PIC 9(09)V9(02).
          02 TRC-MET-VENDIDO          PIC 9(11)V9(02).
          02 TRC-MET-PCT              PIC 9(05)V9(02).
          02 TRC-MET-SUPERVISOR       PIC 9(05).
          02 TRC-MET-GERENTE          PIC 9(05).

       01 TABELA-UF.
          02 UF-OCORRENCIA OCCURS 30 TIMES.
             03 TAB-UF-META           PIC 9(11)V9(02).
             03 TAB-UF-VENDIDO        PIC 9(13)V9(02).

      *    SUBTOTAIS POR EQUIPE (CODIGO DO SUPERVISOR, ZERO = SEM
      *    EQUIPE) E POR GERENCIA (CODIGO DO GERENTE).
       01 TABELA-EQUIPES.
          02 EQUIPE-OCORRENCIA OCCURS 300 TIMES.
             03 TAB-EQP-SUPERVISOR    PIC 9(05).
             03 TAB-EQP-GERENTE       PIC 9(05).
             03 TAB-EQP-QTD           PIC 9(04).
             03 TAB-EQP-META          PIC 9(11)V9(02).
             03 TAB-EQP-VENDIDO       PIC 9(13)V9(02).

       01 TABELA-GERENCIAS.
          02 GERENCIA-OCORRENCIA OCCURS 100 TIMES.
             03 TAB-GER-GERENTE       PIC 9(05).
             03 TAB-GER-QTD           PIC 9(04).
             03 TAB-GER-META          PIC 9(11)V9(02).
             03 TAB-GER-VENDIDO       PIC 9(13)V9(02).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(34) VALUE SPACES.
          02 FILLER                PIC X(04) VALUE SPACES.
          02 DET-UF-PCT            PIC ZZ.ZZ9,99.

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
          02 FILLER                PIC X(04) VALUE SPACES.
          02 DET-EQP-VENDIDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(04) VALUE SPACES.
          02 DET-EQP-PCT           PIC ZZ.ZZ9,99.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 WS-MODO-EXECUCAO   PIC X(01).
           END-IF

           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           CALL "EMPRLER" USING OPERADOR WS-EMPRESA-SESSAO
           CANCEL "EMPRLER"
           IF MODO-INTERATIVO
              PERFORM ACEITA-COMPETENCIA
           ELSE
              COMPUTE WS-COMPETENCIA =
                 (WS-HOJE-ANO * 100) + WS-HOJE-MES
           END-IF
      *    A EQUIPE E A VIGENTE NO FIM DA COMPETENCIA (DIA 31 SERVE
      *    PARA QUALQUER MES NA COMPARACAO AAAAMMDD).
           COMPUTE WS-DATA-EQUIPE = (WS-COMPETENCIA * 100) + 31

           MOVE "META.DAT" TO WID-ARQ-META
           OPEN INPUT ARQ-META
           PERFORM IMPRIMIR-CABECALHO
           PERFORM IMPRIME-RANKING
           PERFORM IMPRIME-SUBTOTAL-UF
           PERFORM IMPRIME-SUBTOTAL-EQUIPE
           CLOSE RELATORIO

           IF MODO-INTERATIVO
              READ ARQ-VENDEDOR NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              MOVE VEN-EMPRESA TO WS-EMPRESA-VENDEDOR
              IF WS-EMPRESA-VENDEDOR = ZEROS
                 MOVE 01 TO WS-EMPRESA-VENDEDOR
              END-IF
              IF CONTROLE-FIM NOT = 1 AND VEN-ATIVO
                 AND (WS-EMPRESA-SESSAO = ZEROS
                    OR WS-EMPRESA-VENDEDOR = WS-EMPRESA-SESSAO)
                 ADD 1 TO WS-QTD-VENDEDORES
                 MOVE VEN-CODIGO
                    TO TAB-MET-CODIGO (WS-QTD-VENDEDORES)
                    TO TAB-MET-VENDIDO (WS-QTD-VENDEDORES)
                 MOVE ZEROS
                    TO TAB-MET-PCT (WS-QTD-VENDEDORES)
                 MOVE VEN-CODIGO     TO WS-EQP-CODIGO
                 MOVE WS-DATA-EQUIPE TO WS-EQP-DATA
                 CALL "EQUIPLER" USING WS-AREA-EQUIPE
                 MOVE WS-EQP-SUPERVISOR
                    TO TAB-MET-SUPERVISOR (WS-QTD-VENDEDORES)
                 MOVE WS-EQP-GERENTE
                    TO TAB-MET-GERENTE (WS-QTD-VENDEDORES)
              END-IF
           END-PERFORM
           CANCEL "EQUIPLER"
           .
       BUSCA-META-COMPETENCIA.
           IF WS-META-DISPONIVEL = "S"
           MOVE WS-COMPETENCIA          TO VNH-COMPETENCIA
           READ ARQ-VENDHIST
           IF WS-RESULTADO-VENDHIST = 00
              IF VNH-VALOR-DEVOLVIDO GREATER VNH-VALOR-BRUTO
                 MOVE ZEROS TO TAB-MET-VENDIDO (WS-IDX)
              ELSE
                 COMPUTE TAB-MET-VENDIDO (WS-IDX) =
                    VNH-VALOR-BRUTO - VNH-VALOR-DEVOLVIDO
              END-IF
           END-IF
           .
       VARRE-PEDIDOS-VENDAS.
              IF CONTROLE-FIM NOT = 1
                 AND PED-COMPETENCIA = WS-COMPETENCIA
                 AND PED-ATIVO
                 AND NOT PED-BONIFICACAO
                 PERFORM SOMA-VENDA-VENDEDOR
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VENDEDORES
              END-IF
           END-PERFORM
           CLOSE ARQ-PEDIDO
           PERFORM ABATE-DEVOLUCOES-VENDAS
           .
       SOMA-VENDA-VENDEDOR.
           IF TAB-MET-CODIGO (WS-IDX) = PED-VEN-CODIGO
              ADD PED-VALOR TO TAB-MET-VENDIDO (WS-IDX)
           END-IF
           .
       ABATE-DEVOLUCOES-VENDAS.
           MOVE "DEVOLUC.DAT" TO WID-ARQ-DEVOLUC
           OPEN INPUT ARQ-DEVOLUC
           IF WS-RESULTADO-DEVOLUC NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-DEVOLUCOES
           PERFORM UNTIL WS-FIM-DEVOLUCOES = 1
              READ ARQ-DEVOLUC NEXT AT END
                 MOVE 1 TO WS-FIM-DEVOLUCOES
              END-READ
              IF WS-FIM-DEVOLUCOES NOT = 1
                 AND DEV-ITE-SEQUENCIA = ZEROS
                 AND DEV-COMPETENCIA = WS-COMPETENCIA
                 PERFORM ABATE-DEVOLUCAO-VENDEDOR
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VENDEDORES
              END-IF
           END-PERFORM
           CLOSE ARQ-DEVOLUC
           .
       ABATE-DEVOLUCAO-VENDEDOR.
           IF TAB-MET-CODIGO (WS-IDX) = DEV-VEN-CODIGO
              IF DEV-VALOR-TOTAL GREATER TAB-MET-VENDIDO (WS-IDX)
                 MOVE ZEROS TO TAB-MET-VENDIDO (WS-IDX)
              ELSE
                 SUBTRACT DEV-VALOR-TOTAL
                    FROM TAB-MET-VENDIDO (WS-IDX)
              END-IF
           END-IF
           .
       CALCULAR-ATINGIMENTO.
           IF TAB-MET-META (WS-IDX) = ZEROS
              MOVE ZEROS TO TAB-MET-PCT (WS-IDX)
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           PERFORM ACUMULA-UF
           PERFORM ACUMULA-EQUIPE
           PERFORM ACUMULA-GERENCIA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       ACUMULA-EQUIPE.
           MOVE SPACES TO WS-EQP-ACHADA
           PERFORM VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-EQUIPES
                 OR WS-EQP-ACHADA = "S"
              IF TAB-EQP-SUPERVISOR (WS-IDX-EQP)
                 = TAB-MET-SUPERVISOR (WS-IDX)
                 MOVE "S" TO WS-EQP-ACHADA
                 ADD 1 TO TAB-EQP-QTD (WS-IDX-EQP)
                 ADD TAB-MET-META (WS-IDX)
                    TO TAB-EQP-META (WS-IDX-EQP)
                 ADD TAB-MET-VENDIDO (WS-IDX)
                    TO TAB-EQP-VENDIDO (WS-IDX-EQP)
              END-IF
           END-PERFORM
           IF WS-EQP-ACHADA NOT = "S"
              AND WS-QTD-EQUIPES < 300
              ADD 1 TO WS-QTD-EQUIPES
              MOVE TAB-MET-SUPERVISOR (WS-IDX)
                 TO TAB-EQP-SUPERVISOR (WS-QTD-EQUIPES)
              MOVE TAB-MET-GERENTE (WS-IDX)
                 TO TAB-EQP-GERENTE (WS-QTD-EQUIPES)
              MOVE 1 TO TAB-EQP-QTD (WS-QTD-EQUIPES)
              MOVE TAB-MET-META (WS-IDX)
                 TO TAB-EQP-META (WS-QTD-EQUIPES)
              MOVE TAB-MET-VENDIDO (WS-IDX)
                 TO TAB-EQP-VENDIDO (WS-QTD-EQUIPES)
           END-IF
           .
       ACUMULA-GERENCIA.
           MOVE SPACES TO WS-EQP-ACHADA
           PERFORM VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-GERENCIAS
                 OR WS-EQP-ACHADA = "S"
              IF TAB-GER-GERENTE (WS-IDX-EQP)
                 = TAB-MET-GERENTE (WS-IDX)
                 MOVE "S" TO WS-EQP-ACHADA
                 ADD 1 TO TAB-GER-QTD (WS-IDX-EQP)
                 ADD TAB-MET-META (WS-IDX)
                    TO TAB-GER-META (WS-IDX-EQP)
                 ADD TAB-MET-VENDIDO (WS-IDX)
                    TO TAB-GER-VENDIDO (WS-IDX-EQP)
              END-IF
           END-PERFORM
           IF WS-EQP-ACHADA NOT = "S"
              AND WS-QTD-GERENCIAS < 100
              ADD 1 TO WS-QTD-GERENCIAS
              MOVE TAB-MET-GERENTE (WS-IDX)
                 TO TAB-GER-GERENTE (WS-QTD-GERENCIAS)
              MOVE 1 TO TAB-GER-QTD (WS-QTD-GERENCIAS)
              MOVE TAB-MET-META (WS-IDX)
                 TO TAB-GER-META (WS-QTD-GERENCIAS)
              MOVE TAB-MET-VENDIDO (WS-IDX)
                 TO TAB-GER-VENDIDO (WS-QTD-GERENCIAS)
           END-IF
           .
       IMPRIME-SUBTOTAL-EQUIPE.
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-EQUIPE AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           PERFORM IMPRIME-LINHA-EQUIPE
              VARYING WS-IDX-EQP FROM 1 BY 1
              UNTIL WS-IDX-EQP > WS-QTD-EQUIPES
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-GERENCIA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2        AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
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
           IF TAB-EQP-META (WS-IDX-EQP) = ZEROS
              MOVE ZEROS TO DET-EQP-PCT
           ELSE
              COMPUTE DET-EQP-PCT ROUNDED =
                 TAB-EQP-VENDIDO (WS-IDX-EQP) * 100
                    / TAB-EQP-META (WS-IDX-EQP)
           END-IF
           WRITE LINHA FROM DETALHE-EQUIPE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
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
           IF TAB-GER-META (WS-IDX-EQP) = ZEROS
              MOVE ZEROS TO DET-EQP-PCT
           ELSE
              COMPUTE DET-EQP-PCT ROUNDED =
                 TAB-GER-VENDIDO (WS-IDX-EQP) * 100
                    / TAB-GER-META (WS-IDX-EQP)
           END-IF
           WRITE LINHA FROM DETALHE-EQUIPE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
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
              IF TAB-MET-CODIGO (WS-IDX-LIDER) = WS-LIDER-BUSCA
                 MOVE TAB-MET-NOME (WS-IDX-LIDER) TO WS-LIDER-NOME
              END-IF
           END-PERFORM
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
