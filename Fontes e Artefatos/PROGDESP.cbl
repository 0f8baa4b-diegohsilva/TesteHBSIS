       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDESP.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** FECHAMENTO DAS DESPESAS DE VIAGEM ********
      *    RECALCULA, PELO CALCDESP, O DEMONSTRATIVO DE DESPESAS DE
      *    VIAGEM DE TODOS OS VENDEDORES NA COMPETENCIA (KM DO
      *    ROTEIRO PELAS VISITAS BAIXADAS, ITENS LIMITADOS PELOS
      *    TETOS DIARIOS) E EMITE O DEMONSTRATIVO POR VENDEDOR EM
      *    RDESPESA.TXT: KM DECLARADO X CALCULADO, ITENS COM O VALOR
      *    ACEITO, SITUACAO DA APROVACAO (PROG49) E, AO LADO, A
      *    COMISSAO DO LEDGER (COMISLED.DAT) COM O TOTAL A PAGAR.
      *    LINHA JA APROVADA, ENVIADA A FOLHA OU PAGA NAO E
      *    RECALCULADA, SO LISTADA.
      *    COMPETENCIA NO CARTAO SYSIN (AAAAMM); VAZIO VALE O MES
      *    CORRENTE. RODA NOS EXTRAS DE FECHAMENTO DE MES DO
      *    PROGLOTE, DEPOIS DAS COMISSOES (PROG08).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-DESPESA ASSIGN TO DISK WID-ARQ-DESPESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DSP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DESPESA.

           SELECT ARQ-DESPITEM ASSIGN TO DISK WID-ARQ-DESPITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DESPITEM.

           SELECT ARQ-COMLED ASSIGN TO DISK WID-ARQ-COMLED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CML-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-COMLED.

           SELECT RELATORIO ASSIGN TO "RDESPESA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-DESPESA.FD".
       COPY "ARQ-DESPITEM.FD".
       COPY "ARQ-COMLED.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-DESPESA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DESPITEM         PIC X(50) VALUE SPACES.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DESPESA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DESPITEM    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-COMLED      PIC 9(02) VALUE ZEROS.
       77 WS-ITENS-DISPONIVEL      PIC X(01) VALUE "N".
       77 WS-COMLED-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
       77 WS-PRIMEIRO-ITEM         PIC X(01) VALUE "S".
       77 WS-CARTAO-COMPETENCIA    PIC X(06) VALUE SPACES.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 WS-QTD-CALCULADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-BLOQUEADOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ERROS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LISTADOS          PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-COMISSAO        PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOTAL-A-PAGAR         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOT-KM                PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOT-DESPESAS          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOT-COMISSAO          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOT-A-PAGAR           PIC 9(11)V9(02) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).
       01 CAB-DATA                 PIC 99/99/9(04).

       COPY "AREA-DESPESA.cpy".

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(24) VALUE SPACES.
          02 FILLER       PIC X(52) VALUE
             "DEMONSTRATIVO DE DESPESAS DE VIAGEM - COMPETENCIA ".
          02 CABT-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(40) VALUES SPACES.

       01 CABECALHO-TRACO.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 DETALHE-VENDEDOR.
          02 FILLER                PIC X(09) VALUE "VENDEDOR ".
          02 DETV-CODIGO           PIC 9(05).
          02 FILLER                PIC X(03) VALUE " - ".
          02 DETV-NOME             PIC X(40).
          02 FILLER                PIC X(12) VALUE "  SITUACAO: ".
          02 DETV-STATUS           PIC X(01).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETV-OBSERVACAO       PIC X(40).

       01 DETALHE-KM.
          02 FILLER                PIC X(14) VALUE "KM DECLARADO: ".
          02 DETK-DECLARADO        PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(17) VALUE "  KM CALCULADO: ".
          02 DETK-CALCULADO        PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(17) VALUE "  KM REEMBOLSO: ".
          02 DETK-REEMBOLSO        PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(11) VALUE "  VISITAS: ".
          02 DETK-VISITAS          PIC ZZ.ZZ9.
          02 FILLER                PIC X(08) VALUE "  DIAS: ".
          02 DETK-DIAS             PIC Z9.
          02 FILLER                PIC X(12) VALUE "  SEM ROTA: ".
          02 DETK-SEM-ROTA         PIC ZZ.ZZ9.

       01 CABECALHO-ITENS.
          02 FILLER PIC X(41) VALUE
             "     SEQ DATA     TIPO              VALOR".
          02 FILLER PIC X(44) VALUE
             "       ACEITO COMPROVANTE          DESCRICAO".

       01 DETALHE-ITEM.
          02 FILLER                PIC X(05) VALUE SPACES.
          02 DETI-SEQ              PIC ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-DATA             PIC 9(08).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-TIPO             PIC X(10).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-VALOR            PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-ACEITO           PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-COMPROVANTE      PIC X(20).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-DESCRICAO        PIC X(30).

       01 DETALHE-VALORES.
          02 FILLER                PIC X(10) VALUE "VALOR KM: ".
          02 DETT-VALOR-KM         PIC ZZZ.ZZ9,99.
          02 FILLER                PIC X(10) VALUE "  OUTRAS: ".
          02 DETT-OUTRAS-DECL      PIC ZZZ.ZZ9,99.
          02 FILLER                PIC X(11) VALUE "  ACEITAS: ".
          02 DETT-OUTRAS           PIC ZZZ.ZZ9,99.
          02 FILLER                PIC X(11) VALUE "  DESPESA: ".
          02 DETT-TOTAL            PIC ZZZ.ZZ9,99.
          02 FILLER                PIC X(12) VALUE "  COMISSAO: ".
          02 DETT-COMISSAO         PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETT-STATUS-COM       PIC X(01).
          02 FILLER                PIC X(09) VALUE "  PAGAR: ".
          02 DETT-A-PAGAR          PIC ZZ.ZZZ.ZZ9,99.

       01 RODAPE-1.
          02 FILLER                PIC X(34) VALUE
             "VENDEDORES NO DEMONSTRATIVO.......".
          02 ROD-LISTADOS          PIC ZZ.ZZ9.

       01 RODAPE-2.
          02 FILLER                PIC X(34) VALUE
             "KM REEMBOLSADOS...................".
          02 ROD-KM                PIC ZZZ.ZZZ.ZZ9,99.

       01 RODAPE-3.
          02 FILLER                PIC X(34) VALUE
             "TOTAL DE DESPESAS.................".
          02 ROD-DESPESAS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 RODAPE-4.
          02 FILLER                PIC X(34) VALUE
             "TOTAL DE COMISSOES................".
          02 ROD-COMISSAO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 RODAPE-5.
          02 FILLER                PIC X(34) VALUE
             "TOTAL A PAGAR.....................".
          02 ROD-A-PAGAR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGDESP - INICIO DO FECHAMENTO DE DESPESAS"
           MOVE "PROGDESP" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGDESP - JA EXISTE FECHAMENTO EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA TO WS-HOJE-AAAAMMDD
           MOVE WS-DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE WS-MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE WS-ANO-SISTEMA TO CAB-DATA (7:4)
           ACCEPT WS-CARTAO-COMPETENCIA FROM SYSIN
           IF WS-CARTAO-COMPETENCIA IS NUMERIC
              AND WS-CARTAO-COMPETENCIA NOT = ZEROS
              AND WS-CARTAO-COMPETENCIA (5:2) NOT < "01"
              AND WS-CARTAO-COMPETENCIA (5:2) NOT > "12"
              MOVE WS-CARTAO-COMPETENCIA TO WS-COMPETENCIA
           ELSE
      *       SEM CARTAO SYSIN FECHA O MES CORRENTE, O MESMO DAS
      *       COMISSOES DO PROG08 NO FECHAMENTO.
              COMPUTE WS-COMPETENCIA =
                 (WS-ANO-SISTEMA * 100) + WS-MES-SISTEMA
           END-IF
           DISPLAY "PROGDESP - COMPETENCIA: " WS-COMPETENCIA

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "PROGDESP - VENDEDOR.DAT INDISPONIVEL."
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CALCULA-VENDEDORES

           MOVE "DESPESA.DAT" TO WID-ARQ-DESPESA
           OPEN INPUT ARQ-DESPESA
           IF WS-RESULTADO-DESPESA NOT = 00
              DISPLAY "PROGDESP - NENHUMA DESPESA A DEMONSTRAR."
              CLOSE ARQ-VENDEDOR
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "DESPITEM.DAT" TO WID-ARQ-DESPITEM
           OPEN INPUT ARQ-DESPITEM
           IF WS-RESULTADO-DESPITEM = 00
              MOVE "S" TO WS-ITENS-DISPONIVEL
           END-IF
           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           OPEN INPUT ARQ-COMLED
           IF WS-RESULTADO-COMLED = 00
              MOVE "S" TO WS-COMLED-DISPONIVEL
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA       TO CABT-DATA
           MOVE WS-COMPETENCIA TO CABT-COMPETENCIA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-TRACO  AFTER 1 LINE
           PERFORM IMPRIME-DEMONSTRATIVOS
           MOVE WS-QTD-LISTADOS TO ROD-LISTADOS
           MOVE WS-TOT-KM       TO ROD-KM
           MOVE WS-TOT-DESPESAS TO ROD-DESPESAS
           MOVE WS-TOT-COMISSAO TO ROD-COMISSAO
           MOVE WS-TOT-A-PAGAR  TO ROD-A-PAGAR
           WRITE LINHA FROM CABECALHO-TRACO AFTER 1 LINE
           WRITE LINHA FROM RODAPE-1 AFTER 1 LINE
           WRITE LINHA FROM RODAPE-2 AFTER 1 LINE
           WRITE LINHA FROM RODAPE-3 AFTER 1 LINE
           WRITE LINHA FROM RODAPE-4 AFTER 1 LINE
           WRITE LINHA FROM RODAPE-5 AFTER 1 LINE
           CLOSE RELATORIO
           CLOSE ARQ-DESPESA
           IF WS-ITENS-DISPONIVEL = "S"
              CLOSE ARQ-DESPITEM
           END-IF
           IF WS-COMLED-DISPONIVEL = "S"
              CLOSE ARQ-COMLED
           END-IF
           CLOSE ARQ-VENDEDOR
           DISPLAY "PROGDESP - DEMONSTRATIVOS CALCULADOS: "
              WS-QTD-CALCULADOS
           DISPLAY "PROGDESP - JA APROVADOS/PAGOS......: "
              WS-QTD-BLOQUEADOS
           DISPLAY "PROGDESP - VENDEDORES LISTADOS.....: "
              WS-QTD-LISTADOS
           PERFORM LIBERA-SEMAFORO
           IF WS-QTD-ERROS NOT = ZEROS
              DISPLAY "PROGDESP - ERROS DE GRAVACAO.......: "
                 WS-QTD-ERROS
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       CALCULA-VENDEDORES.
      *    TODO VENDEDOR DO CADASTRO PASSA PELO CALCULO: O INATIVADO
      *    NO MES AINDA TEM VISITAS E ITENS A REEMBOLSAR. QUEM NAO
      *    TEM MOVIMENTO VOLTA COM RESULTADO 3 E NAO GERA LINHA.
           MOVE ZEROS TO CONTROLE-FIM
           MOVE ZEROS TO VEN-CODIGO
           START ARQ-VENDEDOR KEY IS NOT LESS VEN-CODIGO
           IF WS-RESULTADO-VENDEDOR NOT = 00
              MOVE 1 TO CONTROLE-FIM
           END-IF
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-VENDEDOR NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 MOVE VEN-CODIGO       TO WS-DSP-VEN-CODIGO
                 MOVE WS-COMPETENCIA   TO WS-DSP-COMPETENCIA
                 MOVE ZEROS            TO WS-DSP-KM-DECLARADO
                 MOVE WS-HOJE-AAAAMMDD TO WS-DSP-DATA-CALCULO
                 CALL "CALCDESP" USING WS-AREA-DESPESA
                 EVALUATE WS-DSP-RESULTADO
                    WHEN 0
                       ADD 1 TO WS-QTD-CALCULADOS
                    WHEN 1
                       ADD 1 TO WS-QTD-BLOQUEADOS
                    WHEN 2
                       ADD 1 TO WS-QTD-ERROS
                       DISPLAY "PROGDESP - ERRO NA GRAVACAO DO "
                          "VENDEDOR " VEN-CODIGO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           CANCEL "CALCDESP"
           .
       IMPRIME-DEMONSTRATIVOS.
           MOVE ZEROS TO CONTROLE-FIM
           MOVE ZEROS TO DSP-VEN-CODIGO
           MOVE ZEROS TO DSP-COMPETENCIA
           START ARQ-DESPESA KEY IS NOT LESS DSP-CHAVE
           IF WS-RESULTADO-DESPESA NOT = 00
              MOVE 1 TO CONTROLE-FIM
           END-IF
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-DESPESA NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 AND DSP-COMPETENCIA = WS-COMPETENCIA
                 PERFORM IMPRIME-UM-VENDEDOR
              END-IF
           END-PERFORM
           .
       IMPRIME-UM-VENDEDOR.
           ADD 1 TO WS-QTD-LISTADOS
           MOVE DSP-VEN-CODIGO TO DETV-CODIGO
           MOVE DSP-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE VEN-NOME TO DETV-NOME
           ELSE
              MOVE "(VENDEDOR NAO CADASTRADO)" TO DETV-NOME
           END-IF
           MOVE DSP-STATUS     TO DETV-STATUS
           MOVE DSP-OBSERVACAO TO DETV-OBSERVACAO
           WRITE LINHA FROM DETALHE-VENDEDOR AFTER 2 LINES
           MOVE DSP-KM-DECLARADO     TO DETK-DECLARADO
           MOVE DSP-KM-CALCULADO     TO DETK-CALCULADO
           MOVE DSP-KM-REEMBOLSO     TO DETK-REEMBOLSO
           MOVE DSP-QTD-VISITAS      TO DETK-VISITAS
           MOVE DSP-QTD-DIAS         TO DETK-DIAS
           MOVE DSP-VISITAS-SEM-ROTA TO DETK-SEM-ROTA
           WRITE LINHA FROM DETALHE-KM AFTER 1 LINE
           IF WS-ITENS-DISPONIVEL = "S"
              PERFORM IMPRIME-ITENS
           END-IF
           MOVE ZEROS  TO WS-VALOR-COMISSAO
           MOVE SPACES TO DETT-STATUS-COM
           IF WS-COMLED-DISPONIVEL = "S"
              MOVE DSP-VEN-CODIGO  TO CML-VEN-CODIGO
              MOVE DSP-COMPETENCIA TO CML-COMPETENCIA
              READ ARQ-COMLED
              IF WS-RESULTADO-COMLED = 00
                 MOVE CML-VALOR  TO WS-VALOR-COMISSAO
                 MOVE CML-STATUS TO DETT-STATUS-COM
              END-IF
           END-IF
           COMPUTE WS-TOTAL-A-PAGAR =
              WS-VALOR-COMISSAO + DSP-VALOR-TOTAL
           MOVE DSP-VALOR-KM          TO DETT-VALOR-KM
           MOVE DSP-VALOR-OUTRAS-DECL TO DETT-OUTRAS-DECL
           MOVE DSP-VALOR-OUTRAS      TO DETT-OUTRAS
           MOVE DSP-VALOR-TOTAL       TO DETT-TOTAL
           MOVE WS-VALOR-COMISSAO     TO DETT-COMISSAO
           MOVE WS-TOTAL-A-PAGAR      TO DETT-A-PAGAR
           WRITE LINHA FROM DETALHE-VALORES AFTER 1 LINE
           ADD DSP-KM-REEMBOLSO  TO WS-TOT-KM
           ADD DSP-VALOR-TOTAL   TO WS-TOT-DESPESAS
           ADD WS-VALOR-COMISSAO TO WS-TOT-COMISSAO
           ADD WS-TOTAL-A-PAGAR  TO WS-TOT-A-PAGAR
           .
       IMPRIME-ITENS.
           MOVE DSP-VEN-CODIGO  TO DIT-VEN-CODIGO
           MOVE DSP-COMPETENCIA TO DIT-COMPETENCIA
           MOVE ZEROS           TO DIT-SEQUENCIA
           MOVE ZEROS TO WS-FIM-ITENS
           MOVE "S" TO WS-PRIMEIRO-ITEM
           START ARQ-DESPITEM KEY IS NOT LESS DIT-CHAVE
           IF WS-RESULTADO-DESPITEM NOT = 00
              MOVE 1 TO WS-FIM-ITENS
           END-IF
           PERFORM UNTIL WS-FIM-ITENS = 1
              READ ARQ-DESPITEM NEXT AT END
                 MOVE 1 TO WS-FIM-ITENS
              END-READ
              IF WS-FIM-ITENS NOT = 1
                 IF DIT-VEN-CODIGO NOT = DSP-VEN-CODIGO
                    OR DIT-COMPETENCIA NOT = DSP-COMPETENCIA
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    PERFORM IMPRIME-UM-ITEM
                 END-IF
              END-IF
           END-PERFORM
           .
       IMPRIME-UM-ITEM.
           IF WS-PRIMEIRO-ITEM = "S"
              WRITE LINHA FROM CABECALHO-ITENS AFTER 1 LINE
              MOVE "N" TO WS-PRIMEIRO-ITEM
           END-IF
           MOVE DIT-SEQUENCIA TO DETI-SEQ
           MOVE DIT-DATA      TO DETI-DATA
           EVALUATE TRUE
              WHEN DIT-PEDAGIO    MOVE "PEDAGIO"    TO DETI-TIPO
              WHEN DIT-REFEICAO   MOVE "REFEICAO"   TO DETI-TIPO
              WHEN DIT-HOSPEDAGEM MOVE "HOSPEDAGEM" TO DETI-TIPO
              WHEN OTHER          MOVE "OUTRAS"     TO DETI-TIPO
           END-EVALUATE
           MOVE DIT-VALOR        TO DETI-VALOR
           MOVE DIT-VALOR-ACEITO TO DETI-ACEITO
           MOVE DIT-COMPROVANTE  TO DETI-COMPROVANTE
           MOVE DIT-DESCRICAO    TO DETI-DESCRICAO
           WRITE LINHA FROM DETALHE-ITEM AFTER 1 LINE
           .
