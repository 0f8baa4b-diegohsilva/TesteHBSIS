       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG49.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** APROVACAO DE DESPESAS DE VIAGEM ********
      *    PERCORRE OS DEMONSTRATIVOS DE DESPESAS DE VIAGEM
      *    (DESPESA.DAT) DE UMA COMPETENCIA E DEIXA O SUPERVISOR
      *    DECIDIR LINHA A LINHA, COMO NA APROVACAO DE COMISSOES:
      *      (A)PROVAR - LIBERA O REEMBOLSO PARA PAGAMENTO;
      *      (R)ETER   - SEGURA A LINHA, COM OBSERVACAO;
      *      ENTER     - PULA PARA A PROXIMA LINHA.
      *    O REEMBOLSO APROVADO VAI PARA A FOLHA JUNTO COM A
      *    COMISSAO (PROGFOLHA) E SO E DADO COMO PAGO PELO RETORNO
      *    DA FOLHA (PROGRETFOL); LINHA JA ENVIADA OU PAGA NAO
      *    ACEITA MAIS DECISAO.
      *    MOSTRA O KM DECLARADO CONTRA O CALCULADO PELO ROTEIRO, AS
      *    DEMAIS DESPESAS DECLARADAS E ACEITAS E, AO LADO, A
      *    COMISSAO DO MESMO VENDEDOR E COMPETENCIA NO LEDGER
      *    (COMISLED.DAT), COM O TOTAL A PAGAR DOS DOIS.
      *    LINHA APROVADA, ENVIADA OU PAGA NAO E MAIS RECALCULADA PELO
      *    CALCDESP. ACESSO RESTRITO A SUPERVISORES PELO PROG00.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-DESPESA ASSIGN TO DISK WID-ARQ-DESPESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DSP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DESPESA.

           SELECT ARQ-COMLED ASSIGN TO DISK WID-ARQ-COMLED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CML-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-COMLED.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-DESPESA.FD".
       COPY "ARQ-COMLED.FD".
       COPY "ARQ-VENDEDOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 LIMPA-CAMPO              PIC X(17) VALUE SPACES.
       77 WID-ARQ-DESPESA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DESPESA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-COMLED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-COMLED-DISPONIVEL     PIC X(01) VALUE "N".
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-FIM-DESPESAS          PIC 9(01) VALUE ZEROS.
       77 AUX-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77 WS-ACAO                  PIC X(01) VALUE SPACES.
           88 ACAO-APROVAR      VALUE "A" "a".
           88 ACAO-RETER        VALUE "R" "r".
           88 ACAO-PULAR        VALUE " ".
       77 AUX-OBSERVACAO           PIC X(40) VALUE SPACES.
       77 WS-QTD-TRATADAS          PIC 9(04) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-COMISSAO        PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOTAL-A-PAGAR         PIC 9(11)V9(02) VALUE ZEROS.
       01 WS-VALOR-EDITADO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-KM-EDITADO            PIC Z.ZZZ.ZZ9,99.
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-ANO           PIC 9(04).

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-DESPESA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  APROVACAO DE DESPESAS       ".
          02 LINE 02 COLUMN 73 VALUE "PROG49".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "COMPETENCIA (AAAAMM)..".
          02 LINE 06 COLUMN 01 VALUE "VENDEDOR..............".
          02 LINE 07 COLUMN 01 VALUE "KM DECLARADO..........".
          02 LINE 07 COLUMN 41 VALUE "KM CALCULADO....".
          02 LINE 08 COLUMN 01 VALUE "KM REEMBOLSADO........".
          02 LINE 08 COLUMN 41 VALUE "VISITAS S/ ROTA.".
          02 LINE 09 COLUMN 01 VALUE "VALOR DO KM RODADO....".
          02 LINE 10 COLUMN 01 VALUE "OUTRAS DESP. DECLARAD.".
          02 LINE 11 COLUMN 01 VALUE "OUTRAS DESP. ACEITAS..".
          02 LINE 12 COLUMN 01 VALUE "TOTAL DE DESPESAS.....".
          02 LINE 13 COLUMN 01 VALUE "COMISSAO DO MES.......".
          02 LINE 13 COLUMN 45 VALUE "SITUACAO COMISSAO".
          02 LINE 14 COLUMN 01 VALUE "TOTAL A PAGAR.........".
          02 LINE 15 COLUMN 01 VALUE "DATA DO CALCULO.......".
          02 LINE 16 COLUMN 01 VALUE "SITUACAO..............".
          02 LINE 16 COLUMN 41 VALUE "LOTE DA FOLHA...".
          02 LINE 17 COLUMN 01 VALUE "OBSERVACAO............".
          02 LINE 18 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           MOVE "DESPESA.DAT" TO WID-ARQ-DESPESA
           OPEN I-O ARQ-DESPESA
           IF WS-RESULTADO-DESPESA NOT = 00
              DISPLAY "NAO HA DESPESAS CALCULADAS (PROG48)."  AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           OPEN INPUT ARQ-COMLED
           IF WS-RESULTADO-COMLED = 00
              MOVE "S" TO WS-COMLED-DISPONIVEL
           ELSE
              MOVE "N" TO WS-COMLED-DISPONIVEL
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM TRATA-COMPETENCIA
                 THRU F-TRATA-COMPETENCIA
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "TRATAR OUTRA COMPETENCIA? S/N"         AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2431
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-DESPESA
           IF WS-COMLED-DISPONIVEL = "S"
              CLOSE ARQ-COMLED
           END-IF
           CLOSE ARQ-VENDEDOR
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       TRATA-COMPETENCIA.
           DISPLAY TELA-DESPESA AT 0101
           MOVE ZEROS TO AUX-COMPETENCIA
           ACCEPT AUX-COMPETENCIA                             AT 0424
           IF AUX-COMPETENCIA = ZEROS
              GO TO F-TRATA-COMPETENCIA
           END-IF
           MOVE ZEROS TO WS-QTD-TRATADAS
           MOVE ZEROS TO DSP-VEN-CODIGO
           MOVE ZEROS TO DSP-COMPETENCIA
           START ARQ-DESPESA KEY IS NOT LESS DSP-CHAVE
           IF WS-RESULTADO-DESPESA NOT = 00
              DISPLAY "ARQUIVO DE DESPESAS VAZIO."            AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-TRATA-COMPETENCIA
           END-IF
           MOVE ZEROS TO WS-FIM-DESPESAS
           PERFORM UNTIL WS-FIM-DESPESAS = 1
              READ ARQ-DESPESA NEXT AT END
                 MOVE 1 TO WS-FIM-DESPESAS
              END-READ
              IF WS-FIM-DESPESAS NOT = 1
                 AND DSP-COMPETENCIA = AUX-COMPETENCIA
                 PERFORM TRATA-LINHA-DESPESA
              END-IF
           END-PERFORM
           IF WS-QTD-TRATADAS = ZEROS
              DISPLAY "NENHUMA DESPESA NESTA COMPETENCIA."     AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       F-TRATA-COMPETENCIA. EXIT.
       TRATA-LINHA-DESPESA.
           ADD 1 TO WS-QTD-TRATADAS
           DISPLAY DSP-VEN-CODIGO                             AT 0624
           MOVE DSP-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              DISPLAY VEN-NOME                                AT 0631
           ELSE
              DISPLAY "(VENDEDOR NAO CADASTRADO)     "        AT 0631
           END-IF
           MOVE DSP-KM-DECLARADO TO WS-KM-EDITADO
           DISPLAY WS-KM-EDITADO                              AT 0724
           MOVE DSP-KM-CALCULADO TO WS-KM-EDITADO
           DISPLAY WS-KM-EDITADO                              AT 0758
           MOVE DSP-KM-REEMBOLSO TO WS-KM-EDITADO
           DISPLAY WS-KM-EDITADO                              AT 0824
           DISPLAY DSP-VISITAS-SEM-ROTA                       AT 0858
           MOVE DSP-VALOR-KM TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 0924
           MOVE DSP-VALOR-OUTRAS-DECL TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1024
           MOVE DSP-VALOR-OUTRAS TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1124
           MOVE DSP-VALOR-TOTAL TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1224
      *    A COMISSAO VEM DO LEDGER SO PARA COMPOR O TOTAL A PAGAR;
      *    A DECISAO SOBRE ELA CONTINUA NO PROG27.
           MOVE ZEROS TO WS-VALOR-COMISSAO
           MOVE SPACES TO CML-STATUS
           IF WS-COMLED-DISPONIVEL = "S"
              MOVE DSP-VEN-CODIGO  TO CML-VEN-CODIGO
              MOVE DSP-COMPETENCIA TO CML-COMPETENCIA
              READ ARQ-COMLED
              IF WS-RESULTADO-COMLED = 00
                 MOVE CML-VALOR TO WS-VALOR-COMISSAO
              ELSE
                 MOVE SPACES TO CML-STATUS
              END-IF
           END-IF
           MOVE WS-VALOR-COMISSAO TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1324
           DISPLAY CML-STATUS                                 AT 1363
           COMPUTE WS-TOTAL-A-PAGAR =
              WS-VALOR-COMISSAO + DSP-VALOR-TOTAL
           MOVE WS-TOTAL-A-PAGAR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1424
           DISPLAY DSP-DATA-CALCULO                           AT 1524
           DISPLAY DSP-STATUS                                 AT 1624
           DISPLAY DSP-LOTE-FOLHA                             AT 1658
           DISPLAY DSP-OBSERVACAO                             AT 1724
           MOVE SPACES TO WS-ACAO
           DISPLAY "(A)PROVAR (R)ETER ENTER=PULA"             AT 2401
           ACCEPT WS-ACAO                                     AT 2431
           DISPLAY LIMPA-LINHA                                AT 2401
           EVALUATE TRUE
              WHEN ACAO-APROVAR
                 PERFORM APROVA-LINHA
              WHEN ACAO-RETER
                 PERFORM RETEM-LINHA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           DISPLAY LIMPA-LINHA                                AT 0624
           DISPLAY LIMPA-CAMPO                                AT 0724
           DISPLAY LIMPA-CAMPO                                AT 0758
           DISPLAY LIMPA-CAMPO                                AT 0824
           DISPLAY LIMPA-CAMPO                                AT 0858
           DISPLAY LIMPA-CAMPO                                AT 1624
           DISPLAY LIMPA-CAMPO                                AT 1658
           DISPLAY LIMPA-LINHA                                AT 1724
           .
       APROVA-LINHA.
           IF DSP-ENVIADA OR DSP-PAGA
              DISPLAY "LINHA JA ENVIADA A FOLHA - NAO ALTERADA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           PERFORM ACEITA-OBSERVACAO
           MOVE "A"              TO DSP-STATUS
           MOVE AUX-OBSERVACAO   TO DSP-OBSERVACAO
           MOVE OPERADOR         TO DSP-OPER-DECISAO
           MOVE WS-HOJE-AAAAMMDD TO DSP-DATA-DECISAO
           PERFORM REGRAVA-LINHA-DESPESA
           .
       RETEM-LINHA.
           IF DSP-ENVIADA OR DSP-PAGA
              DISPLAY "LINHA JA ENVIADA A FOLHA - NAO ALTERADA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           PERFORM ACEITA-OBSERVACAO
           MOVE "R"              TO DSP-STATUS
           MOVE AUX-OBSERVACAO   TO DSP-OBSERVACAO
           MOVE OPERADOR         TO DSP-OPER-DECISAO
           MOVE WS-HOJE-AAAAMMDD TO DSP-DATA-DECISAO
           PERFORM REGRAVA-LINHA-DESPESA
           .
       ACEITA-OBSERVACAO.
           MOVE SPACES TO AUX-OBSERVACAO
           DISPLAY "OBSERVACAO:"                              AT 2401
           ACCEPT AUX-OBSERVACAO                              AT 2413
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       REGRAVA-LINHA-DESPESA.
           REWRITE REGISTRO-DESPESA
           IF WS-RESULTADO-DESPESA NOT = 00 AND 02
              DISPLAY "ERRO NA GRAVACAO - DESPESAS:"          AT 2401
              DISPLAY WS-RESULTADO-DESPESA                    AT 2430
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
