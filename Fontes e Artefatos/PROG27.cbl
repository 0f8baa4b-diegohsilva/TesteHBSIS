      *    COMPETENCIA E DEIXA O SUPERVISOR DECIDIR LINHA A LINHA:
      *      (A)PROVAR - LIBERA A COMISSAO PARA PAGAMENTO;
      *      (R)ETER   - SEGURA A LINHA, COM OBSERVACAO;
      *      ENTER     - PULA PARA A PROXIMA LINHA.
      *    A COMISSAO APROVADA VAI PARA A FOLHA PELO PROGFOLHA E SO
      *    E DADA COMO PAGA PELO RETORNO DA FOLHA (PROGRETFOL); LINHA
      *    JA ENVIADA OU PAGA NAO ACEITA MAIS DECISAO. LINHA
      *    APROVADA, ENVIADA OU PAGA NAO E MAIS REGRAVADA PELO
      *    PROG08.
      *    LINHA COM CONTESTACAO DO VENDEDOR AINDA ABERTA
      *    (CONTEST.DAT, PROG57) NAO PODE SER APROVADA: A TELA MOSTRA
      *    QUANTAS ESTAO ABERTAS E A APROVACAO E RECUSADA ATE O
      *    SUPERVISOR DECIDIR TODAS NO PROG57.
      *    SO APARECEM AS LINHAS DA EMPRESA DA SESSAO (CML-EMPRESA;
      *    ZERO = EMPRESA 01), ESCOLHIDA NO LOGIN DO PROG00.
      *    ACESSO RESTRITO A SUPERVISORES PELO PERFIL DO PROG00.

       ENVIRONMENT DIVISION.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-CONTEST ASSIGN TO DISK WID-ARQ-CONTEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONTEST.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-COMLED.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-CONTEST.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 LIMPA-CAMPO              PIC X(17) VALUE SPACES.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-COMLED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-CONTEST          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONTEST     PIC 9(02) VALUE ZEROS.
       77 WS-CONTEST-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FIM-CONTEST           PIC 9(01) VALUE ZEROS.
       77 WS-QTD-CONTEST-ABERTAS   PIC 9(03) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-FIM-LEDGER            PIC 9(01) VALUE ZEROS.
       77 WS-ACAO                  PIC X(01) VALUE SPACES.
           88 ACAO-APROVAR      VALUE "A" "a".
           88 ACAO-RETER        VALUE "R" "r".
           88 ACAO-PULAR        VALUE " ".
       77 AUX-OBSERVACAO           PIC X(40) VALUE SPACES.
       77 WS-QTD-TRATADAS          PIC 9(04) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       01 WS-VALOR-EDITADO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-EMPRESA-SESSAO        PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-LINHA         PIC 9(02) VALUE ZEROS.
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 LINE 04 COLUMN 01 VALUE "COMPETENCIA (AAAAMM)..".
          02 LINE 06 COLUMN 01 VALUE "VENDEDOR..............".
          02 LINE 07 COLUMN 01 VALUE "COMISSAO CALCULADA....".
          02 LINE 07 COLUMN 41 VALUE "CONTEST. ABERTAS".
          02 LINE 08 COLUMN 01 VALUE "DATA DO CALCULO.......".
          02 LINE 08 COLUMN 41 VALUE "DATA PAGAMENTO..".
          02 LINE 09 COLUMN 01 VALUE "SITUACAO..............".
          02 LINE 09 COLUMN 41 VALUE "LOTE DA FOLHA...".
          02 LINE 10 COLUMN 01 VALUE "OBSERVACAO............".
          02 LINE 11 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           CALL "EMPRLER" USING OPERADOR WS-EMPRESA-SESSAO
           CANCEL "EMPRLER"
           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           OPEN I-O ARQ-COMLED
           IF WS-RESULTADO-COMLED NOT = 00
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "CONTEST.DAT" TO WID-ARQ-CONTEST
           OPEN INPUT ARQ-CONTEST
           IF WS-RESULTADO-CONTEST = 00
              MOVE "S" TO WS-CONTEST-DISPONIVEL
           ELSE
              MOVE "N" TO WS-CONTEST-DISPONIVEL
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
       FIM.
           CLOSE ARQ-COMLED
           CLOSE ARQ-VENDEDOR
           IF WS-CONTEST-DISPONIVEL = "S"
              CLOSE ARQ-CONTEST
           END-IF
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
              READ ARQ-COMLED NEXT AT END
                 MOVE 1 TO WS-FIM-LEDGER
              END-READ
              MOVE CML-EMPRESA TO WS-EMPRESA-LINHA
              IF WS-EMPRESA-LINHA = ZEROS
                 MOVE 01 TO WS-EMPRESA-LINHA
              END-IF
              IF WS-FIM-LEDGER NOT = 1
                 AND CML-COMPETENCIA = AUX-COMPETENCIA
                 AND (WS-EMPRESA-SESSAO = ZEROS
                    OR WS-EMPRESA-LINHA = WS-EMPRESA-SESSAO)
                 PERFORM TRATA-LINHA-LEDGER
              END-IF
           END-PERFORM
           END-IF
           MOVE CML-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 0724
           PERFORM CONTA-CONTESTACOES-ABERTAS
           DISPLAY WS-QTD-CONTEST-ABERTAS                     AT 0758
           DISPLAY CML-DATA-CALCULO                           AT 0824
           DISPLAY CML-DATA-PAGAMENTO                         AT 0858
           DISPLAY CML-STATUS                                 AT 0924
           DISPLAY CML-LOTE-FOLHA                             AT 0958
           DISPLAY CML-OBSERVACAO                             AT 1024
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
           DISPLAY LIMPA-CAMPO                                AT 0924
           DISPLAY LIMPA-CAMPO                                AT 0958
           DISPLAY LIMPA-LINHA                                AT 1024
           .
       APROVA-LINHA.
           IF CML-ENVIADA OR CML-PAGA
              DISPLAY "LINHA JA ENVIADA A FOLHA - NAO ALTERADA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CONTEST-ABERTAS NOT = ZEROS
              DISPLAY "CONTESTACAO EM ABERTO - DECIDIR NO PROG57."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           PERFORM REGRAVA-LINHA-LEDGER
           .
       RETEM-LINHA.
           IF CML-ENVIADA OR CML-PAGA
              DISPLAY "LINHA JA ENVIADA A FOLHA - NAO ALTERADA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           MOVE WS-HOJE-AAAAMMDD TO CML-DATA-DECISAO
           PERFORM REGRAVA-LINHA-LEDGER
           .
       CONTA-CONTESTACOES-ABERTAS.
      *    CONTESTACOES ABERTAS DA LINHA (VENDEDOR + COMPETENCIA).
           MOVE ZEROS TO WS-QTD-CONTEST-ABERTAS
           IF WS-CONTEST-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE CML-VEN-CODIGO  TO CTS-VEN-CODIGO
           MOVE CML-COMPETENCIA TO CTS-COMPETENCIA
           MOVE ZEROS           TO CTS-SEQUENCIA
           START ARQ-CONTEST KEY IS NOT LESS CTS-CHAVE
           IF WS-RESULTADO-CONTEST NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-CONTEST
           PERFORM UNTIL WS-FIM-CONTEST = 1
              READ ARQ-CONTEST NEXT AT END
                 MOVE 1 TO WS-FIM-CONTEST
              END-READ
              IF WS-FIM-CONTEST NOT = 1
                 IF CTS-VEN-CODIGO NOT = CML-VEN-CODIGO
                    OR CTS-COMPETENCIA NOT = CML-COMPETENCIA
                    MOVE 1 TO WS-FIM-CONTEST
                 ELSE
                    IF CTS-ABERTA
                       ADD 1 TO WS-QTD-CONTEST-ABERTAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       ACEITA-OBSERVACAO.
           MOVE SPACES TO AUX-OBSERVACAO
