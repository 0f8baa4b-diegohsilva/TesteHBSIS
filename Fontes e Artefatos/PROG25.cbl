      *      ******** TITULOS A RECEBER (BAIXA E AGING) ********
      *    TRABALHA OS TITULOS GERADOS PELA DIGITACAO DE PEDIDOS
      *    (TITULO.DAT):
      *      (B)AIXA - REGISTRA PAGAMENTOS CONTRA UMA PARCELA DO
      *                TITULO (PARCELA ZERO = PRIMEIRA PARCELA EM
      *                ABERTO); O PAGAMENTO PARCIAL ACUMULA EM
      *                TIT-VALOR-PAGO E A PARCELA SO E QUITADA ("P")
      *                QUANDO O VALOR PAGO ALCANCA O SEU VALOR.
      *                PAGAMENTO APOS O VENCIMENTO COBRA MULTA E
      *                JUROS DE MORA (CALCENCAR) SOBRE O SALDO: O
      *                PAGAMENTO QUITA PRIMEIRO OS ENCARGOS E O
      *                RESTO VAI PARA O PRINCIPAL; SO O SUPERVISOR
      *                (CODIGO E SENHA) DISPENSA OS ENCARGOS;
      *      (A)GING - RELATORIO DAS PARCELAS EM ABERTO POR FAIXA DE
      *                ATRASO (A VENCER / 30 / 60 / 90 / MAIS DE 90
      *                DIAS), QUEBRADO POR CLIENTE E POR VENDEDOR,
      *                GERADO EM RAGING.TXT E COPIADO PARA O
      *                CATALOGO DE RELATORIOS (TIPO RAGING, VIA
      *                CATALOGA) PARA O PROG22 E AS ASSINATURAS;
      *      (E)NCARGOS - RELATORIO MENSAL DOS ENCARGOS DE ATRASO
      *                COBRADOS, RECEBIDOS (MULTA E JUROS) E
      *                DISPENSADOS, DAS PARCELAS PAGAS NA COMPETENCIA
      *                (MES DO ULTIMO PAGAMENTO), EM RENCARG.TXT.
      *    OS DOIS RELATORIOS SO TRAZEM AS PARCELAS DA EMPRESA DA
      *    SESSAO (TIT-EMPRESA; ZERO = EMPRESA 01).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OPE-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-OPERADOR.

           SELECT ARQ-SAI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO WID-ARQ-RELATORIO
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-OPERADOR.FD".

       FD ARQ-SAI.
       01 REG-SAI.
          02 TIT-NUMERO-SAI         PIC 9(09).
          02 TIT-PARCELA-SAI        PIC 9(02).
          02 TIT-QTD-PARCELAS-SAI   PIC 9(02).
          02 TIT-CLI-CODIGO-SAI     PIC 9(07).
          02 TIT-VEN-CODIGO-SAI     PIC 9(05).
          02 TIT-DATA-EMISSAO-SAI   PIC 9(08).
          02 TIT-VALOR-PAGO-SAI     PIC 9(09)V9(02).
          02 TIT-DATA-PAGTO-SAI     PIC 9(08).
          02 TIT-STATUS-SAI         PIC X(01).
          02 FILLER                 PIC X(141).
          02 TIT-EMPRESA-SAI        PIC 9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 FILLER                 PIC 9(09).
          05 FILLER                 PIC 9(02).
          05 FILLER                 PIC 9(02).
          05 TIT-CLI-SORT           PIC 9(07).
          05 TIT-VEN-SORT           PIC 9(05).
          05 FILLER                 PIC 9(08).
          05 FILLER                 PIC 9(09)V9(02).
          05 FILLER                 PIC 9(08).
          05 FILLER                 PIC X(01).
          05 FILLER                 PIC X(141).
          05 FILLER                 PIC 9(02).

       FD RELATORIO.
       01 LINHA                     PIC X(132).
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WS-EMPRESA-SESSAO        PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-TITULO        PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-OPERADOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-RELATORIO        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPERADOR    PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-SUP-CODIGO            PIC X(10) VALUE SPACES.
       77 WS-SUP-SENHA             PIC X(10) VALUE SPACES.
       77 WS-SUP-CRIPTO            PIC X(10) VALUE SPACES.
       77 WS-SUP-OK                PIC X(01) VALUE "N".
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-FUNCAO                PIC X(01) VALUE SPACES.
           88 FUNCAO-BAIXA      VALUE "B" "b".
           88 FUNCAO-AGING      VALUE "A" "a".
           88 FUNCAO-ENCARGOS   VALUE "E" "e".
       77 AUX-NUMERO               PIC 9(09) VALUE ZEROS.
       77 AUX-PARCELA              PIC 9(02) VALUE ZEROS.
       77 WS-FIM-PARCELAS          PIC 9(01) VALUE ZEROS.
       77 AUX-VALOR-PAGTO          PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-DATA-PAGTO           PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-VENC             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(05) VALUE ZEROS.
       77 WS-SALDO-TITULO          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-ENC-DEVIDO            PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-ENC-DISPENSA          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-ENC-RECEBIDO          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-MULTA-RECEBIDA        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PRINCIPAL-PAGO        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOTAL-DEVIDO          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-EDITADO         PIC ZZZ.ZZZ.ZZ9,99.
       77 AUX-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77 WS-FIM-TITULOS           PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
           88 SECAO-CLIENTE     VALUE "C".
           88 SECAO-VENDEDOR    VALUE "V".
       77 WS-QTD-TITULOS           PIC 9(07) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RAGING".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE
          "PARCELAS EM ABERTO, CLIENTE E VENDEDOR".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 WS-FAIXAS-CHAVE.
          02 WS-FX-AVENCER         PIC 9(11)V9(02) VALUE ZEROS.
          02 WS-FX-ATE30           PIC 9(11)V9(02) VALUE ZEROS.
          02 WS-HOJE-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-ANO           PIC 9(04).
       COPY "AREA-ENCARGOS.cpy".
       01 WS-TOTAIS-ENCARGOS.
          02 WS-TE-QTD             PIC 9(07) VALUE ZEROS.
          02 WS-TE-COBRADO         PIC 9(11)V9(02) VALUE ZEROS.
          02 WS-TE-MULTA           PIC 9(11)V9(02) VALUE ZEROS.
          02 WS-TE-JUROS           PIC 9(11)V9(02) VALUE ZEROS.
          02 WS-TE-DISPENSADO      PIC 9(11)V9(02) VALUE ZEROS.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(32) VALUE SPACES.
          02 CAB-NOME-REL PIC X(35) VALUE
             "AGING DE TITULOS A RECEBER         ".
          02 FILLER       PIC X(43) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 ROD-ATE90             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 ROD-MAIS90            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CABECALHO-ENCARGOS.
          02 FILLER PIC X(10) VALUE "    TITULO".
          02 FILLER PIC X(04) VALUE "/PC ".
          02 FILLER PIC X(09) VALUE "  CLIENTE".
          02 FILLER PIC X(10) VALUE "  VENCTO  ".
          02 FILLER PIC X(10) VALUE "  PAGTO   ".
          02 FILLER PIC X(06) VALUE " ATRAS".
          02 FILLER PIC X(15) VALUE "        COBRADO".
          02 FILLER PIC X(15) VALUE "    MULTA RECEB".
          02 FILLER PIC X(15) VALUE "    JUROS RECEB".
          02 FILLER PIC X(15) VALUE "    DISPENSADO ".
          02 FILLER PIC X(11) VALUE " SUPERVISOR".

       01 DETALHE-ENCARGOS.
          02 DEN-TITULO            PIC Z(08)9.
          02 FILLER                PIC X(01) VALUE "/".
          02 DEN-PARCELA           PIC 99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DEN-CLIENTE           PIC 9(07).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DEN-VENCIMENTO        PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DEN-PAGAMENTO         PIC 9(08).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DEN-DIAS              PIC ZZZZ9.
          02 DEN-COBRADO           PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DEN-MULTA             PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DEN-JUROS             PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DEN-DISPENSADO        PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DEN-SUPERVISOR        PIC X(10).

       01 RODAPE-ENCARGOS.
          02 FILLER                PIC X(26) VALUE
             "TOTAL DA COMPETENCIA......".
          02 ROE-QTD               PIC ZZZZZZ9.
          02 FILLER                PIC X(16) VALUE SPACES.
          02 ROE-COBRADO           PIC ZZZZZZZZZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 ROE-MULTA             PIC ZZZZZZZZZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 ROE-JUROS             PIC ZZZZZZZZZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 ROE-DISPENSADO        PIC ZZZZZZZZZZ9,99.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).
          02 LINE 02 COLUMN 73 VALUE "PROG25".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "FUNCAO (B)AIXA (A)GING".
          02 LINE 04 COLUMN 36 VALUE "(E)NCARGOS".
          02 LINE 05 COLUMN 01 VALUE "NUMERO DO TITULO......".
          02 LINE 05 COLUMN 36 VALUE "PARCELA".
          02 LINE 06 COLUMN 01 VALUE "CLIENTE...............".
          02 LINE 07 COLUMN 01 VALUE "VALOR DO TITULO.......".
          02 LINE 08 COLUMN 01 VALUE "VALOR JA PAGO.........".
          02 LINE 09 COLUMN 01 VALUE "VENCIMENTO (AAAAMMDD).".
          02 LINE 10 COLUMN 01 VALUE "SITUACAO..............".
          02 LINE 11 COLUMN 01 VALUE "DATA PAGTO (AAAAMMDD).".
          02 LINE 12 COLUMN 01 VALUE "ENCARGOS DE ATRASO....".
          02 LINE 12 COLUMN 40 VALUE "DIAS".
          02 LINE 13 COLUMN 01 VALUE "TOTAL DEVIDO..........".
          02 LINE 14 COLUMN 01 VALUE "VALOR DO PAGAMENTO....".
          02 LINE 15 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

                 + WS-HOJE-DIA
           COMPUTE WS-DIAS-HOJE =
              FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           CALL "EMPRLER" USING OPERADOR WS-EMPRESA-SESSAO
           CANCEL "EMPRLER"
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
           OPEN INPUT ARQ-CLIENTE
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "OPERADOR.DAT" TO WID-ARQ-OPERADOR
           OPEN INPUT ARQ-OPERADOR
           IF WS-RESULTADO-OPERADOR = 00
              MOVE "S" TO WS-OPERADOR-DISPONIVEL
           ELSE
              MOVE "N" TO WS-OPERADOR-DISPONIVEL
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
           CLOSE ARQ-TITULO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           IF WS-OPERADOR-DISPONIVEL = "S"
              CLOSE ARQ-OPERADOR
           END-IF
           CANCEL "CALCENCAR"
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           DISPLAY TELA-TITULO AT 0101
           MOVE SPACES TO WS-FUNCAO
           PERFORM UNTIL FUNCAO-BAIXA OR FUNCAO-AGING
                      OR FUNCAO-ENCARGOS
              ACCEPT WS-FUNCAO                                AT 0424
           END-PERFORM
           EVALUATE TRUE
              WHEN FUNCAO-BAIXA
                 PERFORM BAIXAR-TITULO
                    THRU F-BAIXAR-TITULO
              WHEN FUNCAO-AGING
                 PERFORM GERA-AGING
                    THRU F-GERA-AGING
              WHEN OTHER
                 PERFORM GERA-RELATORIO-ENCARGOS
                    THRU F-GERA-RELATORIO-ENCARGOS
           END-EVALUATE
           .
       F-TRATA-FUNCAO. EXIT.
       BAIXAR-TITULO.
           IF AUX-NUMERO = ZEROS
              GO TO F-BAIXAR-TITULO
           END-IF
           MOVE ZEROS TO AUX-PARCELA
           ACCEPT AUX-PARCELA                                 AT 0544
           IF AUX-PARCELA = ZEROS
              PERFORM LOCALIZA-PARCELA-ABERTA
              DISPLAY AUX-PARCELA                             AT 0544
           END-IF
           MOVE AUX-NUMERO  TO TIT-NUMERO
           MOVE AUX-PARCELA TO TIT-PARCELA
           READ ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              DISPLAY "TITULO NAO ENCONTRADO!"                AT 2401
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-BAIXAR-TITULO
           END-IF
           DISPLAY "DE"                                       AT 0547
           DISPLAY TIT-QTD-PARCELAS                           AT 0550
           DISPLAY TIT-CLI-CODIGO                             AT 0624
           MOVE TIT-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-BAIXAR-TITULO
           END-IF
           MOVE ZEROS TO AUX-DATA-PAGTO
           ACCEPT AUX-DATA-PAGTO                              AT 1124
           IF AUX-DATA-PAGTO = ZEROS
              MOVE WS-HOJE-AAAAMMDD TO AUX-DATA-PAGTO
              DISPLAY AUX-DATA-PAGTO                          AT 1124
           END-IF
           PERFORM CALCULA-ENCARGOS-BAIXA
           MOVE ZEROS TO AUX-VALOR-PAGTO
           ACCEPT AUX-VALOR-PAGTO                             AT 1424
           PERFORM UNTIL AUX-VALOR-PAGTO GREATER ZEROS
              DISPLAY "O VALOR DO PAGAMENTO DEVE SER MAIOR QUE ZERO!"
                                                              AT 2401
              ACCEPT AUX-VALOR-PAGTO                          AT 1424
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A BAIXA? S/N"                    AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              PERFORM APLICA-PAGAMENTO-ENCARGOS
              ADD WS-PRINCIPAL-PAGO TO TIT-VALOR-PAGO
              MOVE AUX-DATA-PAGTO TO TIT-DATA-PAGAMENTO
              IF TIT-VALOR-PAGO NOT LESS TIT-VALOR
                 MOVE "P" TO TIT-STATUS
           END-IF
           .
       F-BAIXAR-TITULO. EXIT.
       CALCULA-ENCARGOS-BAIXA.
      *    ENCARGOS DE ATRASO NA DATA DO PAGAMENTO, SOBRE O SALDO DE
      *    PRINCIPAL DA PARCELA. HAVENDO ENCARGOS, O SUPERVISOR PODE
      *    DISPENSA-LOS COM CODIGO E SENHA; A DISPENSA FICA GRAVADA
      *    NO TITULO COM O CODIGO DE QUEM DISPENSOU.
           COMPUTE WS-SALDO-TITULO = TIT-VALOR - TIT-VALOR-PAGO
           MOVE TIT-DATA-VENCIMENTO TO WS-ENC-VENCIMENTO
           MOVE AUX-DATA-PAGTO      TO WS-ENC-DATA-PAGTO
           MOVE WS-SALDO-TITULO     TO WS-ENC-SALDO
           PERFORM PREPARA-ENCARGOS-PARCIAL
           CALL "CALCENCAR" USING WS-AREA-ENCARGOS
           MOVE WS-ENC-TOTAL TO WS-ENC-DEVIDO
           MOVE ZEROS        TO WS-ENC-DISPENSA
           MOVE SPACES       TO WS-SUP-CODIGO
           MOVE WS-ENC-TOTAL TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1224
           DISPLAY WS-ENC-DIAS-ATRASO                         AT 1245
           IF WS-ENC-TOTAL GREATER ZEROS
              AND WS-OPERADOR-DISPONIVEL = "S"
              MOVE SPACES TO WS-RESPOSTA
              DISPLAY "DISPENSAR OS ENCARGOS (SUPERVISOR)? S/N"
                                                              AT 2401
              PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-RESPOSTA                           AT 2442
              END-PERFORM
              DISPLAY LIMPA-LINHA                             AT 2401
              IF WS-RESPOSTA = "S" OR = "s"
                 PERFORM ACEITA-LIBERACAO-SUPERVISOR
                 IF WS-SUP-OK = "S"
                    MOVE WS-ENC-TOTAL TO WS-ENC-DISPENSA
                    MOVE ZEROS        TO WS-ENC-DEVIDO
                    DISPLAY "DISPENSADOS"                     AT 1252
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-TOTAL-DEVIDO = WS-SALDO-TITULO + WS-ENC-DEVIDO
           MOVE WS-TOTAL-DEVIDO TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1324
           .
       PREPARA-ENCARGOS-PARCIAL.
      *    PARCELA JA COM PAGAMENTO PARCIAL: OS JUROS ATE AQUELE
      *    PAGAMENTO JA FORAM COBRADOS NELE, ENTAO CORREM SO A PARTIR
      *    DA SUA DATA; A MULTA, SE JA COBRADA, NAO SE REPETE.
           MOVE ZEROS TO WS-ENC-INICIO-JUROS
           MOVE "N"   TO WS-ENC-MULTA-COBRADA
           IF TIT-VALOR-PAGO GREATER ZEROS
              MOVE TIT-DATA-PAGAMENTO TO WS-ENC-INICIO-JUROS
           END-IF
           IF TIT-ENC-COBRADOS GREATER ZEROS
              MOVE "S" TO WS-ENC-MULTA-COBRADA
           END-IF
           .
       APLICA-PAGAMENTO-ENCARGOS.
      *    O PAGAMENTO QUITA PRIMEIRO OS ENCARGOS DEVIDOS (MULTA E
      *    DEPOIS JUROS) E O RESTANTE ABATE O PRINCIPAL. ENCARGO NAO
      *    COBERTO PELO PAGAMENTO FICA COMO COBRADO E NAO RECEBIDO.
           IF AUX-VALOR-PAGTO NOT LESS WS-ENC-DEVIDO
              MOVE WS-ENC-DEVIDO TO WS-ENC-RECEBIDO
           ELSE
              MOVE AUX-VALOR-PAGTO TO WS-ENC-RECEBIDO
           END-IF
           COMPUTE WS-PRINCIPAL-PAGO =
              AUX-VALOR-PAGTO - WS-ENC-RECEBIDO
           MOVE ZEROS TO WS-MULTA-RECEBIDA
           IF WS-ENC-DISPENSA = ZEROS
              IF WS-ENC-RECEBIDO NOT LESS WS-ENC-MULTA
                 MOVE WS-ENC-MULTA TO WS-MULTA-RECEBIDA
              ELSE
                 MOVE WS-ENC-RECEBIDO TO WS-MULTA-RECEBIDA
              END-IF
           END-IF
           ADD WS-ENC-TOTAL      TO TIT-ENC-COBRADOS
           ADD WS-MULTA-RECEBIDA TO TIT-ENC-MULTA-PAGA
           COMPUTE TIT-ENC-JUROS-PAGOS = TIT-ENC-JUROS-PAGOS
              + WS-ENC-RECEBIDO - WS-MULTA-RECEBIDA
           IF WS-ENC-DISPENSA GREATER ZEROS
              ADD WS-ENC-DISPENSA TO TIT-ENC-DISPENSADOS
              MOVE WS-SUP-CODIGO  TO TIT-ENC-OPER-DISPENSA
           END-IF
           .
       ACEITA-LIBERACAO-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           MOVE SPACES TO WS-SUP-CODIGO
           DISPLAY "CODIGO DO SUPERVISOR:"                    AT 2401
           ACCEPT WS-SUP-CODIGO                               AT 2423
           MOVE SPACES TO WS-SUP-SENHA
           DISPLAY "SENHA:"                                   AT 2440
           ACCEPT WS-SUP-SENHA AT 2447 WITH NO-ECHO
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE WS-SUP-CODIGO TO OPE-CODIGO
           READ ARQ-OPERADOR
           CALL "CRIPTSEN" USING WS-SUP-SENHA WS-SUP-CRIPTO
           IF WS-RESULTADO-OPERADOR = 00
              AND OPE-ATIVO
              AND PERFIL-SUPERVISOR
              AND NOT OPE-CONTA-BLOQUEADA
              AND OPE-SENHA = WS-SUP-CRIPTO
              AND WS-SUP-CODIGO NOT = SPACES
              MOVE "S" TO WS-SUP-OK
           ELSE
              MOVE SPACES TO WS-SUP-CODIGO
              DISPLAY "SUPERVISOR OU SENHA INVALIDOS!"        AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       LOCALIZA-PARCELA-ABERTA.
      *    SEM PARCELA INFORMADA, A BAIXA VAI NA PRIMEIRA PARCELA EM
      *    ABERTO DO TITULO; SEM NENHUMA ABERTA, FICA A PRIMEIRA (QUE
      *    CAI NAS MENSAGENS DE QUITADO/CANCELADO).
           MOVE 1          TO AUX-PARCELA
           MOVE AUX-NUMERO TO TIT-NUMERO
           MOVE ZEROS      TO TIT-PARCELA
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-PARCELAS
           PERFORM UNTIL WS-FIM-PARCELAS = 1
              READ ARQ-TITULO NEXT AT END
                 MOVE 1 TO WS-FIM-PARCELAS
              END-READ
              IF WS-FIM-PARCELAS NOT = 1
                 IF TIT-NUMERO NOT = AUX-NUMERO
                    MOVE 1 TO WS-FIM-PARCELAS
                 ELSE
                    IF TIT-ABERTO
                       MOVE TIT-PARCELA TO AUX-PARCELA
                       MOVE 1 TO WS-FIM-PARCELAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       GERA-AGING.
           MOVE ZEROS TO CONTADOR-PAGINA
           MOVE ZEROS TO WS-QTD-TITULOS
           INITIALIZE WS-FAIXAS-GERAL
           MOVE "RAGING.TXT" TO WID-ARQ-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           MOVE "AGING DE TITULOS A RECEBER" TO CAB-NOME-REL
           PERFORM IMPRIMIR-CABECALHO
      *    O ARQUIVO DE TITULOS FICA ABERTO EM I-O PARA A BAIXA;
      *    O SORT EXIGE O ARQUIVO FECHADO, ENTAO ELE E FECHADO
           WRITE LINHA FROM CABECALHO-2   AFTER 1 LINES
           WRITE LINHA FROM RODAPE-AGING  AFTER 1 LINES
           CLOSE RELATORIO
           CALL "CATALOGA" USING WS-CATREL-TIPO WID-ARQ-RELATORIO
              WS-CATREL-FILTROS OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "AGING GERADO EM RAGING.TXT"               AT 2301
           DISPLAY "TITULOS EM ABERTO CONSIDERADOS:"          AT 2401
           DISPLAY WS-QTD-TITULOS                             AT 2433
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-GERA-AGING. EXIT.
       GERA-RELATORIO-ENCARGOS.
      *    PARCELAS COM ULTIMO PAGAMENTO NA COMPETENCIA INFORMADA E
      *    COM ENCARGO COBRADO OU DISPENSADO: COBRADO, RECEBIDO
      *    (MULTA E JUROS) E DISPENSADO, COM TOTAL DA COMPETENCIA.
           MOVE ZEROS TO AUX-COMPETENCIA
           DISPLAY "COMPETENCIA (AAAAMM):"                    AT 2301
           ACCEPT AUX-COMPETENCIA                             AT 2323
           DISPLAY LIMPA-LINHA                                AT 2301
           IF AUX-COMPETENCIA = ZEROS
              GO TO F-GERA-RELATORIO-ENCARGOS
           END-IF
           MOVE ZEROS TO CONTADOR-PAGINA
           INITIALIZE WS-TOTAIS-ENCARGOS
           MOVE "RENCARG.TXT" TO WID-ARQ-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           MOVE "ENCARGOS DE ATRASO - COMPETENCIA" TO CAB-NOME-REL
           PERFORM IMPRIMIR-CABECALHO
           MOVE SPACES TO CABECALHO-SECAO
           STRING "COMPETENCIA: " AUX-COMPETENCIA
              DELIMITED BY SIZE INTO CABS-TEXTO
           WRITE LINHA FROM CABECALHO-SECAO   AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-ENCARGOS AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           MOVE ZEROS TO TIT-CHAVE
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO = 00
              MOVE ZEROS TO WS-FIM-TITULOS
              PERFORM UNTIL WS-FIM-TITULOS = 1
                 READ ARQ-TITULO NEXT AT END
                    MOVE 1 TO WS-FIM-TITULOS
                 END-READ
                 MOVE TIT-EMPRESA TO WS-EMPRESA-TITULO
                 IF WS-EMPRESA-TITULO = ZEROS
                    MOVE 01 TO WS-EMPRESA-TITULO
                 END-IF
                 IF WS-FIM-TITULOS NOT = 1
                    AND TIT-DATA-PAGAMENTO (1:6) = AUX-COMPETENCIA
                    AND (WS-EMPRESA-SESSAO = ZEROS
                      OR WS-EMPRESA-TITULO = WS-EMPRESA-SESSAO)
                    AND (TIT-ENC-COBRADOS GREATER ZEROS
                      OR TIT-ENC-DISPENSADOS GREATER ZEROS)
                    PERFORM IMPRIME-LINHA-ENCARGOS
                 END-IF
              END-PERFORM
           END-IF
           MOVE WS-TE-QTD        TO ROE-QTD
           MOVE WS-TE-COBRADO    TO ROE-COBRADO
           MOVE WS-TE-MULTA      TO ROE-MULTA
           MOVE WS-TE-JUROS      TO ROE-JUROS
           MOVE WS-TE-DISPENSADO TO ROE-DISPENSADO
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
           WRITE LINHA FROM RODAPE-ENCARGOS  AFTER 1 LINES
           CLOSE RELATORIO
           DISPLAY "RELATORIO GERADO EM RENCARG.TXT"          AT 2301
           DISPLAY "PARCELAS COM ENCARGOS NA COMPETENCIA:"    AT 2401
           DISPLAY WS-TE-QTD                                  AT 2439
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-GERA-RELATORIO-ENCARGOS. EXIT.
       IMPRIME-LINHA-ENCARGOS.
           MOVE TIT-NUMERO            TO DEN-TITULO
           MOVE TIT-PARCELA           TO DEN-PARCELA
           MOVE TIT-CLI-CODIGO        TO DEN-CLIENTE
           MOVE TIT-DATA-VENCIMENTO   TO DEN-VENCIMENTO
           MOVE TIT-DATA-PAGAMENTO    TO DEN-PAGAMENTO
           MOVE TIT-DATA-VENCIMENTO   TO WS-ENC-VENCIMENTO
           MOVE TIT-DATA-PAGAMENTO    TO WS-ENC-DATA-PAGTO
           MOVE ZEROS                 TO WS-ENC-DIAS-ATRASO
           IF TIT-DATA-PAGAMENTO GREATER TIT-DATA-VENCIMENTO
              COMPUTE WS-DIAS-VENC =
                 FUNCTION INTEGER-OF-DATE(TIT-DATA-VENCIMENTO)
              COMPUTE WS-ENC-DIAS-ATRASO =
                 FUNCTION INTEGER-OF-DATE(TIT-DATA-PAGAMENTO)
                    - WS-DIAS-VENC
           END-IF
           MOVE WS-ENC-DIAS-ATRASO    TO DEN-DIAS
           MOVE TIT-ENC-COBRADOS      TO DEN-COBRADO
           MOVE TIT-ENC-MULTA-PAGA    TO DEN-MULTA
           MOVE TIT-ENC-JUROS-PAGOS   TO DEN-JUROS
           MOVE TIT-ENC-DISPENSADOS   TO DEN-DISPENSADO
           MOVE TIT-ENC-OPER-DISPENSA TO DEN-SUPERVISOR
           WRITE LINHA FROM DETALHE-ENCARGOS AFTER 1 LINES
           ADD 1                   TO WS-TE-QTD
           ADD TIT-ENC-COBRADOS    TO WS-TE-COBRADO
           ADD TIT-ENC-MULTA-PAGA  TO WS-TE-MULTA
           ADD TIT-ENC-JUROS-PAGOS TO WS-TE-JUROS
           ADD TIT-ENC-DISPENSADOS TO WS-TE-DISPENSADO
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       PROCESSA-SECAO-AGING.
           MOVE SPACES TO CABECALHO-SECAO
           IF SECAO-CLIENTE
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              MOVE TIT-EMPRESA-SAI TO WS-EMPRESA-TITULO
              IF WS-EMPRESA-TITULO = ZEROS
                 MOVE 01 TO WS-EMPRESA-TITULO
              END-IF
              IF TIT-STATUS-SAI = "A"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                   OR WS-EMPRESA-TITULO = WS-EMPRESA-SESSAO)
                 IF SECAO-CLIENTE
                    IF TIT-CLI-CODIGO-SAI NOT = WS-CHAVE-ATUAL
                       PERFORM QUEBRA-CHAVE-AGING
