      *    DE RELATORIOS (CATREL.DAT/PROG22).
      *    OS CADASTROS SAO ABERTOS SOMENTE PARA ENTRADA: NAO
      *    EXISTE CAMINHO DE ATUALIZACAO DE CLIENTES OU VENDEDORES
      *    COMPILADO AQUI. AS UNICAS GRAVACOES SAO AS OCORRENCIAS
      *    DO CLIENTE (OCORREN.DAT) E AS RESPOSTAS DE PESQUISA DE
      *    SATISFACAO (PSQRESP.DAT), REGISTRADAS DURANTE O PROPRIO
      *    ATENDIMENTO DO CALL CENTER.
      *    CADA PEDIDO DO EXTRATO TRAZ A SITUACAO NO ERP E NA
      *    ENTREGA: AGUARDANDO/ACEITO/RETORNADO PELO ERP (EXPPED.DAT)
      *    OU FATURADO, EM TRANSITO E ENTREGUE, COM A NOTA FISCAL E A
      *    DATA DO ULTIMO EVENTO (FATPED.DAT, PROGFATPED). ABAIXO
      *    DE CADA PEDIDO VEM UMA LINHA POR ITEM (PEDITEM.DAT) COM O
      *    ICMS, O IPI E O TOTAL DO ITEM COM IMPOSTOS (VALOR DO ITEM
      *    LIQUIDO DO DESCONTO GERAL DO PEDIDO, BASE DO CALCTRIB,
      *    MAIS OS IMPOSTOS) E, POR ULTIMO, A LINHA DE TOTAL DO
      *    PEDIDO COM OS IMPOSTOS GRAVADOS NA DIGITACAO E O TOTAL
      *    COM IMPOSTOS, QUE E O VALOR QUE O CLIENTE VE NA NOTA.
      *    CLIENTE SORTEADO NA AMOSTRA DE UMA PESQUISA ABERTA
      *    (PESQUISA.DAT, PROG58) E AINDA SEM RESPOSTA APARECE COM O
      *    AVISO NA TELA, E A OPCAO (P)ESQUISA COLHE A NOTA DE 0 A
      *    10 E O COMENTARIO - OU A RECUSA EM RESPONDER. NOTA DE
      *    DETRATOR (0 A 6) ABRE SOZINHA UMA OCORRENCIA "NPS" EM
      *    NOME DO VENDEDOR TITULAR, COM RETORNO EM DIASNPS DIAS
      *    (PARAMETRO; AUSENTE, VALE 7).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-OCORREN.

           SELECT ARQ-PESQUISA ASSIGN TO DISK WID-ARQ-PESQUISA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PSQ-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PESQUISA.

           SELECT ARQ-PSQRESP ASSIGN TO DISK WID-ARQ-PSQRESP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PSR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PSQRESP.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDITEM.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CATREL.

           SELECT ARQ-EXPPED ASSIGN TO DISK WID-ARQ-EXPPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EXP-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EXPPED.

           SELECT ARQ-FATPED ASSIGN TO DISK WID-ARQ-FATPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAT-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FATPED.

           SELECT REL-EXTRATO ASSIGN TO WID-REL-EXTRATO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-EXTRATO.
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-AUSENCIA.FD".
       COPY "ARQ-OCORREN.FD".
       COPY "ARQ-PESQUISA.FD".
       COPY "ARQ-PSQRESP.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-CATREL.FD".
       COPY "ARQ-EXPPED.FD".
       COPY "ARQ-FATPED.FD".

       FD  REL-EXTRATO.
       01  LINHA-EXTRATO            PIC X(100).
       77 AUX-OCO-TIPO             PIC X(03) VALUE SPACES.
       77 AUX-OCO-TEXTO            PIC X(60) VALUE SPACES.
       77 AUX-OCO-FOLLOWUP         PIC 9(08) VALUE ZEROS.
       77 WID-ARQ-PESQUISA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PSQRESP          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PESQUISA    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PSQRESP     PIC 9(02) VALUE ZEROS.
       77 WS-FIM-PESQUISA          PIC 9(01) VALUE ZEROS.
       77 WS-PSQ-PENDENTE          PIC X(01) VALUE "N".
       77 WS-PSQ-ACAO              PIC X(01) VALUE SPACES.
       77 AUX-PSQ-NOTA             PIC 9(02) VALUE ZEROS.
       77 AUX-PSQ-COMENTARIO       PIC X(60) VALUE SPACES.
       77 WS-VEN-RETORNO           PIC 9(05) VALUE ZEROS.
      *    PRAZO DO RETORNO DO VENDEDOR AO DETRATOR (PARAMETRO
      *    DIASNPS; AUSENTE, VALE 7 DIAS CORRIDOS).
       77 WS-DIAS-RETORNO-NPS      PIC 9(03) VALUE 7.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CATREL           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EXTRATO     PIC 9(02) VALUE ZEROS.
       77 WS-PEDIDO-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-TITULO-DISPONIVEL     PIC X(01) VALUE "N".
       77 WID-ARQ-EXPPED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-FATPED           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EXPPED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FATPED      PIC 9(02) VALUE ZEROS.
       77 WS-EXPPED-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-FATPED-DISPONIVEL     PIC X(01) VALUE "N".
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-PEDITEM-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FIM-ITENS-EXT         PIC 9(01) VALUE ZEROS.
       77 WS-VALOR-ITEM-EXT        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-OPCAO-CLIENTE         PIC X(01) VALUE SPACES.
       77 WS-OCO-FUNCAO            PIC X(01) VALUE SPACES.
       77 WS-ACAO-OCORRENCIA       PIC X(01) VALUE SPACES.
             03 TAB-UPD-DATA       PIC X(10).
             03 TAB-UPD-VALOR      PIC 9(09)V9(02).
             03 TAB-UPD-STATUS     PIC X(01).
             03 TAB-UPD-ICMS       PIC 9(09)V9(02).
             03 TAB-UPD-IPI        PIC 9(09)V9(02).
             03 TAB-UPD-PCT-DESC   PIC 9(02)V9(02).
       01 WS-LINHA-PED-EXT.
          02 WS-EXT-PED-NUMERO     PIC 9(09).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-EXT-PED-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-EXT-PED-STATUS     PIC X(01).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-EXT-PED-SITUACAO   PIC X(11).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 WS-EXT-PED-NOTA       PIC X(09).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 WS-EXT-PED-DATA-SIT   PIC X(08).
       01 WS-LINHA-ITE-EXT.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-EXT-ITE-SEQUENCIA  PIC 9(03).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 WS-EXT-ITE-PRODUTO    PIC 9(05).
          02 FILLER                PIC X(05) VALUE " ICMS".
          02 WS-EXT-ITE-ICMS       PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(05) VALUE " IPI ".
          02 WS-EXT-ITE-IPI        PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(12) VALUE " C/IMPOSTOS ".
          02 WS-EXT-ITE-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-IMP-EXT.
          02 FILLER                PIC X(11) VALUE "  TOTAL".
          02 FILLER                PIC X(05) VALUE "ICMS ".
          02 WS-EXT-IMP-ICMS       PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(05) VALUE " IPI ".
          02 WS-EXT-IMP-IPI        PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(12) VALUE " C/IMPOSTOS ".
          02 WS-EXT-IMP-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINHA-TIT-EXT.
          02 WS-EXT-TIT-NUMERO     PIC 9(09).
          02 FILLER                PIC X(01) VALUE "/".
          02 WS-EXT-TIT-PARCELA    PIC 9(02).
          02 FILLER                PIC X(01) VALUE "-".
          02 WS-EXT-TIT-QTD-PARC   PIC 9(02).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-EXT-TIT-VENC       PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-EXT-TIT-SALDO      PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-EXT-TIT-COBRANCA   PIC X(12).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 WS-EXT-TIT-COB-DATA   PIC X(08).
       01 WS-LINHA-OCO-EXT.
          02 WS-EXT-OCO-DATA       PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           MOVE "DIASNPS" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DIAS-RETORNO-NPS
           END-IF
           CANCEL "PARAMLER"
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
           IF WS-RESULTADO-TITULO = 00
              MOVE "S" TO WS-TITULO-DISPONIVEL
           END-IF
           MOVE "EXPPED.DAT" TO WID-ARQ-EXPPED
           OPEN INPUT ARQ-EXPPED
           IF WS-RESULTADO-EXPPED = 00
              MOVE "S" TO WS-EXPPED-DISPONIVEL
           END-IF
           MOVE "FATPED.DAT" TO WID-ARQ-FATPED
           OPEN INPUT ARQ-FATPED
           IF WS-RESULTADO-FATPED = 00
              MOVE "S" TO WS-FATPED-DISPONIVEL
           END-IF
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN INPUT ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM = 00
              MOVE "S" TO WS-PEDITEM-DISPONIVEL
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
           IF WS-TITULO-DISPONIVEL = "S"
              CLOSE ARQ-TITULO
           END-IF
           IF WS-EXPPED-DISPONIVEL = "S"
              CLOSE ARQ-EXPPED
           END-IF
           IF WS-FATPED-DISPONIVEL = "S"
              CLOSE ARQ-FATPED
           END-IF
           IF WS-PEDITEM-DISPONIVEL = "S"
              CLOSE ARQ-PEDITEM
           END-IF
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
                 DISPLAY "(VENDEDOR NAO CADASTRADO)"          AT 1219
              END-IF
           END-IF
           PERFORM MOSTRA-AVISO-PESQUISA
           MOVE "X" TO WS-OPCAO-CLIENTE
           PERFORM UNTIL WS-OPCAO-CLIENTE = SPACE
              MOVE SPACES TO WS-OPCAO-CLIENTE
              DISPLAY
                 "OPCAO: (E)XTRATO (O)CORRENCIA (P)ESQUISA ENTER=VOLTA"
                                                              AT 2301
              ACCEPT WS-OPCAO-CLIENTE                         AT 2354
              DISPLAY LIMPA-LINHA                             AT 2301
              EVALUATE WS-OPCAO-CLIENTE
                 WHEN "E"
                 WHEN "o"
                    PERFORM TRATA-OCORRENCIA
                       THRU F-TRATA-OCORRENCIA
                 WHEN "P"
                 WHEN "p"
                    PERFORM COLHE-PESQUISA
                       THRU F-COLHE-PESQUISA
                    PERFORM MOSTRA-AVISO-PESQUISA
                 WHEN OTHER
                    MOVE SPACE TO WS-OPCAO-CLIENTE
              END-EVALUATE
           PERFORM EMITE-LINHA-EXT
           MOVE ALL "-" TO WS-LINHA-SAIDA-EXT
           PERFORM EMITE-LINHA-EXT
           MOVE "ULTIMOS PEDIDOS (SITUACAO NO ERP/ENTREGA):"
              TO WS-LINHA-SAIDA-EXT
           PERFORM EMITE-LINHA-EXT
           PERFORM EXTRATO-ULTIMOS-PEDIDOS
           MOVE "TITULOS EM ABERTO (TITULO/PARCELA-QTDE) E COBRANCA:"
              TO WS-LINHA-SAIDA-EXT
           PERFORM EMITE-LINHA-EXT
           PERFORM EXTRATO-TITULOS-ABERTOS
           MOVE "OCORRENCIAS RECENTES:" TO WS-LINHA-SAIDA-EXT
           MOVE PED-DATA   TO TAB-UPD-DATA (WS-QTD-ULTIMOS)
           MOVE PED-VALOR  TO TAB-UPD-VALOR (WS-QTD-ULTIMOS)
           MOVE PED-STATUS TO TAB-UPD-STATUS (WS-QTD-ULTIMOS)
           MOVE PED-VALOR-ICMS TO TAB-UPD-ICMS (WS-QTD-ULTIMOS)
           MOVE PED-VALOR-IPI  TO TAB-UPD-IPI (WS-QTD-ULTIMOS)
           MOVE PED-PCT-DESCONTO TO TAB-UPD-PCT-DESC (WS-QTD-ULTIMOS)
           .
       EMITE-UM-PEDIDO-EXT.
           MOVE TAB-UPD-NUMERO (WS-IDX-ULT) TO WS-EXT-PED-NUMERO
           MOVE TAB-UPD-DATA (WS-IDX-ULT)   TO WS-EXT-PED-DATA
           MOVE TAB-UPD-VALOR (WS-IDX-ULT)  TO WS-EXT-PED-VALOR
           MOVE TAB-UPD-STATUS (WS-IDX-ULT) TO WS-EXT-PED-STATUS
           PERFORM MONTA-SITUACAO-ENTREGA
           MOVE WS-LINHA-PED-EXT TO WS-LINHA-SAIDA-EXT
           PERFORM EMITE-LINHA-EXT
           IF WS-PEDITEM-DISPONIVEL = "S"
              PERFORM EMITE-ITENS-PEDIDO-EXT
           END-IF
           MOVE TAB-UPD-ICMS (WS-IDX-ULT) TO WS-EXT-IMP-ICMS
           MOVE TAB-UPD-IPI (WS-IDX-ULT)  TO WS-EXT-IMP-IPI
           COMPUTE WS-EXT-IMP-TOTAL = TAB-UPD-VALOR (WS-IDX-ULT)
              + TAB-UPD-ICMS (WS-IDX-ULT) + TAB-UPD-IPI (WS-IDX-ULT)
           MOVE WS-LINHA-IMP-EXT TO WS-LINHA-SAIDA-EXT
           PERFORM EMITE-LINHA-EXT
           .
       EMITE-ITENS-PEDIDO-EXT.
      *    UMA LINHA POR ITEM, COM OS IMPOSTOS GRAVADOS NO PEDITEM.
      *    O TOTAL DO ITEM PARTE DO VALOR LIQUIDO DO DESCONTO GERAL
      *    DO PEDIDO (A MESMA BASE DO CALCTRIB), ENTAO A SOMA DOS
      *    ITENS BATE COM A LINHA DE TOTAL DO PEDIDO.
           MOVE TAB-UPD-NUMERO (WS-IDX-ULT) TO ITE-PED-NUMERO
           MOVE ZEROS TO ITE-SEQUENCIA
           START ARQ-PEDITEM KEY IS NOT LESS ITE-CHAVE
           IF WS-RESULTADO-PEDITEM NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ITENS-EXT
           PERFORM UNTIL WS-FIM-ITENS-EXT = 1
              READ ARQ-PEDITEM NEXT AT END
                 MOVE 1 TO WS-FIM-ITENS-EXT
              END-READ
              IF WS-FIM-ITENS-EXT NOT = 1
                 IF ITE-PED-NUMERO NOT = TAB-UPD-NUMERO (WS-IDX-ULT)
                    MOVE 1 TO WS-FIM-ITENS-EXT
                 ELSE
                    PERFORM EMITE-UM-ITEM-EXT
                 END-IF
              END-IF
           END-PERFORM
           .
       EMITE-UM-ITEM-EXT.
           MOVE ITE-SEQUENCIA  TO WS-EXT-ITE-SEQUENCIA
           MOVE ITE-PRO-CODIGO TO WS-EXT-ITE-PRODUTO
           MOVE ITE-VALOR-ICMS TO WS-EXT-ITE-ICMS
           MOVE ITE-VALOR-IPI  TO WS-EXT-ITE-IPI
           COMPUTE WS-VALOR-ITEM-EXT ROUNDED =
              ITE-VALOR * (100 - TAB-UPD-PCT-DESC (WS-IDX-ULT)) / 100
           COMPUTE WS-EXT-ITE-TOTAL = WS-VALOR-ITEM-EXT
              + ITE-VALOR-ICMS + ITE-VALOR-IPI
           MOVE WS-LINHA-ITE-EXT TO WS-LINHA-SAIDA-EXT
           PERFORM EMITE-LINHA-EXT
           .
       MONTA-SITUACAO-ENTREGA.
      *    O FATURAMENTO (FATPED) PREVALECE SOBRE O CONTROLE DE
      *    EXPORTACAO; PEDIDO ATIVO SEM NENHUM DOS DOIS AINDA NAO
      *    FOI ENVIADO AO ERP.
           MOVE SPACES TO WS-EXT-PED-SITUACAO
           MOVE SPACES TO WS-EXT-PED-NOTA
           MOVE SPACES TO WS-EXT-PED-DATA-SIT
           IF WS-FATPED-DISPONIVEL = "S"
              MOVE TAB-UPD-NUMERO (WS-IDX-ULT) TO FAT-PED-NUMERO
              READ ARQ-FATPED
              IF WS-RESULTADO-FATPED = 00
                 MOVE FAT-NOTA-FISCAL TO WS-EXT-PED-NOTA
                 EVALUATE TRUE
                    WHEN FAT-ENTREGUE
                       MOVE "ENTREGUE"    TO WS-EXT-PED-SITUACAO
                       MOVE FAT-DATA-ENTREGA  TO WS-EXT-PED-DATA-SIT
                    WHEN FAT-EM-TRANSITO
                       MOVE "EM TRANSITO" TO WS-EXT-PED-SITUACAO
                       MOVE FAT-DATA-EMBARQUE TO WS-EXT-PED-DATA-SIT
                    WHEN OTHER
                       MOVE "FATURADO"    TO WS-EXT-PED-SITUACAO
                       MOVE FAT-DATA-NOTA     TO WS-EXT-PED-DATA-SIT
                 END-EVALUATE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-EXPPED-DISPONIVEL = "S"
              MOVE TAB-UPD-NUMERO (WS-IDX-ULT) TO EXP-PED-NUMERO
              READ ARQ-EXPPED
              IF WS-RESULTADO-EXPPED = 00
                 EVALUATE TRUE
                    WHEN EXP-ACEITO
                       MOVE "ACEITO ERP"  TO WS-EXT-PED-SITUACAO
                       MOVE EXP-DATA-ACK   TO WS-EXT-PED-DATA-SIT
                    WHEN EXP-RETORNADO
                       MOVE "RETORNADO"   TO WS-EXT-PED-SITUACAO
                       MOVE EXP-ERRO       TO WS-EXT-PED-NOTA
                       MOVE EXP-DATA-ACK   TO WS-EXT-PED-DATA-SIT
                    WHEN OTHER
                       MOVE "AGUARD. ERP" TO WS-EXT-PED-SITUACAO
                       MOVE EXP-DATA-ENVIO TO WS-EXT-PED-DATA-SIT
                 END-EVALUATE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF TAB-UPD-STATUS (WS-IDX-ULT) = "A"
              MOVE "NAO ENVIADO" TO WS-EXT-PED-SITUACAO
           END-IF
           .
       EXTRATO-TITULOS-ABERTOS.
           IF WS-TITULO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-IDX-ULT
           MOVE ZEROS TO TIT-CHAVE
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO = 00
              MOVE ZEROS TO WS-FIM-EXTRATO
              PERFORM UNTIL WS-FIM-EXTRATO = 1
                    COMPUTE WS-SALDO-TITULO =
                       TIT-VALOR - TIT-VALOR-PAGO
                    MOVE TIT-NUMERO TO WS-EXT-TIT-NUMERO
                    MOVE TIT-PARCELA TO WS-EXT-TIT-PARCELA
                    MOVE TIT-QTD-PARCELAS TO WS-EXT-TIT-QTD-PARC
                    MOVE TIT-DATA-VENCIMENTO
                       TO WS-EXT-TIT-VENC
                    MOVE WS-SALDO-TITULO TO WS-EXT-TIT-SALDO
                    PERFORM MONTA-ETAPA-COBRANCA
                    MOVE WS-LINHA-TIT-EXT TO WS-LINHA-SAIDA-EXT
                    PERFORM EMITE-LINHA-EXT
                 END-IF
              PERFORM EMITE-LINHA-EXT
           END-IF
           .
       MONTA-ETAPA-COBRANCA.
      *    ETAPA DA REGUA DE COBRANCA (PROGCOBRA) JA ALCANCADA PELA
      *    PARCELA, COM A DATA DO ENVIO DA CARTA.
           MOVE SPACES TO WS-EXT-TIT-COBRANCA
           MOVE SPACES TO WS-EXT-TIT-COB-DATA
           EVALUATE TRUE
              WHEN TIT-COB-LEMBRETE
                 MOVE "LEMBRETE"     TO WS-EXT-TIT-COBRANCA
              WHEN TIT-COB-NOTIFICACAO
                 MOVE "NOTIFICACAO"  TO WS-EXT-TIT-COBRANCA
              WHEN TIT-COB-PRE-JURIDICO
                 MOVE "PRE-JURIDICO" TO WS-EXT-TIT-COBRANCA
           END-EVALUATE
           IF NOT TIT-COB-NENHUM
              MOVE TIT-COB-DATA TO WS-EXT-TIT-COB-DATA
           END-IF
           .
       EXTRATO-OCORRENCIAS.
           MOVE "OCORREN.DAT" TO WID-ARQ-OCORREN
           OPEN INPUT ARQ-OCORREN
           END-PERFORM
           ADD 1 TO WS-OCO-PROX-SEQ
           .
       MOSTRA-AVISO-PESQUISA.
      *    AVISO NA LINHA 6 QUANDO O CLIENTE TEM PESQUISA PENDENTE.
           DISPLAY LIMPA-LINHA                                AT 0601
           MOVE "PESQUISA.DAT" TO WID-ARQ-PESQUISA
           OPEN INPUT ARQ-PESQUISA
           IF WS-RESULTADO-PESQUISA NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE "PSQRESP.DAT" TO WID-ARQ-PSQRESP
           OPEN INPUT ARQ-PSQRESP
           IF WS-RESULTADO-PSQRESP NOT = 00
              CLOSE ARQ-PESQUISA
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-PESQUISA-PENDENTE
           IF WS-PSQ-PENDENTE = "S"
              DISPLAY "*** PESQUISA DE SATISFACAO PENDENTE:"  AT 0601
              DISPLAY PSQ-CODIGO                              AT 0638
              DISPLAY PSQ-DESCRICAO                           AT 0643
           END-IF
           CLOSE ARQ-PSQRESP
           CLOSE ARQ-PESQUISA
           .
       BUSCA-PESQUISA-PENDENTE.
      *    PRIMEIRA CAMPANHA ABERTA, DENTRO DO PERIODO DE COLETA, EM
      *    CUJA AMOSTRA O CLIENTE ESTA AINDA SEM RESPOSTA. DEIXA A
      *    CAMPANHA E A LINHA DA AMOSTRA NAS AREAS DOS ARQUIVOS.
           MOVE "N" TO WS-PSQ-PENDENTE
           MOVE ZEROS TO PSQ-CODIGO
           START ARQ-PESQUISA KEY IS NOT LESS PSQ-CODIGO
           IF WS-RESULTADO-PESQUISA NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-PESQUISA
           PERFORM UNTIL WS-FIM-PESQUISA = 1
              READ ARQ-PESQUISA NEXT AT END
                 MOVE 1 TO WS-FIM-PESQUISA
              END-READ
              IF WS-FIM-PESQUISA NOT = 1
                 AND PSQ-ABERTA
                 AND PSQ-DATA-INICIO NOT > WS-HOJE-AAAAMMDD
                 AND PSQ-DATA-FIM NOT < WS-HOJE-AAAAMMDD
                 MOVE PSQ-CODIGO TO PSR-PSQ-CODIGO
                 MOVE CLI-CODIGO TO PSR-CLI-CODIGO
                 READ ARQ-PSQRESP
                 IF WS-RESULTADO-PSQRESP = 00 AND PSR-PENDENTE
                    MOVE "S" TO WS-PSQ-PENDENTE
                    MOVE 1 TO WS-FIM-PESQUISA
                 END-IF
              END-IF
           END-PERFORM
           .
       COLHE-PESQUISA.
      *    RESPOSTA DO CLIENTE A PESQUISA PENDENTE, COLHIDA PELO
      *    CALL CENTER. OS ARQUIVOS SAO ABERTOS SO NO MOMENTO DO USO.
           MOVE "PESQUISA.DAT" TO WID-ARQ-PESQUISA
           OPEN INPUT ARQ-PESQUISA
           IF WS-RESULTADO-PESQUISA NOT = 00
              DISPLAY "NAO HA PESQUISAS CADASTRADAS (PROG58)."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-COLHE-PESQUISA
           END-IF
           MOVE "PSQRESP.DAT" TO WID-ARQ-PSQRESP
           OPEN I-O ARQ-PSQRESP
           IF WS-RESULTADO-PSQRESP NOT = 00
              CLOSE ARQ-PESQUISA
              DISPLAY "NAO HA AMOSTRAS SORTEADAS (PROG58)."   AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-COLHE-PESQUISA
           END-IF
           PERFORM BUSCA-PESQUISA-PENDENTE
           IF WS-PSQ-PENDENTE NOT = "S"
              DISPLAY "CLIENTE SEM PESQUISA PENDENTE."        AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              CLOSE ARQ-PSQRESP
              CLOSE ARQ-PESQUISA
              GO TO F-COLHE-PESQUISA
           END-IF
           DISPLAY "PESQUISA"                                 AT 2201
           DISPLAY PSQ-CODIGO                                 AT 2210
           DISPLAY PSQ-DESCRICAO                              AT 2215
           MOVE SPACES TO WS-PSQ-ACAO
           DISPLAY "CLIENTE RESPONDEU? (S)IM (N)AO QUIS ENTER=DEPOIS"
                                                              AT 2301
           ACCEPT WS-PSQ-ACAO                                 AT 2350
           DISPLAY LIMPA-LINHA                                AT 2301
           MOVE FUNCTION UPPER-CASE (WS-PSQ-ACAO) TO WS-PSQ-ACAO
           IF WS-PSQ-ACAO NOT = "S" AND NOT = "N"
              DISPLAY LIMPA-LINHA                             AT 2201
              CLOSE ARQ-PSQRESP
              CLOSE ARQ-PESQUISA
              GO TO F-COLHE-PESQUISA
           END-IF
           IF WS-PSQ-ACAO = "S"
              MOVE 99 TO AUX-PSQ-NOTA
              PERFORM UNTIL AUX-PSQ-NOTA NOT > 10
                 DISPLAY "NOTA DE 0 A 10:"                    AT 2301
                 MOVE ZEROS TO AUX-PSQ-NOTA
                 ACCEPT AUX-PSQ-NOTA                          AT 2317
              END-PERFORM
              MOVE SPACES TO AUX-PSQ-COMENTARIO
              DISPLAY "COMENTARIO:"                           AT 2401
              ACCEPT AUX-PSQ-COMENTARIO                       AT 2413
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE "R"                TO PSR-STATUS
              MOVE AUX-PSQ-NOTA       TO PSR-NOTA
              MOVE AUX-PSQ-COMENTARIO TO PSR-COMENTARIO
           ELSE
              MOVE "N"                TO PSR-STATUS
              MOVE ZEROS              TO PSR-NOTA
              MOVE SPACES             TO PSR-COMENTARIO
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2301
           MOVE WS-HOJE-AAAAMMDD   TO PSR-DATA-RESPOSTA
           MOVE "C"                TO PSR-ORIGEM
           MOVE OPERADOR           TO PSR-OPERADOR
           MOVE ZEROS              TO PSR-OCO-SEQUENCIA
           IF PSR-RESPONDIDA AND PSR-DETRATOR
              MOVE CLI-VEN-CODIGO TO WS-VEN-RETORNO
              IF WS-VEN-RETORNO = ZEROS
                 MOVE PSR-VEN-CODIGO TO WS-VEN-RETORNO
              END-IF
              PERFORM ABRE-OCORRENCIA-DETRATOR
           END-IF
           REWRITE REGISTRO-PSQRESP
           IF WS-RESULTADO-PSQRESP NOT = 00
              DISPLAY "ERRO NA GRAVACAO - PESQUISA:"          AT 2401
              DISPLAY WS-RESULTADO-PSQRESP                    AT 2430
           ELSE
              IF PSR-OCO-SEQUENCIA NOT = ZEROS
                 DISPLAY "DETRATOR - OCORRENCIA NPS ABERTA."  AT 2401
              ELSE
                 DISPLAY "RESPOSTA REGISTRADA."               AT 2401
              END-IF
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2201
           DISPLAY LIMPA-LINHA                                AT 2401
           CLOSE ARQ-PSQRESP
           CLOSE ARQ-PESQUISA
           .
       F-COLHE-PESQUISA. EXIT.
       ABRE-OCORRENCIA-DETRATOR.
      *    OCORRENCIA "NPS" EM NOME DO VENDEDOR ("VEND" + CODIGO),
      *    PARA O RETORNO SAIR NA SECAO DELE NO PROGFOLLOW; SEM
      *    VENDEDOR, FICA COM O OPERADOR QUE COLHEU A RESPOSTA.
           MOVE "OCORREN.DAT" TO WID-ARQ-OCORREN
           OPEN I-O ARQ-OCORREN
           IF WS-RESULTADO-OCORREN NOT = 00
              OPEN OUTPUT ARQ-OCORREN
              CLOSE ARQ-OCORREN
              OPEN I-O ARQ-OCORREN
           END-IF
           PERFORM BUSCA-PROXIMA-SEQ-OCORREN
           MOVE CLI-CODIGO        TO OCO-CLI-CODIGO
           MOVE WS-OCO-PROX-SEQ   TO OCO-SEQUENCIA
           MOVE WS-HOJE-AAAAMMDD  TO OCO-DATA
           IF WS-VEN-RETORNO = ZEROS
              MOVE OPERADOR       TO OCO-OPERADOR
           ELSE
              MOVE SPACES         TO OCO-OPERADOR
              STRING "VEND" WS-VEN-RETORNO
                 DELIMITED BY SIZE INTO OCO-OPERADOR
           END-IF
           MOVE "NPS"             TO OCO-TIPO
           MOVE SPACES            TO OCO-TEXTO
           STRING "DETRATOR NOTA " PSR-NOTA " PESQ " PSR-PSQ-CODIGO
                  ": " PSR-COMENTARIO
              DELIMITED BY SIZE INTO OCO-TEXTO
           COMPUTE OCO-DATA-FOLLOWUP =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-HOJE-AAAAMMDD)
                    + WS-DIAS-RETORNO-NPS)
           MOVE "A"               TO OCO-STATUS
           WRITE REGISTRO-OCORREN
           IF WS-RESULTADO-OCORREN = 00
              MOVE OCO-SEQUENCIA TO PSR-OCO-SEQUENCIA
           END-IF
           CLOSE ARQ-OCORREN
           .
       MOSTRA-VENDEDOR-TITULAR.
           MOVE CLI-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
