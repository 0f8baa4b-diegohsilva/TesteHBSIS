      *    EM MODO BATCH USA A COMPETENCIA DA DATA DO SISTEMA.
      *    ALEM DO DEMONSTRATIVO, CADA VENDEDOR GANHA UMA LINHA NO
      *    LEDGER DE COMISSOES (COMISLED.DAT) COM O VALOR CALCULADO
      *    E SITUACAO "C"; A APROVACAO E A RETENCAO SAO FEITAS
      *    PELO SUPERVISOR NO PROG27, O ENVIO A FOLHA PELO PROGFOLHA
      *    E O PAGAMENTO VEM DO RETORNO DA FOLHA (PROGRETFOL). LINHA
      *    JA APROVADA, ENVIADA OU PAGA NAO E REGRAVADA: A RODADA
      *    AVISA QUE O VALOR DO LEDGER FOI PRESERVADO.
      *    AJUSTES PENDENTES DE CANCELAMENTO (AJUSCOM.DAT, GERADOS
      *    PELO PROG07 QUANDO UM PEDIDO JA COMISSIONADO E CANCELADO)
      *    SAO ABATIDOS DA COMISSAO NOVA DO VENDEDOR, ITEM A ITEM NO
      *    DEMONSTRATIVO; O QUE A COMISSAO DO MES NAO COBRIR
      *    PERMANECE PENDENTE PARA A COMPETENCIA SEGUINTE.
      *    DEVOLUCOES (PROG44) GERAM O MESMO TIPO DE AJUSTE, SOBRE O
      *    VALOR DEVOLVIDO, E SAO ABATIDAS DA MESMA FORMA; NO
      *    DEMONSTRATIVO APARECEM COMO "AJUSTE DEVOL." COM O NUMERO
      *    DO PEDIDO ORIGINAL.
      *    CONTESTACOES DO DEMONSTRATIVO ACEITAS PELO SUPERVISOR
      *    (PROG57) CHEGAM PELO MESMO AJUSCOM.DAT: A DEBITO SAO
      *    ABATIDAS COMO AS DEMAIS; A CREDITO SAO SOMADAS INTEIRAS A
      *    COMISSAO DO MES, ANTES DOS ABATIMENTOS. AS DUAS SAEM NO
      *    DEMONSTRATIVO COMO "CONTESTACAO PEDIDO". COMO OS DEMAIS
      *    AJUSTES, SO ENTRAM NA RODADA EM QUE O VENDEDOR TEM
      *    PEDIDOS NA COMPETENCIA.
      *    PEDIDO DE BONIFICACAO (PED-TIPO "B", PROG07) NAO
      *    COMISSIONA E NAO CONTA PARA O ATINGIMENTO DA FAIXA.
      *    O PERCENTUAL DE COMISSAO PODE SER ESCALONADO: O PROGRAMA
      *    APURA O ATINGIMENTO DO VENDEDOR CONTRA A META DO MES
      *    (META.DAT, OU VEN-META-MENSAL NA FALTA DELA) E APLICA A
      *    FAIXA VIGENTE DE FAIXACOM.DAT (PROG28). VENDEDOR SEM
      *    FAIXA APLICAVEL CONTINUA NO VEN-COMISSAO FIXO.
      *    A FAIXA PODE EXIGIR ATINGIMENTO MINIMO NAS FAMILIAS
      *    ESTRATEGICAS (FXC-MINIMO-FAMILIA): O VENDIDO POR FAMILIA
      *    VEM DO APURAFAM E A META DE METAFAM.DAT (PROG54). FAMILIA
      *    ESTRATEGICA COM META E ATINGIMENTO ABAIXO DO MINIMO TIRA
      *    A FAIXA - O VENDEDOR FICA NO VEN-COMISSAO E O MOTIVO SAI
      *    NO DEMONSTRATIVO.
      *    VENDA FORA DA CARTEIRA (PED-FORA-CARTEIRA = "S") SEGUE A
      *    REGRA CONFIGURADA EM WS-REGRA-FORA-CART:
      *      "I" - INTEGRAL AO VENDEDOR QUE VENDEU (PADRAO);
      *            METADE E CREDITADA AO TITULAR DA CARTEIRA, EM
      *            SECAO PROPRIA NO FIM DO DEMONSTRATIVO;
      *      "B" - BLOQUEIA: O PEDIDO E LISTADO MAS NAO COMISSIONA.
      *    ITENS VENDIDOS EM CAMPANHA PROMOCIONAL (ITE-CAMPANHA, COM
      *    OS PONTOS EXTRAS GRAVADOS NO ITEM) RENDEM UM BONUS AO
      *    VENDEDOR: VALOR LIQUIDO DO ITEM (JA COM O DESCONTO GERAL
      *    DO PEDIDO, RATEADO PELOS ITENS) X PONTOS / 100. O BONUS
      *    SEGUE A MESMA REGRA DAS VENDAS FORA DA CARTEIRA (METADE
      *    NA "D", NADA NA "B"), SAI EM LINHA PROPRIA NO TOTAL DO
      *    VENDEDOR E ENTRA NA COMISSAO DEVIDA ANTES DOS AJUSTES.
      *    OVERRIDE DE SUPERVISAO: PELA HIERARQUIA VIGENTE NA DATA DE
      *    CADA PEDIDO (EQUIPE.DAT, PROG47, LIDA PELO EQUIPLER), O
      *    SUPERVISOR E O GERENTE DE QUEM RECEBEU O CREDITO DA VENDA
      *    GANHAM O SEU PERCENTUAL DE OVERRIDE SOBRE O VALOR
      *    CREDITADO (INTEGRAL, OU A METADE DE CADA UM NA REGRA "D";
      *    NADA NA "B"). O OVERRIDE SAI EM SECAO PROPRIA NO FIM DO
      *    DEMONSTRATIVO E E SOMADO A LINHA DO LIDER NO LEDGER, DA
      *    MESMA FORMA QUE O CREDITO DE TITULAR, PASSANDO PELA
      *    APROVACAO DO PROG27. O LIDER NAO RECEBE OVERRIDE SOBRE AS
      *    PROPRIAS VENDAS.
      *    AJUSTE DE CANCELAMENTO OU DEVOLUCAO ABATIDO DO VENDEDOR
      *    ESTORNA TAMBEM O OVERRIDE DOS SEUS LIDERES: PELA
      *    HIERARQUIA NA DATA DO PEDIDO DE ORIGEM, CADA LIDER PERDE
      *    O SEU PERCENTUAL SOBRE A VENDA CORRESPONDENTE AO VALOR
      *    ABATIDO (VALOR ABATIDO / VEN-COMISSAO, O MESMO PERCENTUAL
      *    QUE GEROU O AJUSTE). O ESTORNO SAI DO OVERRIDE DO LIDER
      *    NA COMPETENCIA E, SE PASSAR DELE, DA LINHA DO LIDER NO
      *    LEDGER ATE ZERA-LA; NAO GERA OUTRO AJUSTE NO AJUSCOM.
      *    O DEMONSTRATIVO (RCOMISSAO.TXT) E COPIADO PARA O CATALOGO
      *    DE RELATORIOS (TIPO RCOMISSAO, VIA CATALOGA); CADA
      *    VENDEDOR ABRE A SUA SECAO COM A LINHA "VENDEDOR NNNNN",
      *    O QUE PERMITE ASSINAR SO A SECAO DE UM VENDEDOR.
      *    A RODADA E SEPARADA POR EMPRESA: NO MENU ENTRAM SO OS
      *    PEDIDOS DA EMPRESA DA SESSAO (PED-EMPRESA, LIDA PELO
      *    EMPRLER); NO LOTE ENTRAM TODAS, CADA VENDEDOR NA SUA. A
      *    LINHA DO LEDGER LEVA A EMPRESA DO VENDEDOR (CML-EMPRESA).
      *    A METADE DO TITULAR NA REGRA "D" SO VAI PARA TITULAR DA
      *    MESMA EMPRESA DO PEDIDO; TITULAR DE OUTRA EMPRESA NAO
      *    RECEBE E A METADE FICA COM QUEM VENDEU.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FAIXACOM.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDITEM.

           SELECT ARQ-METAFAM ASSIGN TO DISK WID-ARQ-METAFAM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MTF-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-METAFAM.

           SELECT ARQ-FAMILIA ASSIGN TO DISK WID-ARQ-FAMILIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAM-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FAMILIA.

           SELECT ARQ-SAI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-META.FD".
       COPY "ARQ-FAIXACOM.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-METAFAM.FD".
       COPY "ARQ-FAMILIA.FD".

       FD ARQ-SAI.
       01 REG-SAI.
          02 PED-VALOR-SAI          PIC 9(09)V9(02).
          02 PED-STATUS-SAI         PIC X(01).
          02 PED-FORA-SAI           PIC X(01).
          02 FILLER                 PIC X(50).
          02 PED-TIPO-SAI           PIC X(01).
          02 FILLER                 PIC X(10).
          02 PED-EMPRESA-SAI        PIC 9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 FILLER                 PIC 9(09)V9(02).
          05 FILLER                 PIC X(01).
          05 FILLER                 PIC X(01).
          05 FILLER                 PIC X(50).
          05 FILLER                 PIC X(01).
          05 FILLER                 PIC X(10).
          05 FILLER                 PIC 9(02).

       FD RELATORIO.
       01 LINHA                     PIC X(132).
       77 WS-AJUSCOM-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FIM-AJUSTES           PIC 9(01) VALUE ZEROS.
       77 WS-TOTAL-AJUSTES-VEN     PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOTAL-CREDITOS-VEN    PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-PASSADA-AJUSTE        PIC X(01) VALUE SPACES.
       77 WS-VALOR-ABATIDO         PIC 9(09)V9(02) VALUE ZEROS.
       77 WID-ARQ-META             PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-META        PIC 9(02) VALUE ZEROS.
       77 WS-VIG-ESCOLHIDA         PIC 9(06) VALUE ZEROS.
       77 WS-FAIXA-ACHADA          PIC X(01) VALUE SPACES.
       77 WS-FIM-FAIXAS            PIC 9(01) VALUE ZEROS.
      *    EXIGENCIA DE ATINGIMENTO NAS FAMILIAS ESTRATEGICAS: O
      *    VENDIDO POR VENDEDOR E FAMILIA E APURADO UMA VEZ SO, NA
      *    PRIMEIRA FAIXA QUE TIVER A EXIGENCIA.
       77 WID-ARQ-METAFAM          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-METAFAM     PIC 9(02) VALUE ZEROS.
       77 WS-METAFAM-DISPONIVEL    PIC X(01) VALUE "N".
       77 WID-ARQ-FAMILIA          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-FAMILIA     PIC 9(02) VALUE ZEROS.
       77 WS-FAMILIA-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-VENDAFAM-APURADA      PIC X(01) VALUE "N".
       77 WS-PCT-SEM-FAIXA         PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-MINIMO-FAMILIA        PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-FAIXA-NEGADA          PIC X(01) VALUE SPACES.
       77 WS-FAM-NEGADA            PIC 9(03) VALUE ZEROS.
       77 WS-ATING-FAM-NEGADA      PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VENDIDO-FAMILIA       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-ATINGIMENTO-FAM       PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-FIM-METAFAM           PIC 9(01) VALUE ZEROS.
       77 WS-IDX-VFA               PIC 9(04) VALUE ZEROS.
       COPY "AREA-VENDAFAM.cpy".
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-CLIENTE-DISPONIVEL    PIC X(01) VALUE "N".
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-PEDITEM-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
      *    BONUS DE CAMPANHA: SOMA DOS ITENS DO PEDIDO E SOMA DOS
      *    ITENS DE CAMPANHA PONDERADA PELOS PONTOS EXTRAS, PARA
      *    RATEAR O DESCONTO GERAL DO PEDIDO (PED-VALOR) PELOS
      *    ITENS.
       77 WS-SOMA-ITENS-PED        PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-SOMA-PONTOS-PED       PIC 9(13)V9(04) VALUE ZEROS.
       77 WS-BONUS-PEDIDO          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-BONUS-CAMPANHA-VEN    PIC 9(11)V9(02) VALUE ZEROS.
      *    VENDEDORES CUJA LINHA DO LEDGER FOI GRAVADA NESTA
      *    RODADA: O CREDITO DE TITULAR SO PODE SOMAR SOBRE UMA
      *    LINHA DESTA RODADA; LINHA DE RODADA ANTERIOR E
       77 WS-IDX-TITULAR           PIC 9(03) VALUE ZEROS.
       77 WS-TITULAR-ACHADO        PIC X(01) VALUE SPACES.
       77 WS-COMISSAO-TITULAR      PIC 9(11)V9(02) VALUE ZEROS.
      *    CREDITO A SOMAR NA LINHA DO LEDGER DE OUTRO VENDEDOR
      *    (TITULAR DA CARTEIRA OU LIDER DA EQUIPE).
       77 WS-CREDITO-CODIGO        PIC 9(05) VALUE ZEROS.
       77 WS-CREDITO-VALOR         PIC 9(11)V9(02) VALUE ZEROS.
       01 TABELA-TITULARES.
          02 TITULAR-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-TIT-CODIGO     PIC 9(05).
             03 TAB-TIT-VALOR      PIC 9(11)V9(02).
      *    OVERRIDE DE SUPERVISAO: BASE E VALOR ACUMULADOS POR
      *    LIDER (SUPERVISOR OU GERENTE) NA COMPETENCIA.
       COPY "AREA-EQUIPE.cpy".
       77 WS-OVR-MEMBRO            PIC 9(05) VALUE ZEROS.
       77 WS-OVR-BASE              PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-OVR-LIDER             PIC 9(05) VALUE ZEROS.
       77 WS-OVR-PCT               PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-OVR-VALOR             PIC 9(09)V9(02) VALUE ZEROS.
      *    "C" CREDITA O OVERRIDE DA VENDA, "E" ESTORNA O OVERRIDE DE
      *    UM AJUSTE ABATIDO DO VENDEDOR.
       77 WS-OVR-OPERACAO          PIC X(01) VALUE "C".
       77 WS-PEDIDO-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-QTD-OVERRIDE          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-OVERRIDE          PIC 9(03) VALUE ZEROS.
       77 WS-OVERRIDE-ACHADO       PIC X(01) VALUE SPACES.
       77 WS-DATA-PEDIDO-AAAAMMDD  PIC 9(08) VALUE ZEROS.
       01 AUX-DATA-PEDIDO          PIC 99/99/9(04).
       01 AUX-DATA-PEDIDO-R REDEFINES AUX-DATA-PEDIDO.
          02 AUX-PED-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 AUX-PED-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 AUX-PED-ANO           PIC 9(04).
       01 TABELA-OVERRIDE.
          02 OVERRIDE-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-OVR-CODIGO     PIC 9(05).
             03 TAB-OVR-BASE       PIC 9(11)V9(02).
             03 TAB-OVR-VALOR      PIC 9(11)V9(02).
             03 TAB-OVR-ESTORNO    PIC 9(11)V9(02).
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RCOMISSAO".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RCOMISSAO.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-VEN-ATUAL             PIC 9(05) VALUE ZEROS.
      *    EMPRESA DA RODADA (ZERO = TODAS), DO PEDIDO LIDO E DO
      *    VENDEDOR EM QUEBRA; VEN-EMPRESA/PED-EMPRESA ZERO = 01.
       77 WS-EMPRESA-RODADA        PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-PED           PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-VEN           PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-CREDITO       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PEDIDOS-VEN       PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-VENDIDO-VEN     PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-COMISSAO-VEN          PIC 9(11)V9(02) VALUE ZEROS.
          02 CAB-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(01) VALUE SPACE.
          02 CAB-SITUACAO-COMPET PIC X(10) VALUE SPACES.
          02 FILLER       PIC X(11) VALUE "  EMPRESA: ".
          02 CAB-EMPRESA  PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(05) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

          02 FILLER          PIC X(12) VALUE "  COMISSAO: ".
          02 CABV-PCT        PIC Z9,99.
          02 FILLER          PIC X(02) VALUE " %".
          02 FILLER          PIC X(11) VALUE "  EMPRESA: ".
          02 CABV-EMPRESA    PIC 9(02).

       01 CABECALHO-1.
          02 FILLER PIC X(09) VALUE "   PEDIDO".
          02 FILLER PIC X(60) VALUE
             "CREDITOS A TITULARES (VENDAS FORA DA CARTEIRA - DIVIDE)".

       01 CABECALHO-OVERRIDE.
          02 FILLER PIC X(60) VALUE
             "OVERRIDE DE SUPERVISAO (VENDAS DA EQUIPE)".

       01 DETALHE-TITULAR.
          02 DETT-CODIGO           PIC 9(05).
          02 FILLER                PIC X(03) VALUE " - ".
          02 FILLER                PIC X(12) VALUE "  COMISSAO: ".
          02 DETT-COMISSAO         PIC ZZZ.ZZZ.ZZ9,99.

       01 DETALHE-ESTORNO-OVERRIDE.
          02 FILLER                PIC X(08) VALUE SPACES.
          02 FILLER                PIC X(40) VALUE
             "ESTORNO S/ AJUSTES ABATIDOS DA EQUIPE".
          02 FILLER                PIC X(32) VALUE SPACES.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DETE-VALOR            PIC -ZZZ.ZZZ.ZZ9,99.

       01 TOTAL-VENDEDOR-1.
          02 FILLER                PIC X(26) VALUE
             "TOTAL VENDIDO NO MES.....".
          02 DETF-PCT              PIC Z9,99.
          02 FILLER                PIC X(02) VALUE " %".

       01 DETALHE-FAIXA-NEGADA.
          02 FILLER                PIC X(26) VALUE
             "ATINGIMENTO DA META......".
          02 FILLER                PIC X(10) VALUE SPACES.
          02 DETN-ATINGIMENTO      PIC ZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE " %".
          02 FILLER                PIC X(32) VALUE
             "  FAIXA NAO CONCEDIDA - FAMILIA ".
          02 DETN-FAMILIA          PIC 9(03).
          02 FILLER                PIC X(14) VALUE
             " ESTRATEGICA: ".
          02 DETN-ATING-FAMILIA    PIC ZZ.ZZ9,99.
          02 FILLER                PIC X(12) VALUE
             " % (MINIMO: ".
          02 DETN-MINIMO           PIC ZZ9,99.
          02 FILLER                PIC X(03) VALUE " %)".

       01 TOTAL-BONUS-CAMPANHA.
          02 FILLER                PIC X(26) VALUE
             "BONUS DE CAMPANHAS.......".
          02 FILLER                PIC X(06) VALUE SPACES.
          02 TOTB-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 DETALHE-AJUSTE.
          02 DETA-TIPO             PIC X(21) VALUE
             "AJUSTE CANC. PEDIDO ".
          02 DETA-PED-NUMERO       PIC 9(09).
          02 FILLER                PIC X(09) VALUE "  COMPET ".

       01 TOTAL-AJUSTES.
          02 FILLER                PIC X(26) VALUE
             "AJUSTES DE COMISSAO......".
          02 FILLER                PIC X(05) VALUE SPACES.
          02 TOTA-VALOR            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           IF MODO-INTERATIVO
              CALL "EMPRLER" USING OPERADOR WS-EMPRESA-RODADA
              CANCEL "EMPRLER"
           END-IF
           IF WS-EMPRESA-RODADA = ZEROS
              MOVE "TODAS" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-RODADA TO CAB-EMPRESA
           END-IF
           IF MODO-INTERATIVO
              PERFORM ACEITA-COMPETENCIA
           ELSE
           ELSE
              MOVE "N" TO WS-FAIXAS-DISPONIVEIS
           END-IF
           MOVE "METAFAM.DAT" TO WID-ARQ-METAFAM
           OPEN INPUT ARQ-METAFAM
           IF WS-RESULTADO-METAFAM = 00
              MOVE "S" TO WS-METAFAM-DISPONIVEL
           ELSE
              MOVE "N" TO WS-METAFAM-DISPONIVEL
           END-IF
           MOVE "FAMILIA.DAT" TO WID-ARQ-FAMILIA
           OPEN INPUT ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA = 00
              MOVE "S" TO WS-FAMILIA-DISPONIVEL
           ELSE
              MOVE "N" TO WS-FAMILIA-DISPONIVEL
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
           ELSE
              MOVE "N" TO WS-CLIENTE-DISPONIVEL
           END-IF
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN INPUT ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM = 00
              MOVE "S" TO WS-PEDITEM-DISPONIVEL
           ELSE
              MOVE "N" TO WS-PEDITEM-DISPONIVEL
           END-IF

           SORT ARQ-SORT ON ASCENDING KEY PED-VEN-SORT
                         ON ASCENDING KEY PED-NUMERO-SORT
              USING  ARQ-PEDIDO
              GIVING ARQ-SAI
      *    PEDIDO.DAT REABERTO PARA A DATA DO PEDIDO DE ORIGEM DOS
      *    AJUSTES (ESTORNO DO OVERRIDE DOS LIDERES).
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO = 00
              MOVE "S" TO WS-PEDIDO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-PEDIDO-DISPONIVEL
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE    TO CAB-DATA
           PERFORM IMPRIMIR-CABECALHO
           PERFORM PROCESSA-PEDIDOS
           PERFORM IMPRIME-CREDITOS-TITULARES
           PERFORM IMPRIME-OVERRIDE-EQUIPE
           PERFORM IMPRIME-TOTAL-GERAL
           CLOSE RELATORIO
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " EMPRESA "    DELIMITED BY SIZE
                  CAB-EMPRESA    DELIMITED BY SPACE
               INTO WS-CATREL-FILTROS
           END-STRING
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           IF WS-PEDIDO-DISPONIVEL = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-COMLED
           IF WS-AJUSCOM-DISPONIVEL = "S"
           IF WS-FAIXAS-DISPONIVEIS = "S"
              CLOSE ARQ-FAIXACOM
           END-IF
           IF WS-METAFAM-DISPONIVEL = "S"
              CLOSE ARQ-METAFAM
           END-IF
           IF WS-FAMILIA-DISPONIVEL = "S"
              CLOSE ARQ-FAMILIA
           END-IF
           IF WS-VENDAFAM-APURADA = "S"
              CANCEL "APURAFAM"
           END-IF
           IF WS-CLIENTE-DISPONIVEL = "S"
              CLOSE ARQ-CLIENTE
           END-IF
           IF WS-PEDITEM-DISPONIVEL = "S"
              CLOSE ARQ-PEDITEM
           END-IF
           CANCEL "EQUIPLER"

           IF WS-QTD-LEDGER-PROTEGIDO NOT = ZEROS
              IF MODO-INTERATIVO
                    EXIT PERFORM
              END-READ
      *       SO PEDIDO LIBERADO ("A") COMISSIONA; PENDENTE,
      *       REJEITADO E CANCELADO FICAM FORA, ASSIM COMO A
      *       BONIFICACAO (TIPO "B").
              MOVE PED-EMPRESA-SAI TO WS-EMPRESA-PED
              IF WS-EMPRESA-PED = ZEROS
                 MOVE 01 TO WS-EMPRESA-PED
              END-IF
              IF PED-COMPETENCIA-SAI = WS-COMPETENCIA
                 AND PED-STATUS-SAI = "A"
                 AND PED-TIPO-SAI NOT = "B"
                 AND (WS-EMPRESA-RODADA = ZEROS
                    OR WS-EMPRESA-PED = WS-EMPRESA-RODADA)
                 IF PED-VEN-CODIGO-SAI NOT = WS-VEN-ATUAL
                    PERFORM QUEBRA-VENDEDOR
                 END-IF
           MOVE PED-VEN-CODIGO-SAI TO WS-VEN-ATUAL
           MOVE ZEROS TO WS-QTD-PEDIDOS-VEN
           MOVE ZEROS TO WS-TOTAL-VENDIDO-VEN
           MOVE ZEROS TO WS-BONUS-CAMPANHA-VEN
           MOVE WS-VEN-ATUAL TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE VEN-NOME     TO CABV-NOME
              MOVE VEN-COMISSAO TO WS-PCT-COMISSAO
              MOVE VEN-META-MENSAL TO WS-META-VEN
              MOVE VEN-EMPRESA  TO WS-EMPRESA-VEN
           ELSE
              MOVE WS-EMPRESA-PED TO WS-EMPRESA-VEN
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO CABV-NOME
              MOVE ZEROS        TO WS-PCT-COMISSAO
              MOVE ZEROS        TO WS-META-VEN
                 MOVE MET-VALOR TO WS-META-VEN
              END-IF
           END-IF
           IF WS-EMPRESA-VEN = ZEROS
              MOVE 01 TO WS-EMPRESA-VEN
           END-IF
           MOVE WS-EMPRESA-VEN  TO CABV-EMPRESA
           MOVE WS-VEN-ATUAL    TO CABV-CODIGO
           MOVE WS-PCT-COMISSAO TO CABV-PCT
           MOVE SPACES TO LINHA
           ADD PED-VALOR-SAI TO WS-TOTAL-VENDIDO-GERAL
      *    A BASE DE COMISSAO DO VENDEDOR SEGUE A REGRA DAS VENDAS
      *    FORA DA CARTEIRA: BLOQUEADA NAO ENTRA, DIVIDIDA ENTRA
      *    PELA METADE (A OUTRA METADE VAI PARA O TITULAR). O
      *    OVERRIDE DA EQUIPE SEGUE O VALOR CREDITADO A CADA UM.
           PERFORM CALCULA-BONUS-CAMPANHA
           MOVE PED-DATA-SAI TO AUX-DATA-PEDIDO
           COMPUTE WS-DATA-PEDIDO-AAAAMMDD =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           MOVE PED-VEN-CODIGO-SAI TO WS-OVR-MEMBRO
           EVALUATE TRUE
              WHEN PED-FORA-SAI = "S" AND WS-REGRA-FORA-CART = "B"
                 CONTINUE
                 COMPUTE WS-METADE-PEDIDO ROUNDED =
                    PED-VALOR-SAI / 2
                 ADD WS-METADE-PEDIDO TO WS-TOTAL-VENDIDO-VEN
                 MOVE WS-METADE-PEDIDO TO WS-OVR-BASE
                 PERFORM CREDITA-OVERRIDE-EQUIPE
                 PERFORM CREDITA-TITULAR-CARTEIRA
                 COMPUTE WS-BONUS-PEDIDO ROUNDED =
                    WS-BONUS-PEDIDO / 2
                 ADD WS-BONUS-PEDIDO TO WS-BONUS-CAMPANHA-VEN
              WHEN OTHER
                 ADD PED-VALOR-SAI TO WS-TOTAL-VENDIDO-VEN
                 ADD WS-BONUS-PEDIDO TO WS-BONUS-CAMPANHA-VEN
                 MOVE PED-VALOR-SAI TO WS-OVR-BASE
                 PERFORM CREDITA-OVERRIDE-EQUIPE
           END-EVALUATE
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       CALCULA-BONUS-CAMPANHA.
      *    BONUS DOS ITENS DE CAMPANHA DO PEDIDO, SOBRE O LIQUIDO
      *    FINAL: PED-VALOR X (SOMA ITEM X PONTOS) / SOMA DOS ITENS
      *    / 100 - O DESCONTO GERAL FICA RATEADO PELOS ITENS.
           MOVE ZEROS TO WS-BONUS-PEDIDO
           IF WS-PEDITEM-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SOMA-ITENS-PED
           MOVE ZEROS TO WS-SOMA-PONTOS-PED
           MOVE PED-NUMERO-SAI TO ITE-PED-NUMERO
           MOVE ZEROS          TO ITE-SEQUENCIA
           START ARQ-PEDITEM KEY IS NOT LESS ITE-CHAVE
           IF WS-RESULTADO-PEDITEM NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ITENS
           PERFORM UNTIL WS-FIM-ITENS = 1
              READ ARQ-PEDITEM NEXT AT END
                 MOVE 1 TO WS-FIM-ITENS
              END-READ
              IF WS-FIM-ITENS NOT = 1
                 IF ITE-PED-NUMERO NOT = PED-NUMERO-SAI
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    ADD ITE-VALOR TO WS-SOMA-ITENS-PED
                    IF ITE-CAMPANHA NOT = ZEROS
                       COMPUTE WS-SOMA-PONTOS-PED =
                          WS-SOMA-PONTOS-PED
                             + (ITE-VALOR * ITE-PONTOS-CAMPANHA)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SOMA-ITENS-PED GREATER ZEROS
              AND WS-SOMA-PONTOS-PED GREATER ZEROS
              COMPUTE WS-BONUS-PEDIDO ROUNDED =
                 PED-VALOR-SAI * WS-SOMA-PONTOS-PED
                    / WS-SOMA-ITENS-PED / 100
           END-IF
           .
       CREDITA-TITULAR-CARTEIRA.
      *    ACUMULA A METADE DO TITULAR NA TABELA EM MEMORIA; SEM
      *    CADASTRO DE CLIENTES OU SEM TITULAR ATRIBUIDO, A METADE
      *    VOLTA PARA O PROPRIO VENDEDOR. O OVERRIDE DA METADE
      *    VAI PARA A EQUIPE DE QUEM FICOU COM ELA.
           IF WS-CLIENTE-DISPONIVEL NOT = "S"
              ADD WS-METADE-PEDIDO TO WS-TOTAL-VENDIDO-VEN
              PERFORM CREDITA-OVERRIDE-EQUIPE
              EXIT PARAGRAPH
           END-IF
           MOVE PED-CLI-CODIGO-SAI TO CLI-CODIGO
           IF WS-RESULTADO-ACESSO NOT = 00
              OR CLI-VEN-CODIGO = ZEROS
              ADD WS-METADE-PEDIDO TO WS-TOTAL-VENDIDO-VEN
              PERFORM CREDITA-OVERRIDE-EQUIPE
              EXIT PARAGRAPH
           END-IF
           MOVE CLI-VEN-CODIGO TO WS-CREDITO-CODIGO
           PERFORM BUSCA-EMPRESA-CREDITO
           IF WS-EMPRESA-CREDITO NOT = WS-EMPRESA-PED
              ADD WS-METADE-PEDIDO TO WS-TOTAL-VENDIDO-VEN
              PERFORM CREDITA-OVERRIDE-EQUIPE
              EXIT PARAGRAPH
           END-IF
           MOVE CLI-VEN-CODIGO TO WS-OVR-MEMBRO
           PERFORM CREDITA-OVERRIDE-EQUIPE
           MOVE SPACES TO WS-TITULAR-ACHADO
           PERFORM VARYING WS-IDX-TITULAR FROM 1 BY 1
              UNTIL WS-IDX-TITULAR > WS-QTD-TITULARES
                 TAB-TIT-VALOR (WS-QTD-TITULARES)
           END-IF
           .
       CREDITA-OVERRIDE-EQUIPE.
      *    SUPERVISOR E GERENTE DE WS-OVR-MEMBRO NA DATA DO PEDIDO
      *    RECEBEM O SEU PERCENTUAL SOBRE WS-OVR-BASE (OU O PERDEM,
      *    COM WS-OVR-OPERACAO "E").
           IF WS-OVR-BASE = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-OVR-MEMBRO           TO WS-EQP-CODIGO
           MOVE WS-DATA-PEDIDO-AAAAMMDD TO WS-EQP-DATA
           CALL "EQUIPLER" USING WS-AREA-EQUIPE
           IF WS-EQP-RESULTADO NOT = ZEROS
              EXIT PARAGRAPH
           END-IF
           IF WS-EQP-SUPERVISOR NOT = ZEROS
              AND WS-EQP-SUPERVISOR NOT = WS-OVR-MEMBRO
              MOVE WS-EQP-SUPERVISOR     TO WS-OVR-LIDER
              MOVE WS-EQP-PCT-SUPERVISOR TO WS-OVR-PCT
              PERFORM ACUMULA-OVERRIDE
           END-IF
           IF WS-EQP-GERENTE NOT = ZEROS
              AND WS-EQP-GERENTE NOT = WS-OVR-MEMBRO
              MOVE WS-EQP-GERENTE        TO WS-OVR-LIDER
              MOVE WS-EQP-PCT-GERENTE    TO WS-OVR-PCT
              PERFORM ACUMULA-OVERRIDE
           END-IF
           .
       ACUMULA-OVERRIDE.
           IF WS-OVR-PCT = ZEROS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVR-VALOR ROUNDED =
              WS-OVR-BASE * WS-OVR-PCT / 100
           MOVE SPACES TO WS-OVERRIDE-ACHADO
           PERFORM VARYING WS-IDX-OVERRIDE FROM 1 BY 1
              UNTIL WS-IDX-OVERRIDE > WS-QTD-OVERRIDE
                 OR WS-OVERRIDE-ACHADO = "S"
              IF TAB-OVR-CODIGO (WS-IDX-OVERRIDE) = WS-OVR-LIDER
                 MOVE "S" TO WS-OVERRIDE-ACHADO
                 PERFORM SOMA-OVERRIDE
              END-IF
           END-PERFORM
           IF WS-OVERRIDE-ACHADO NOT = "S"
              AND WS-QTD-OVERRIDE < 999
              ADD 1 TO WS-QTD-OVERRIDE
              MOVE WS-OVR-LIDER TO TAB-OVR-CODIGO (WS-QTD-OVERRIDE)
              MOVE ZEROS        TO TAB-OVR-BASE (WS-QTD-OVERRIDE)
              MOVE ZEROS        TO TAB-OVR-VALOR (WS-QTD-OVERRIDE)
              MOVE ZEROS        TO TAB-OVR-ESTORNO (WS-QTD-OVERRIDE)
              MOVE WS-QTD-OVERRIDE TO WS-IDX-OVERRIDE
              PERFORM SOMA-OVERRIDE
           END-IF
           .
       SOMA-OVERRIDE.
           IF WS-OVR-OPERACAO = "E"
              ADD WS-OVR-VALOR TO TAB-OVR-ESTORNO (WS-IDX-OVERRIDE)
           ELSE
              ADD WS-OVR-BASE  TO TAB-OVR-BASE (WS-IDX-OVERRIDE)
              ADD WS-OVR-VALOR TO TAB-OVR-VALOR (WS-IDX-OVERRIDE)
           END-IF
           .
       IMPRIME-TOTAL-VENDEDOR.
           PERFORM DETERMINA-PCT-FAIXA
              THRU F-DETERMINA-PCT-FAIXA
              WRITE LINHA FROM DETALHE-FAIXA AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF
           IF WS-FAIXA-NEGADA = "S"
              MOVE WS-ATINGIMENTO-VEN  TO DETN-ATINGIMENTO
              MOVE WS-FAM-NEGADA       TO DETN-FAMILIA
              MOVE WS-ATING-FAM-NEGADA TO DETN-ATING-FAMILIA
              MOVE WS-MINIMO-FAMILIA   TO DETN-MINIMO
              WRITE LINHA FROM DETALHE-FAIXA-NEGADA AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF
           IF WS-BONUS-CAMPANHA-VEN NOT = ZEROS
              ADD WS-BONUS-CAMPANHA-VEN TO WS-COMISSAO-VEN
              MOVE WS-BONUS-CAMPANHA-VEN TO TOTB-VALOR
              WRITE LINHA FROM TOTAL-BONUS-CAMPANHA AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF
           PERFORM APLICA-AJUSTES-VENDEDOR
              THRU F-APLICA-AJUSTES-VENDEDOR
           IF WS-TOTAL-AJUSTES-VEN NOT = ZEROS
              OR WS-TOTAL-CREDITOS-VEN NOT = ZEROS
              COMPUTE TOTA-VALOR =
                 WS-TOTAL-CREDITOS-VEN - WS-TOTAL-AJUSTES-VEN
              WRITE LINHA FROM TOTAL-AJUSTES AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF
      *    OU SEM FAIXA QUE CONTENHA O ATINGIMENTO, PERMANECE O
      *    PERCENTUAL FIXO DO CADASTRO JA CARREGADO NA QUEBRA.
           MOVE SPACES TO WS-FAIXA-ACHADA
           MOVE SPACES TO WS-FAIXA-NEGADA
           MOVE ZEROS  TO WS-ATINGIMENTO-VEN
           MOVE WS-PCT-COMISSAO TO WS-PCT-SEM-FAIXA
           IF WS-FAIXAS-DISPONIVEIS NOT = "S"
              OR WS-META-VEN = ZEROS
              GO TO F-DETERMINA-PCT-FAIXA
                           NOT GREATER FXC-ATING-ATE
                       MOVE "S" TO WS-FAIXA-ACHADA
                       MOVE FXC-PERCENTUAL TO WS-PCT-COMISSAO
                       MOVE FXC-MINIMO-FAMILIA TO WS-MINIMO-FAMILIA
                       MOVE 1 TO WS-FIM-FAIXAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FAIXA-ACHADA = "S"
              AND WS-MINIMO-FAMILIA GREATER ZEROS
              PERFORM VERIFICA-MINIMO-FAMILIA
              IF WS-FAIXA-NEGADA = "S"
                 MOVE SPACES           TO WS-FAIXA-ACHADA
                 MOVE WS-PCT-SEM-FAIXA TO WS-PCT-COMISSAO
              END-IF
           END-IF
           .
       F-DETERMINA-PCT-FAIXA. EXIT.
       VERIFICA-MINIMO-FAMILIA.
      *    PERCORRE AS METAS DO VENDEDOR POR FAMILIA NA COMPETENCIA;
      *    A PRIMEIRA FAMILIA ESTRATEGICA ABAIXO DO MINIMO DA FAIXA
      *    NEGA A FAIXA. SEM METAFAM OU SEM FAMILIA.DAT NAO HA O QUE
      *    EXIGIR.
           IF WS-METAFAM-DISPONIVEL NOT = "S"
              OR WS-FAMILIA-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           IF WS-VENDAFAM-APURADA NOT = "S"
              MOVE WS-COMPETENCIA TO WS-VFA-COMPETENCIA
              CALL "APURAFAM" USING WS-AREA-VENDAFAM
              MOVE "S" TO WS-VENDAFAM-APURADA
           END-IF
           MOVE WS-VEN-ATUAL   TO MTF-VEN-CODIGO
           MOVE WS-COMPETENCIA TO MTF-COMPETENCIA
           MOVE ZEROS          TO MTF-FAM-CODIGO
           START ARQ-METAFAM KEY IS NOT LESS MTF-CHAVE
           IF WS-RESULTADO-METAFAM NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-METAFAM
           PERFORM UNTIL WS-FIM-METAFAM = 1
              READ ARQ-METAFAM NEXT AT END
                 MOVE 1 TO WS-FIM-METAFAM
              END-READ
              IF WS-FIM-METAFAM NOT = 1
                 IF MTF-VEN-CODIGO NOT = WS-VEN-ATUAL
                    OR MTF-COMPETENCIA NOT = WS-COMPETENCIA
                    MOVE 1 TO WS-FIM-METAFAM
                 ELSE
                    PERFORM AVALIA-FAMILIA-ESTRATEGICA
                    IF WS-FAIXA-NEGADA = "S"
                       MOVE 1 TO WS-FIM-METAFAM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       AVALIA-FAMILIA-ESTRATEGICA.
           IF MTF-VALOR = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE MTF-FAM-CODIGO TO FAM-CODIGO
           READ ARQ-FAMILIA
           IF WS-RESULTADO-FAMILIA NOT = 00
              OR NOT FAM-E-ESTRATEGICA
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-VENDIDO-FAMILIA
           PERFORM VARYING WS-IDX-VFA FROM 1 BY 1
              UNTIL WS-IDX-VFA > WS-VFA-QTD
              IF WS-VFA-VENDEDOR (WS-IDX-VFA) = WS-VEN-ATUAL
                 AND WS-VFA-FAMILIA (WS-IDX-VFA) = MTF-FAM-CODIGO
                 ADD WS-VFA-VALOR (WS-IDX-VFA) TO WS-VENDIDO-FAMILIA
              END-IF
           END-PERFORM
           COMPUTE WS-ATINGIMENTO-FAM ROUNDED =
              WS-VENDIDO-FAMILIA * 100 / MTF-VALOR
              ON SIZE ERROR
                 MOVE 99999,99 TO WS-ATINGIMENTO-FAM
           END-COMPUTE
           IF WS-ATINGIMENTO-FAM LESS WS-MINIMO-FAMILIA
              MOVE "S"                TO WS-FAIXA-NEGADA
              MOVE MTF-FAM-CODIGO     TO WS-FAM-NEGADA
              MOVE WS-ATINGIMENTO-FAM TO WS-ATING-FAM-NEGADA
           END-IF
           .
       APLICA-AJUSTES-VENDEDOR.
      *    ABATE OS AJUSTES DO VENDEDOR DA COMISSAO DO MES, ITEM A
      *    ITEM. AJUSTE PENDENTE E ABATIDO ATE O QUE A COMISSAO
      *    PELO VALOR REGISTRADO (AJU-VALOR-BAIXA-CMP), PARA UMA
      *    REEXECUCAO DA COMPETENCIA NAO PERDER A DEDUCAO E
      *    PRODUZIR NUMEROS DIFERENTES EM SILENCIO.
      *    OS AJUSTES A CREDITO (CONTESTACAO ACEITA) ENTRAM NUMA
      *    PRIMEIRA PASSADA, PARA OS DEBITOS PODEREM SER ABATIDOS
      *    TAMBEM DO VALOR CREDITADO.
           MOVE ZEROS TO WS-TOTAL-AJUSTES-VEN
           MOVE ZEROS TO WS-TOTAL-CREDITOS-VEN
           IF WS-AJUSCOM-DISPONIVEL NOT = "S"
              GO TO F-APLICA-AJUSTES-VENDEDOR
           END-IF
           MOVE "C" TO WS-PASSADA-AJUSTE
           PERFORM PERCORRE-AJUSTES-VENDEDOR
           MOVE "D" TO WS-PASSADA-AJUSTE
           PERFORM PERCORRE-AJUSTES-VENDEDOR
           .
       F-APLICA-AJUSTES-VENDEDOR. EXIT.
       PERCORRE-AJUSTES-VENDEDOR.
           MOVE ZEROS TO AJU-PED-NUMERO
           START ARQ-AJUSCOM KEY IS NOT LESS AJU-PED-NUMERO
           IF WS-RESULTADO-AJUSCOM NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-AJUSTES
           PERFORM UNTIL WS-FIM-AJUSTES = 1
              END-READ
              IF WS-FIM-AJUSTES NOT = 1
                 AND AJU-VEN-CODIGO = WS-VEN-ATUAL
                 IF WS-PASSADA-AJUSTE = "C"
                    IF AJU-A-CREDITO
                       PERFORM CREDITA-UM-AJUSTE
                    END-IF
                 ELSE
                    IF AJU-A-DEBITO
                       PERFORM TRATA-AJUSTE-DEBITO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       TRATA-AJUSTE-DEBITO.
           IF AJU-COMPET-BAIXA = WS-COMPETENCIA
              PERFORM REABATE-AJUSTE-BAIXADO
           ELSE
              IF AJU-PENDENTE
                 AND WS-COMISSAO-VEN GREATER ZEROS
                 PERFORM ABATE-UM-AJUSTE
              END-IF
           END-IF
           .
       CREDITA-UM-AJUSTE.
      *    O CREDITO E SOMADO INTEIRO E BAIXADO NA RODADA; NA
      *    REEXECUCAO DA MESMA COMPETENCIA E SOMADO DE NOVO PELO
      *    VALOR REGISTRADO NA BAIXA, SEM REGRAVAR O AJUSTE.
           IF AJU-COMPET-BAIXA = WS-COMPETENCIA
              MOVE AJU-VALOR-BAIXA-CMP TO WS-VALOR-ABATIDO
           ELSE
              IF NOT AJU-PENDENTE
                 EXIT PARAGRAPH
              END-IF
              MOVE AJU-VALOR-AJUSTE TO WS-VALOR-ABATIDO
              MOVE "B"              TO AJU-STATUS
              MOVE ZEROS            TO AJU-VALOR-AJUSTE
              MOVE WS-COMPETENCIA   TO AJU-COMPET-BAIXA
              MOVE WS-VALOR-ABATIDO TO AJU-VALOR-BAIXA-CMP
              REWRITE REGISTRO-AJUSCOM
           END-IF
           IF WS-VALOR-ABATIDO = ZEROS
              EXIT PARAGRAPH
           END-IF
           ADD WS-VALOR-ABATIDO TO WS-COMISSAO-VEN
           ADD WS-VALOR-ABATIDO TO WS-TOTAL-CREDITOS-VEN
           PERFORM IMPRIME-LINHA-AJUSTE
           .
       ABATE-UM-AJUSTE.
           IF AJU-VALOR-AJUSTE NOT GREATER WS-COMISSAO-VEN
              MOVE AJU-VALOR-AJUSTE TO WS-VALOR-ABATIDO
           ADD WS-VALOR-ABATIDO TO WS-TOTAL-AJUSTES-VEN
           REWRITE REGISTRO-AJUSCOM
           PERFORM IMPRIME-LINHA-AJUSTE
           PERFORM ESTORNA-OVERRIDE-AJUSTE
           .
       REABATE-AJUSTE-BAIXADO.
      *    REEXECUCAO DA MESMA COMPETENCIA: REPETE O ABATIMENTO
           SUBTRACT WS-VALOR-ABATIDO FROM WS-COMISSAO-VEN
           ADD WS-VALOR-ABATIDO TO WS-TOTAL-AJUSTES-VEN
           PERFORM IMPRIME-LINHA-AJUSTE
           PERFORM ESTORNA-OVERRIDE-AJUSTE
           .
       ESTORNA-OVERRIDE-AJUSTE.
      *    O ABATIDO DE UM AJUSTE DE CANCELAMENTO OU DEVOLUCAO VOLTA
      *    A VENDA PELO PERCENTUAL DO CADASTRO DO VENDEDOR (O MESMO
      *    DO PROG07/PROG44, LIMITADO AO VALOR DO PEDIDO NO AJUSTE) E
      *    OS LIDERES DO VENDEDOR NA DATA DO PEDIDO DE ORIGEM PERDEM
      *    O OVERRIDE SOBRE ELA. CONTESTACAO NAO MEXE NO OVERRIDE.
      *    SEM O PEDIDO DE ORIGEM, VALE A DATA DE GERACAO DO AJUSTE.
           IF AJU-CONTESTACAO
              OR WS-VALOR-ABATIDO = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-VEN-ATUAL TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              OR VEN-COMISSAO = ZEROS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVR-BASE ROUNDED =
              WS-VALOR-ABATIDO * 100 / VEN-COMISSAO
           IF WS-OVR-BASE GREATER AJU-VALOR-PEDIDO
              AND AJU-VALOR-PEDIDO GREATER ZEROS
              MOVE AJU-VALOR-PEDIDO TO WS-OVR-BASE
           END-IF
           MOVE AJU-DATA-GERACAO TO WS-DATA-PEDIDO-AAAAMMDD
           IF WS-PEDIDO-DISPONIVEL = "S"
              MOVE AJU-PED-ORIGEM TO PED-NUMERO
              READ ARQ-PEDIDO
              IF WS-RESULTADO-PEDIDO = 00
                 MOVE PED-DATA TO AUX-DATA-PEDIDO
                 COMPUTE WS-DATA-PEDIDO-AAAAMMDD =
                    (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                       + AUX-PED-DIA
              END-IF
           END-IF
           MOVE WS-VEN-ATUAL TO WS-OVR-MEMBRO
           MOVE "E" TO WS-OVR-OPERACAO
           PERFORM CREDITA-OVERRIDE-EQUIPE
           MOVE "C" TO WS-OVR-OPERACAO
           .
       IMPRIME-LINHA-AJUSTE.
           EVALUATE TRUE
              WHEN AJU-DEVOLUCAO
                 MOVE "AJUSTE DEVOL. PEDIDO" TO DETA-TIPO
                 MOVE AJU-PED-ORIGEM         TO DETA-PED-NUMERO
              WHEN AJU-CONTESTACAO
                 MOVE "CONTESTACAO PEDIDO"   TO DETA-TIPO
                 MOVE AJU-PED-ORIGEM         TO DETA-PED-NUMERO
              WHEN OTHER
                 MOVE "AJUSTE CANC. PEDIDO"  TO DETA-TIPO
                 MOVE AJU-PED-NUMERO         TO DETA-PED-NUMERO
           END-EVALUATE
           MOVE AJU-COMPET-ORIGEM TO DETA-COMPETENCIA
           IF AJU-A-CREDITO
              MOVE WS-VALOR-ABATIDO TO DETA-VALOR
           ELSE
              COMPUTE DETA-VALOR = 0 - WS-VALOR-ABATIDO
           END-IF
           WRITE LINHA FROM DETALHE-AJUSTE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              MOVE SPACES            TO CML-OPER-DECISAO
              MOVE ZEROS             TO CML-DATA-DECISAO
              MOVE ZEROS             TO CML-DATA-PAGAMENTO
              MOVE ZEROS             TO CML-LOTE-FOLHA
              MOVE ZEROS             TO CML-DATA-ENVIO-FOLHA
              MOVE WS-EMPRESA-VEN    TO CML-EMPRESA
              WRITE REGISTRO-COMLED
              PERFORM MARCA-LEDGER-RODADA
           ELSE
              IF CML-APROVADA OR CML-ENVIADA OR CML-PAGA
                 ADD 1 TO WS-QTD-LEDGER-PROTEGIDO
              ELSE
                 MOVE WS-COMISSAO-VEN  TO CML-VALOR
                 MOVE WS-EMPRESA-VEN   TO CML-EMPRESA
                 MOVE WS-HOJE-AAAAMMDD TO CML-DATA-CALCULO
                 REWRITE REGISTRO-COMLED
                 PERFORM MARCA-LEDGER-RODADA
       IMPRIME-CREDITOS-TITULARES.
      *    NA REGRA "DIVIDE", A METADE DO TITULAR E COMISSIONADA
      *    PELO PERCENTUAL FIXO DO CADASTRO DO TITULAR E SOMADA A
      *    LINHA DELE NO LEDGER (SE AINDA NAO APROVADA/ENVIADA/PAGA).
           IF WS-QTD-TITULARES = ZEROS
              EXIT PARAGRAPH
           END-IF
           WRITE LINHA FROM DETALHE-TITULAR AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           ADD WS-COMISSAO-TITULAR TO WS-COMISSAO-GERAL
           MOVE TAB-TIT-CODIGO (WS-IDX-TITULAR) TO WS-CREDITO-CODIGO
           MOVE WS-COMISSAO-TITULAR             TO WS-CREDITO-VALOR
           PERFORM GRAVA-LEDGER-CREDITO
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       GRAVA-LEDGER-CREDITO.
      *    CREDITO DE TITULAR OU OVERRIDE DE LIDER. O CREDITO SO
      *    SOMA SOBRE UMA LINHA GRAVADA NESTA MESMA RODADA; LINHA
      *    REMANESCENTE DE RODADA ANTERIOR (SEM VENDA PROPRIA NO
      *    MES) E SUBSTITUIDA, PARA UMA REEXECUCAO NAO INFLAR O
      *    VALOR A CADA PASSAGEM.
           PERFORM BUSCA-EMPRESA-CREDITO
           MOVE WS-CREDITO-CODIGO TO CML-VEN-CODIGO
           MOVE WS-COMPETENCIA    TO CML-COMPETENCIA
           READ ARQ-COMLED
           IF WS-RESULTADO-COMLED NOT = 00
              MOVE WS-CREDITO-CODIGO TO CML-VEN-CODIGO
              MOVE WS-COMPETENCIA    TO CML-COMPETENCIA
              MOVE WS-CREDITO-VALOR  TO CML-VALOR
              MOVE WS-HOJE-AAAAMMDD  TO CML-DATA-CALCULO
              MOVE "C"               TO CML-STATUS
              MOVE SPACES            TO CML-OBSERVACAO
              MOVE SPACES            TO CML-OPER-DECISAO
              MOVE ZEROS             TO CML-DATA-DECISAO
              MOVE ZEROS             TO CML-DATA-PAGAMENTO
              MOVE ZEROS             TO CML-LOTE-FOLHA
              MOVE ZEROS             TO CML-DATA-ENVIO-FOLHA
              MOVE WS-EMPRESA-CREDITO TO CML-EMPRESA
              WRITE REGISTRO-COMLED
              PERFORM MARCA-LEDGER-RODADA
           ELSE
              IF CML-APROVADA OR CML-ENVIADA OR CML-PAGA
                 ADD 1 TO WS-QTD-LEDGER-PROTEGIDO
              ELSE
                 MOVE WS-EMPRESA-CREDITO TO CML-EMPRESA
                 PERFORM BUSCA-LEDGER-RODADA
                 IF WS-LED-NA-RODADA = "S"
                    ADD WS-CREDITO-VALOR TO CML-VALOR
                 ELSE
                    MOVE WS-CREDITO-VALOR TO CML-VALOR
                    PERFORM MARCA-LEDGER-RODADA
                 END-IF
                 MOVE WS-HOJE-AAAAMMDD   TO CML-DATA-CALCULO
              END-IF
           END-IF
           .
       GRAVA-LEDGER-ESTORNO.
      *    ESTORNO DE OVERRIDE MAIOR QUE O OVERRIDE DO LIDER NO MES:
      *    O EXCESSO SAI DA LINHA DO LIDER GRAVADA NESTA RODADA, ATE
      *    ZERA-LA; LINHA REMANESCENTE DE RODADA ANTERIOR E ZERADA,
      *    COMO O CREDITO A SUBSTITUIRIA. LINHA APROVADA, ENVIADA OU
      *    PAGA E PRESERVADA. O QUE A LINHA NAO COBRIR NAO E COBRADO.
           MOVE WS-CREDITO-CODIGO TO CML-VEN-CODIGO
           MOVE WS-COMPETENCIA    TO CML-COMPETENCIA
           READ ARQ-COMLED
           IF WS-RESULTADO-COMLED NOT = 00
              EXIT PARAGRAPH
           END-IF
           IF CML-APROVADA OR CML-ENVIADA OR CML-PAGA
              ADD 1 TO WS-QTD-LEDGER-PROTEGIDO
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-LEDGER-RODADA
           IF WS-LED-NA-RODADA = "S"
              IF WS-CREDITO-VALOR GREATER CML-VALOR
                 MOVE CML-VALOR TO WS-CREDITO-VALOR
              END-IF
              SUBTRACT WS-CREDITO-VALOR FROM CML-VALOR
              IF WS-CREDITO-VALOR GREATER WS-COMISSAO-GERAL
                 MOVE ZEROS TO WS-COMISSAO-GERAL
              ELSE
                 SUBTRACT WS-CREDITO-VALOR FROM WS-COMISSAO-GERAL
              END-IF
           ELSE
              MOVE ZEROS TO CML-VALOR
              PERFORM MARCA-LEDGER-RODADA
           END-IF
           MOVE WS-HOJE-AAAAMMDD TO CML-DATA-CALCULO
           REWRITE REGISTRO-COMLED
           .
       BUSCA-EMPRESA-CREDITO.
      *    EMPRESA DO VENDEDOR WS-CREDITO-CODIGO (TITULAR OU LIDER).
           MOVE 01 TO WS-EMPRESA-CREDITO
           MOVE WS-CREDITO-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00 AND VEN-EMPRESA NOT = ZEROS
              MOVE VEN-EMPRESA TO WS-EMPRESA-CREDITO
           END-IF
           .
       IMPRIME-OVERRIDE-EQUIPE.
      *    OVERRIDE DOS SUPERVISORES E GERENTES: BASE CREDITADA DA
      *    EQUIPE E VALOR DO OVERRIDE, SOMADO A LINHA DO LIDER NO
      *    LEDGER (SE AINDA NAO APROVADA/ENVIADA/PAGA).
           IF WS-QTD-OVERRIDE = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-OVERRIDE AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2        AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           PERFORM IMPRIME-UM-OVERRIDE
              VARYING WS-IDX-OVERRIDE FROM 1 BY 1
              UNTIL WS-IDX-OVERRIDE > WS-QTD-OVERRIDE
           .
       IMPRIME-UM-OVERRIDE.
           MOVE TAB-OVR-CODIGO (WS-IDX-OVERRIDE) TO DETT-CODIGO
           MOVE TAB-OVR-CODIGO (WS-IDX-OVERRIDE) TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE VEN-NOME TO DETT-NOME
           ELSE
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO DETT-NOME
           END-IF
           MOVE TAB-OVR-BASE (WS-IDX-OVERRIDE)  TO DETT-VALOR
           MOVE TAB-OVR-VALOR (WS-IDX-OVERRIDE) TO DETT-COMISSAO
           WRITE LINHA FROM DETALHE-TITULAR AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF TAB-OVR-ESTORNO (WS-IDX-OVERRIDE) GREATER ZEROS
              COMPUTE DETE-VALOR =
                 0 - TAB-OVR-ESTORNO (WS-IDX-OVERRIDE)
              WRITE LINHA FROM DETALHE-ESTORNO-OVERRIDE AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF
           MOVE TAB-OVR-CODIGO (WS-IDX-OVERRIDE) TO WS-CREDITO-CODIGO
           IF TAB-OVR-VALOR (WS-IDX-OVERRIDE)
              NOT LESS TAB-OVR-ESTORNO (WS-IDX-OVERRIDE)
              COMPUTE WS-CREDITO-VALOR =
                 TAB-OVR-VALOR (WS-IDX-OVERRIDE)
                    - TAB-OVR-ESTORNO (WS-IDX-OVERRIDE)
              ADD WS-CREDITO-VALOR TO WS-COMISSAO-GERAL
              PERFORM GRAVA-LEDGER-CREDITO
           ELSE
              COMPUTE WS-CREDITO-VALOR =
                 TAB-OVR-ESTORNO (WS-IDX-OVERRIDE)
                    - TAB-OVR-VALOR (WS-IDX-OVERRIDE)
              PERFORM GRAVA-LEDGER-ESTORNO
           END-IF
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       IMPRIME-TOTAL-GERAL.
           MOVE WS-TOTAL-VENDIDO-GERAL TO ROD-VENDIDO
           MOVE WS-QTD-PEDIDOS-GERAL   TO ROD-QTD
