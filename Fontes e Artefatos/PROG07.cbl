      *    DE PRODUTOS (PRODUTO.DAT) E GRAVADOS EM PEDITEM.DAT; O
      *    VALOR DO CABECALHO E A SOMA DOS ITENS, E CONTINUA SENDO O
      *    TOTAL LIDO PELA COMISSAO E PELO ACOMPANHAMENTO DE METAS.
      *    CADA PEDIDO GRAVADO GERA OS TITULOS A RECEBER EM
      *    TITULO.DAT (MESMO NUMERO DO PEDIDO), UM POR PARCELA DA
      *    CONDICAO DE PAGAMENTO ESCOLHIDA NA DIGITACAO (CONDPAG.DAT,
      *    PROG41); CONDICAO ZERO = PARCELA UNICA NO PRAZO PADRAO.
      *    A BAIXA E FEITA PELO PROG25.
      *    CLIENTE COM LIMITE DE CREDITO (CLI-LIMITE-CREDITO > 0)
      *    TEM A EXPOSICAO CONFERIDA ANTES DA GRAVACAO: TITULOS EM
      *    ABERTO MAIS O PEDIDO EM DIGITACAO NAO PODEM PASSAR DO
      *    LIMITE SEM LIBERACAO DE UM SUPERVISOR (OPERADOR.DAT).
      *    CLIENTE EM BLOQUEIO COMERCIAL (PARCELA MUITO VENCIDA,
      *    MARCADO TODA NOITE PELO PROGBLOQ) TAMBEM SO COMPRA COM
      *    LIBERACAO DE SUPERVISOR.
      *    CLIENTE CUJO CNPJ ESTA SUSPENSO, INAPTO, BAIXADO OU NULO
      *    NA RECEITA FEDERAL (CONFERIDO PELO PROGCNPJ) GERA AVISO
      *    NA DIGITACAO; COM O PARAMETRO BLOQCNPJ = 1 O PEDIDO E
      *    RECUSADO.
      *    ALEM DA INCLUSAO, O PROGRAMA CANCELA PEDIDOS (FUNCAO C),
      *    CANCELANDO JUNTO AS PARCELAS EM ABERTO (A PARCELA JA
      *    REGISTRADA NO BANCO SAI COMO INSTRUCAO DE BAIXA NA PROXIMA
      *    REMESSA DO PROGREMBAN). DIGITACAO E
      *    CANCELAMENTO SAO RECUSADOS QUANDO A COMPETENCIA DO
      *    PEDIDO ESTA FECHADA EM FECHACMP.DAT (VER PROG26).
      *    CANCELAMENTO DE PEDIDO CUJA COMPETENCIA JA FOI
      *    VENDEDOR QUE NAO E O TITULAR NEM O BACKUP DO CLIENTE E
      *    AVISADO NA DIGITACAO E O PEDIDO FICA MARCADO COMO VENDA
      *    FORA DA CARTEIRA (PED-FORA-CARTEIRA).
      *    PRODUTO COM CONTROLE DE ESTOQUE (ESTOQUE.DAT, PROG43) TEM
      *    O DISPONIVEL MOSTRADO NA DIGITACAO DO ITEM, E ITEM ACIMA
      *    DO DISPONIVEL E RECUSADO; O PEDIDO GRAVADO RESERVA AS
      *    QUANTIDADES (MOVESTOQ) E O CANCELAMENTO AS LIBERA.
      *    PEDIDO QUE JA TEVE DEVOLUCAO (DEVOLUC.DAT, PROG44) NAO
      *    PODE SER CANCELADO: O QUE RESTA DELE SEGUE PELO PROG44.
      *    CADA ITEM ACEITA UM PERCENTUAL DE DESCONTO E O PEDIDO UM
      *    DESCONTO GERAL SOBRE A SOMA DOS ITENS; O VALOR BRUTO
      *    (QUANTIDADE X PRECO) FICA GRAVADO AO LADO DO LIQUIDO EM
      *    PEDIDO.DAT E PEDITEM.DAT. O DESCONTO ACIMA DA ALCADA DO
      *    OPERADOR (DESCMAXOPE; DESCMAXSUP PARA SUPERVISOR) SO
      *    PASSA COM LIBERACAO DE SUPERVISOR, ATE O TETO DESCMAXSUP.
      *    CADA ITEM TEM O ICMS E O IPI CALCULADOS PELO CALCTRIB
      *    (TABELA DE TRIBUTACAO DO PROG45, PELA UF DA FILIAL DO
      *    CLIENTE, UF DO CLIENTE E CLASSE FISCAL DO PRODUTO), SOBRE
      *    O ITEM LIQUIDO DE TODOS OS DESCONTOS. A TELA MOSTRA OS
      *    IMPOSTOS DE CADA ITEM NA DIGITACAO E OS TOTAIS DO PEDIDO
      *    COM IMPOSTOS; OS VALORES FICAM GRAVADOS NO ITEM E NO
      *    CABECALHO, MAS PED-VALOR (BASE DE COMISSAO, METAS E
      *    TITULOS) CONTINUA SENDO O LIQUIDO SEM IMPOSTOS.
      *    PRODUTO EM CAMPANHA PROMOCIONAL (CAMPANHA.DAT, PROG46) NA
      *    DATA DO PEDIDO E NO TERRITORIO DO CLIENTE TEM O PRECO DE
      *    CAMPANHA SUGERIDO NO LUGAR DO PRECO DA TABELA (CALCCAMP);
      *    O ITEM GRAVA O CODIGO DA CAMPANHA E OS PONTOS DE COMISSAO
      *    EXTRA, PAGOS AO VENDEDOR PELO PROG08.
      *    ORCAMENTOS (FUNCAO O) PASSAM PELA MESMA DIGITACAO E PELAS
      *    MESMAS CONFERENCIAS DO PEDIDO E VAO PARA ORCAMENTO.DAT E
      *    ORCITEM.DAT COM O PRECO TRAVADO E UMA VALIDADE (PADRAO DE
      *    VALIDORC DIAS CORRIDOS); NAO RESERVAM ESTOQUE, NAO GERAM
      *    TITULO E NAO CONFEREM CREDITO. A EFETIVACAO (FUNCAO E)
      *    TRANSFORMA O ORCAMENTO ABERTO EM PEDIDO NUM PASSO SO:
      *    DENTRO DA VALIDADE MANTEM OS PRECOS ORCADOS; VENCIDO, SO
      *    SAI COM OS PRECOS VIGENTES NO DIA. COMPETENCIA, BLOQUEIO,
      *    CNPJ, ESTOQUE E CREDITO SAO CONFERIDOS DE NOVO, COMO NA
      *    DIGITACAO. A FUNCAO P DA O ORCAMENTO COMO PERDIDO, COM O
      *    MOTIVO. O ACOMPANHAMENTO POR VENDEDOR E O PROGORC.
      *    A BONIFICACAO (FUNCAO B) E A MERCADORIA DADA AO CLIENTE
      *    PARA ABRIR ESPACO NA GONDOLA: MESMA DIGITACAO DO PEDIDO,
      *    GRAVADA COM PED-TIPO "B", SEM CONDICAO DE PAGAMENTO, SEM
      *    TITULO A RECEBER E SEM CONFERENCIA DE CREDITO OU DE
      *    ALCADA DE VALOR (ENTRA SEMPRE ATIVA). O JA BONIFICADO
      *    PELO VENDEDOR NA COMPETENCIA MAIS O PEDIDO EM DIGITACAO
      *    E CONFERIDO CONTRA A VERBA DO MES (VERBABON.DAT, PROG59,
      *    OU O PARAMETRO VERBABON); ACIMA DELA SO GRAVA COM
      *    LIBERACAO DE SUPERVISOR, QUE FICA EM PED-BON-LIBERADOR.
      *    A BONIFICACAO NAO COMISSIONA NEM CONTA PARA METAS, ENTAO
      *    O CANCELAMENTO NAO GERA AJUSTE DE COMISSAO.
      *    CADA ITEM CONGELA O CUSTO PADRAO DO PRODUTO VIGENTE NA
      *    DATA DO PEDIDO (CUSTO.DAT, PROG60, LIDO PELO CUSTOLER) E
      *    A TELA MOSTRA A MARGEM BRUTA DO PEDIDO (VALOR LIQUIDO
      *    MENOS CUSTO, SOBRE O LIQUIDO, SO DOS ITENS COM CUSTO).
      *    MARGEM ABAIXO DO MINIMO (PARAMETRO MARGEMMIN, PADRAO 0 =
      *    SO AVISA VENDA COM PREJUIZO) GERA UM AVISO, SEM IMPEDIR
      *    A GRAVACAO. A BONIFICACAO NAO TEM MARGEM.
      *    CLIENTE (OU GRUPO ECONOMICO, PELA RAIZ DO CNPJ) COM
      *    CONTRATO DE PRECO VIGENTE PARA O PRODUTO (CONTRATO.DAT,
      *    PROG62, LIDO PELO CONTRLER) TEM O PRECO DO CONTRATO
      *    SUGERIDO ANTES DA FAIXA ABC E DA TABELA GERAL, SEM
      *    CAMPANHA POR CIMA. O ITEM GRAVA A ORIGEM DO PRECO
      *    PRATICADO (ITE-ORIGEM-PRECO).
      *    O PEDIDO E OS TITULOS SAO DA EMPRESA DO VENDEDOR
      *    (VEN-EMPRESA, GRAVADA EM PED-EMPRESA E TIT-EMPRESA); NA
      *    SESSAO DE UMA EMPRESA (ESCOLHIDA NO LOGIN DO PROG00, LIDA
      *    PELO EMPRLER) SO SE DIGITA E CANCELA PEDIDO DOS VENDEDORES
      *    DELA. O CLIENTE E COMUM AS EMPRESAS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-OPERADOR.

           SELECT ARQ-CONDPAG ASSIGN TO DISK WID-ARQ-CONDPAG
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CPG-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONDPAG.

           SELECT ARQ-EXPPED ASSIGN TO DISK WID-ARQ-EXPPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EXP-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EXPPED.

           SELECT ARQ-DEVOLUC ASSIGN TO DISK WID-ARQ-DEVOLUC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEVOLUC.

           SELECT ARQ-ORCAMENTO ASSIGN TO DISK WID-ARQ-ORCAMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ORC-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ORCAMENTO.

           SELECT ARQ-ORCITEM ASSIGN TO DISK WID-ARQ-ORCITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ORCITEM.

           SELECT ARQ-VERBABON ASSIGN TO DISK WID-ARQ-VERBABON
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VBB-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VERBABON.

           SELECT ARQ-LOG-ERRO ASSIGN TO DISK WID-ARQ-LOG-ERRO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-LOG.
       COPY "ARQ-AJUSCOM.FD".
       COPY "ARQ-FECHACMP.FD".
       COPY "ARQ-OPERADOR.FD".
       COPY "ARQ-CONDPAG.FD".
       COPY "ARQ-EXPPED.FD".
       COPY "ARQ-DEVOLUC.FD".
       COPY "ARQ-ORCAMENTO.FD".
       COPY "ARQ-ORCITEM.FD".
       COPY "ARQ-VERBABON.FD".
       COPY "LOG-ERRO.FD".

       WORKING-STORAGE SECTION.
       77 WS-TOLERANCIA-PRECO      PIC 9(03)V9(02) VALUE 10.
       77 WS-DESVIO-PRECO          PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-PRECO-OK              PIC X(01) VALUE SPACES.
      *    MARGEM BRUTA MINIMA DO PEDIDO, EM PERCENTUAL; ABAIXO
      *    DELA A DIGITACAO AVISA.
       77 WS-MARGEM-MINIMA         PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-MARGEM-PEDIDO         PIC S9(03)V9(02) VALUE ZEROS.
       77 WS-CUSTO-PEDIDO          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-BASE-MARGEM           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-ITENS-SEM-CUSTO       PIC 9(03) VALUE ZEROS.
      *    ALCADAS DE DESCONTO, EM PERCENTUAL: O OPERADOR COMUM DA
      *    ATE WS-DESC-MAX-OPERACAO; O SUPERVISOR (OU A LIBERACAO
      *    DELE) ATE WS-DESC-MAX-SUPERVISOR. WS-DESC-MAX-OPERADOR E
      *    A ALCADA DO OPERADOR LOGADO.
       77 WS-DESC-MAX-OPERACAO     PIC 9(03)V9(02) VALUE 5.
       77 WS-DESC-MAX-SUPERVISOR   PIC 9(03)V9(02) VALUE 15.
       77 WS-DESC-MAX-OPERADOR     PIC 9(03)V9(02) VALUE 5.
       77 WS-OPERADOR-SUPERVISOR   PIC X(01) VALUE "N".
       77 WS-PCT-CONFERIR          PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-DESCONTO-OK           PIC X(01) VALUE SPACES.
       77 WS-DESC-LIBERADOR        PIC X(10) VALUE SPACES.
       77 WS-TIER-BUSCA            PIC X(01) VALUE SPACES.
       77 WS-FIM-PRECOS            PIC 9(01) VALUE ZEROS.
       77 WS-ACHOU-PRECO           PIC X(01) VALUE SPACES.
      *    ORIGEM DO PRECO SUGERIDO (C/G/F/T/L/P, VIDE ARQ-PEDITEM);
      *    O ITEM LEVA "D" QUANDO O PRECO DIGITADO E OUTRO.
       77 WS-ORIGEM-PRECO          PIC X(01) VALUE SPACES.
       77 WS-DATA-PED-AAAAMMDD     PIC 9(08) VALUE ZEROS.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-AJUSCOM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-FECHACMP         PIC X(50) VALUE SPACES.
       77 WID-ARQ-OPERADOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-LOG-ERRO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONDPAG          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONDPAG     PIC 9(02) VALUE ZEROS.
       77 WS-CONDPAG-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-CPG-OK                PIC X(01) VALUE SPACES.
       77 AUX-COND-PAGTO           PIC 9(03) VALUE ZEROS.
       77 WS-FIM-PARCELAS          PIC 9(01) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 AUX-VALOR                PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-CLI-OK                PIC X(01) VALUE SPACES.
       77 WS-VEN-OK                PIC X(01) VALUE SPACES.
      *    EMPRESA DA SESSAO (ZERO = FORA DO MENU, TODAS) E EMPRESA
      *    DO VENDEDOR DO PEDIDO (VEN-EMPRESA ZERO = 01).
       77 WS-EMPRESA-SESSAO        PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-VENDEDOR      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-OK            PIC X(01) VALUE SPACES.
       77 AUX-PRO-CODIGO           PIC 9(05) VALUE ZEROS.
       77 AUX-QUANTIDADE           PIC 9(07)V9(02) VALUE ZEROS.
       77 AUX-PRECO-UNIT           PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-VALOR-ITEM           PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-PCT-DESCONTO         PIC 9(02)V9(02) VALUE ZEROS.
       77 AUX-VALOR-BRUTO-ITEM     PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-VALOR-BRUTO          PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-VALOR-ITENS          PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-PCT-DESC-PED         PIC 9(02)V9(02) VALUE ZEROS.
       77 AUX-CLI-FILIAL           PIC X(03) VALUE SPACES.
       77 AUX-CLI-UF               PIC X(02) VALUE SPACES.
       77 AUX-VALOR-ICMS           PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-VALOR-IPI            PIC 9(09)V9(02) VALUE ZEROS.
       77 AUX-VALOR-COM-IMPOSTOS   PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-QTD-ITENS             PIC 9(03) VALUE ZEROS.
       77 WS-MAX-ITENS             PIC 9(03) VALUE 8.
       77 WS-IDX-ITEM              PIC 9(03) VALUE ZEROS.
      *    PENDENTE DE LIBERACAO DO SUPERVISOR (PROG29).
       77 WS-VALOR-ALCADA          PIC 9(09)V9(02) VALUE 50000.
       77 WS-EMISSAO-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-EXPOSICAO             PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-LIMITE-DISPONIVEL     PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-FIM-TITULOS           PIC 9(01) VALUE ZEROS.
       77 WS-CREDITO-OK            PIC X(01) VALUE SPACES.
       77 WS-BLOQUEIO-OK           PIC X(01) VALUE SPACES.
      *    CNPJ NAO ATIVO NA RECEITA: 0 = SO AVISA, 1 = RECUSA.
       77 WS-BLOQ-CNPJ             PIC 9(01) VALUE ZEROS.
       77 WS-CNPJ-OK               PIC X(01) VALUE SPACES.
       77 WS-RF-DESCRICAO          PIC X(08) VALUE SPACES.
       01 WS-RF-DATA-EDITADA       PIC X(10) VALUE SPACES.
       77 WS-SUP-CODIGO            PIC X(10) VALUE SPACES.
       77 WS-SUP-SENHA             PIC X(10) VALUE SPACES.
       77 WS-SUP-CRIPTO            PIC X(10) VALUE SPACES.
       77 WS-FUNCAO-PEDIDO         PIC X(01) VALUE SPACES.
           88 FUNCAO-INCLUIR    VALUE "I" "i".
           88 FUNCAO-CANCELAR   VALUE "C" "c".
           88 FUNCAO-ORCAR      VALUE "O" "o".
           88 FUNCAO-EFETIVAR   VALUE "E" "e".
           88 FUNCAO-PERDER     VALUE "P" "p".
           88 FUNCAO-BONIFICAR  VALUE "B" "b".
       77 WS-FORA-CARTEIRA         PIC X(01) VALUE SPACES.
       77 WID-ARQ-EXPPED           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EXPPED      PIC 9(02) VALUE ZEROS.
       77 WS-EXPPED-DISPONIVEL     PIC X(01) VALUE "N".
       77 WID-ARQ-DEVOLUC          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEVOLUC     PIC 9(02) VALUE ZEROS.
       77 WS-DEVOLUC-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-PEDIDO-COM-DEVOLUCAO  PIC X(01) VALUE "N".
       77 WS-STATUS-ANTERIOR       PIC X(01) VALUE SPACES.
       77 WS-STQ-CONTROLADO        PIC X(01) VALUE SPACES.
       77 WS-QTD-NO-PEDIDO         PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-DISPONIVEL-ITEM       PIC S9(07)V9(02) VALUE ZEROS.
       77 WID-ARQ-ORCAMENTO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-ORCITEM          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ORCAMENTO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ORCITEM     PIC 9(02) VALUE ZEROS.
      *    "S" ENQUANTO A DIGITACAO EM CURSO E DE ORCAMENTO.
       77 WS-MODO-ORCAMENTO        PIC X(01) VALUE "N".
      *    VALIDADE PADRAO DO ORCAMENTO, EM DIAS CORRIDOS A PARTIR
      *    DA DATA DO ORCAMENTO.
       77 WS-VALIDADE-ORC-DIAS     PIC 9(03) VALUE 15.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 AUX-VALIDADE-ORC         PIC 9(08) VALUE ZEROS.
       77 AUX-MOTIVO-PERDA         PIC X(30) VALUE SPACES.
       77 WS-ORC-VENCIDO           PIC X(01) VALUE "N".
      *    "S" ENQUANTO A DIGITACAO EM CURSO E DE BONIFICACAO.
       77 WS-MODO-BONIFICACAO      PIC X(01) VALUE "N".
       77 WID-ARQ-VERBABON         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-VERBABON    PIC 9(02) VALUE ZEROS.
       77 WS-VERBABON-DISPONIVEL   PIC X(01) VALUE "N".
      *    VERBA MENSAL DE BONIFICACAO DO VENDEDOR SEM LINHA EM
      *    VERBABON.DAT NA COMPETENCIA (PARAMETRO VERBABON).
       77 WS-VERBA-PADRAO          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VERBA-BONIF           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-BONIF-UTILIZADO       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-SALDO-VERBA           PIC S9(11)V9(02) VALUE ZEROS.
       77 WS-VERBA-OK              PIC X(01) VALUE SPACES.
       77 WS-BON-LIBERADOR         PIC X(10) VALUE SPACES.
       77 WS-FIM-BONIF             PIC 9(01) VALUE ZEROS.
       77 WS-ORC-OK                PIC X(01) VALUE SPACES.
       77 WS-FIM-ITENS-ORC         PIC 9(01) VALUE ZEROS.
       01 WS-DATA-EDITADA          PIC X(10) VALUE SPACES.
      *    NUMERO, VALIDADE E SITUACAO DO ORCAMENTO, MOSTRADOS SOBRE
      *    O TRACO DA LINHA 11 (AS LINHAS DE CIMA JA ESTAO CHEIAS).
       01 WS-LINHA-ORCAMENTO.
          02 FILLER                PIC X(11) VALUE " ORCAMENTO ".
          02 LOR-NUMERO            PIC 9(09).
          02 FILLER                PIC X(12) VALUE " VALIDO ATE ".
          02 LOR-VALIDADE          PIC X(10).
          02 FILLER                PIC X(01) VALUE SPACE.
          02 LOR-SITUACAO          PIC X(11).
       01 WS-QTD-EDITADA           PIC -Z.ZZZ.ZZ9,99.
       01 WS-DISPONIVEL-EDITADO    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-VALOR-EDITADO         PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-PCT-EDITADO           PIC ZZ9,99.
       01 WS-MARGEM-EDITADA        PIC -ZZ9,99.
       01 WS-TABELA-ITENS.
          02 WS-ITEM OCCURS 8 TIMES.
             03 WS-ITEM-PRODUTO    PIC 9(05).
             03 WS-ITEM-QTDE       PIC 9(07)V9(02).
             03 WS-ITEM-PRECO      PIC 9(09)V9(02).
             03 WS-ITEM-VALOR      PIC 9(09)V9(02).
             03 WS-ITEM-BRUTO      PIC 9(09)V9(02).
             03 WS-ITEM-PCT        PIC 9(02)V9(02).
             03 WS-ITEM-CLASSE     PIC X(04).
             03 WS-ITEM-PCT-ICMS   PIC 9(02)V9(02).
             03 WS-ITEM-PCT-IPI    PIC 9(02)V9(02).
             03 WS-ITEM-ICMS       PIC 9(09)V9(02).
             03 WS-ITEM-IPI        PIC 9(09)V9(02).
             03 WS-ITEM-ST         PIC X(01).
             03 WS-ITEM-CAMPANHA   PIC 9(05).
             03 WS-ITEM-PONTOS     PIC 9(02)V9(02).
             03 WS-ITEM-CUSTO      PIC 9(09)V9(02).
             03 WS-ITEM-ORIGEM     PIC X(01).
       COPY "AREA-PARCELAS.cpy".
       COPY "AREA-ESTOQUE.cpy".
       COPY "AREA-TRIBUTO.cpy".
       COPY "AREA-CAMPANHA.cpy".
       COPY "AREA-CUSTO.cpy".
       COPY "AREA-CONTRATO.cpy".
       01 AUX-DATA-PEDIDO          PIC 99/99/9(04).
       01 AUX-DATA-PEDIDO-R REDEFINES AUX-DATA-PEDIDO.
          02 AUX-PED-DIA           PIC 99.
          02 LINE 02 COLUMN 73 VALUE "PROG07".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "NUMERO DO PEDIDO......".
          02 LINE 04 COLUMN 41 VALUE "TOTAL ICMS.....".
          02 LINE 05 COLUMN 01 VALUE "DATA DO PEDIDO........".
          02 LINE 05 COLUMN 41 VALUE "COND. PAGTO....".
          02 LINE 06 COLUMN 01 VALUE "CODIGO DO CLIENTE.....".
          02 LINE 06 COLUMN 41 VALUE "TOTAL IPI......".
          02 LINE 07 COLUMN 01 VALUE "RAZAO SOCIAL..........".
          02 LINE 07 COLUMN 66 VALUE "MARGEM %".
          02 LINE 08 COLUMN 01 VALUE "CODIGO DO VENDEDOR....".
          02 LINE 08 COLUMN 41 VALUE "TOTAL C/ IMPOST".
          02 LINE 09 COLUMN 01 VALUE "NOME DO VENDEDOR......".
          02 LINE 10 COLUMN 01 VALUE "VALOR DO PEDIDO.......".
          02 LINE 10 COLUMN 41 VALUE "DESC. GERAL %..".
          02 LINE 11 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 12 COLUMN 01 VALUE "PRODUT DESCRICAO".
          02 LINE 12 COLUMN 30 VALUE "QUANTIDADE".
          02 LINE 12 COLUMN 40 VALUE "PRECO UNIT.".
          02 LINE 12 COLUMN 52 VALUE "DESC%".
          02 LINE 12 COLUMN 67 VALUE "VALOR ITEM".

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-TOLERANCIA-PRECO
           END-IF
           MOVE "MARGEMMIN" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-MARGEM-MINIMA
           END-IF
           MOVE "DESCMAXOPE" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DESC-MAX-OPERACAO
           END-IF
           MOVE "DESCMAXSUP" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DESC-MAX-SUPERVISOR
           END-IF
           MOVE "BLOQCNPJ" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-BLOQ-CNPJ
           END-IF
           MOVE "VALIDORC" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-VALIDADE-ORC-DIAS
           END-IF
           MOVE "VERBABON" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-VERBA-PADRAO
           END-IF
           CANCEL "PARAMLER"
           CALL "EMPRLER" USING OPERADOR WS-EMPRESA-SESSAO
           CANCEL "EMPRLER"
           MOVE DATA-DE-HOJE TO AUX-DATA-PEDIDO
           COMPUTE WS-HOJE-AAAAMMDD =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE ZEROS TO CTL-ULTIMO-NUMERO-PED
              WRITE REGISTRO-CTRL-PEDIDO
           END-IF
           MOVE 2 TO CTL-CHAVE-PED
           READ ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              MOVE 2     TO CTL-CHAVE-PED
              MOVE ZEROS TO CTL-ULTIMO-NUMERO-PED
              WRITE REGISTRO-CTRL-PEDIDO
           END-IF
           MOVE "ORCAMENTO.DAT" TO WID-ARQ-ORCAMENTO
           OPEN I-O ARQ-ORCAMENTO
           IF WS-RESULTADO-ORCAMENTO NOT = 00
              OPEN OUTPUT ARQ-ORCAMENTO
              CLOSE ARQ-ORCAMENTO
              OPEN I-O ARQ-ORCAMENTO
           END-IF
           MOVE "ORCITEM.DAT" TO WID-ARQ-ORCITEM
           OPEN I-O ARQ-ORCITEM
           IF WS-RESULTADO-ORCITEM NOT = 00
              OPEN OUTPUT ARQ-ORCITEM
              CLOSE ARQ-ORCITEM
              OPEN I-O ARQ-ORCITEM
           END-IF
           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           OPEN INPUT ARQ-COMLED
           IF WS-RESULTADO-COMLED = 00
           ELSE
              MOVE "N" TO WS-OPERADOR-DISPONIVEL
           END-IF
           PERFORM DEFINE-ALCADA-DESCONTO
           MOVE "CONDPAG.DAT" TO WID-ARQ-CONDPAG
           OPEN INPUT ARQ-CONDPAG
           IF WS-RESULTADO-CONDPAG = 00
              MOVE "S" TO WS-CONDPAG-DISPONIVEL
           ELSE
              MOVE "N" TO WS-CONDPAG-DISPONIVEL
           END-IF
           MOVE "EXPPED.DAT" TO WID-ARQ-EXPPED
           OPEN INPUT ARQ-EXPPED
           IF WS-RESULTADO-EXPPED = 00
              MOVE "S" TO WS-EXPPED-DISPONIVEL
           ELSE
              MOVE "N" TO WS-EXPPED-DISPONIVEL
           END-IF
           MOVE "DEVOLUC.DAT" TO WID-ARQ-DEVOLUC
           OPEN INPUT ARQ-DEVOLUC
           IF WS-RESULTADO-DEVOLUC = 00
              MOVE "S" TO WS-DEVOLUC-DISPONIVEL
           ELSE
              MOVE "N" TO WS-DEVOLUC-DISPONIVEL
           END-IF
           MOVE "VERBABON.DAT" TO WID-ARQ-VERBABON
           OPEN INPUT ARQ-VERBABON
           IF WS-RESULTADO-VERBABON = 00
              MOVE "S" TO WS-VERBABON-DISPONIVEL
           ELSE
              MOVE "N" TO WS-VERBABON-DISPONIVEL
           END-IF
           MOVE "LOGERRO.TXT" TO WID-ARQ-LOG-ERRO
           OPEN EXTEND ARQ-LOG-ERRO
           IF WS-RESULTADO-LOG NOT = 00
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MOSTRAR-TELA
              MOVE SPACES TO WS-FUNCAO-PEDIDO
              MOVE "N" TO WS-MODO-ORCAMENTO
              MOVE "N" TO WS-MODO-BONIFICACAO
              DISPLAY "FUNCAO: (I)NCLUIR (B)ONIFICACAO (C)ANCELAR "
                 "(O)RCAMENTO (E)FETIVAR (P)ERDA"             AT 2401
              PERFORM UNTIL FUNCAO-INCLUIR OR FUNCAO-CANCELAR
                         OR FUNCAO-ORCAR OR FUNCAO-EFETIVAR
                         OR FUNCAO-PERDER OR FUNCAO-BONIFICAR
                 ACCEPT WS-FUNCAO-PEDIDO                      AT 2475
              END-PERFORM
              DISPLAY LIMPA-LINHA                             AT 2401
              EVALUATE TRUE
                 WHEN FUNCAO-INCLUIR
                    PERFORM DIGITAR-PEDIDO
                       THRU F-DIGITAR-PEDIDO
                 WHEN FUNCAO-BONIFICAR
                    MOVE "S" TO WS-MODO-BONIFICACAO
                    PERFORM DIGITAR-PEDIDO
                       THRU F-DIGITAR-PEDIDO
                 WHEN FUNCAO-CANCELAR
                    PERFORM CANCELAR-PEDIDO
                       THRU F-CANCELAR-PEDIDO
                 WHEN FUNCAO-ORCAR
                    PERFORM DIGITAR-ORCAMENTO
                       THRU F-DIGITAR-ORCAMENTO
                 WHEN FUNCAO-EFETIVAR
                    PERFORM EFETIVAR-ORCAMENTO
                       THRU F-EFETIVAR-ORCAMENTO
                 WHEN OTHER
                    PERFORM PERDER-ORCAMENTO
                       THRU F-PERDER-ORCAMENTO
              END-EVALUATE
              MOVE "N" TO WS-MODO-ORCAMENTO
              MOVE "N" TO WS-MODO-BONIFICACAO
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "OUTRA OPERACAO? S/N"                   AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
           IF WS-OPERADOR-DISPONIVEL = "S"
              CLOSE ARQ-OPERADOR
           END-IF
           IF WS-CONDPAG-DISPONIVEL = "S"
              CLOSE ARQ-CONDPAG
           END-IF
           IF WS-EXPPED-DISPONIVEL = "S"
              CLOSE ARQ-EXPPED
           END-IF
           IF WS-DEVOLUC-DISPONIVEL = "S"
              CLOSE ARQ-DEVOLUC
           END-IF
           IF WS-VERBABON-DISPONIVEL = "S"
              CLOSE ARQ-VERBABON
           END-IF
           CLOSE ARQ-ORCAMENTO
           CLOSE ARQ-ORCITEM
           CLOSE ARQ-LOG-ERRO
           CANCEL "MOVESTOQ"
           CANCEL "CALCTRIB"
           CANCEL "CALCCAMP"
           CANCEL "CUSTOLER"
           CANCEL "CONTRLER"
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           .
       DIGITAR-PEDIDO.
           PERFORM MOSTRAR-TELA
           IF WS-MODO-BONIFICACAO = "S"
              PERFORM MOSTRA-TELA-BONIFICACAO
           END-IF
           PERFORM LER-CONTROLE-PEDIDO
           MOVE CTL-ULTIMO-NUMERO-PED TO AUX-NUMERO
           ADD 1 TO AUX-NUMERO
           IF WS-CLI-OK NOT = "S"
              GO TO F-DIGITAR-PEDIDO
           END-IF
           PERFORM VERIFICA-BLOQUEIO-COMERCIAL
              THRU F-VERIFICA-BLOQUEIO-COMERCIAL
           IF WS-BLOQUEIO-OK NOT = "S"
              DISPLAY "PEDIDO RECUSADO - CLIENTE EM BLOQUEIO COMERCIAL."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DIGITAR-PEDIDO
           END-IF
           PERFORM VERIFICA-SITUACAO-CNPJ
              THRU F-VERIFICA-SITUACAO-CNPJ
           IF WS-CNPJ-OK NOT = "S"
              DISPLAY "PEDIDO RECUSADO - CNPJ NAO ATIVO NA RECEITA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DIGITAR-PEDIDO
           END-IF
           PERFORM ACEITA-VENDEDOR-PEDIDO
           IF WS-VEN-OK NOT = "S"
              GO TO F-DIGITAR-PEDIDO
           END-IF
      *    BONIFICACAO NAO TEM TITULO, LOGO NAO TEM CONDICAO DE
      *    PAGAMENTO.
           IF WS-MODO-BONIFICACAO = "S"
              MOVE ZEROS TO AUX-COND-PAGTO
           ELSE
              PERFORM ACEITA-COND-PAGTO-PEDIDO
           END-IF
           MOVE SPACES TO WS-DESC-LIBERADOR
           MOVE SPACES TO WS-BON-LIBERADOR
           PERFORM ACEITA-ITENS-PEDIDO
           IF WS-QTD-ITENS = ZEROS
              DISPLAY "PEDIDO ABANDONADO (SEM ITENS)."        AT 2401
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DIGITAR-PEDIDO
           END-IF
           PERFORM ACEITA-DESCONTO-PEDIDO
           PERFORM CALCULA-IMPOSTOS-PEDIDO
           PERFORM CALCULA-MARGEM-PEDIDO
           IF WS-MODO-BONIFICACAO = "S"
              PERFORM VERIFICA-VERBA-BONIFICACAO
                 THRU F-VERIFICA-VERBA-BONIFICACAO
              IF WS-VERBA-OK NOT = "S"
                 DISPLAY "BONIFICACAO RECUSADA - VERBA DO VENDEDOR "
                    "EXCEDIDA."                               AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 GO TO F-DIGITAR-PEDIDO
              END-IF
           ELSE
              PERFORM VERIFICA-LIMITE-CREDITO
                 THRU F-VERIFICA-LIMITE-CREDITO
              IF WS-CREDITO-OK NOT = "S"
                 DISPLAY "PEDIDO RECUSADO POR LIMITE DE CREDITO."
                                                              AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 GO TO F-DIGITAR-PEDIDO
              END-IF
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO DO PEDIDO? S/N"       AT 2401
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              PERFORM MONTA-REGISTRO-PEDIDO
              PERFORM GRAVAR-PEDIDO
           END-IF
           .
       F-DIGITAR-PEDIDO. EXIT.
       MONTA-REGISTRO-PEDIDO.
           MOVE AUX-NUMERO       TO PED-NUMERO
           MOVE AUX-DATA-PEDIDO  TO PED-DATA
           COMPUTE PED-COMPETENCIA =
              (AUX-PED-ANO * 100) + AUX-PED-MES
           MOVE AUX-CLI-CODIGO   TO PED-CLI-CODIGO
           MOVE AUX-VEN-CODIGO   TO PED-VEN-CODIGO
           MOVE AUX-VALOR        TO PED-VALOR
           MOVE AUX-VALOR-BRUTO  TO PED-VALOR-BRUTO
           MOVE AUX-PCT-DESC-PED TO PED-PCT-DESCONTO
           MOVE WS-DESC-LIBERADOR TO PED-DESC-LIBERADOR
           MOVE AUX-VALOR-ICMS   TO PED-VALOR-ICMS
           MOVE AUX-VALOR-IPI    TO PED-VALOR-IPI
      *    A BONIFICACAO JA PASSOU PELA VERBA DO VENDEDOR E NAO
      *    ENTRA NA FILA DE ALCADA DE VALOR DO PROG29.
           IF WS-MODO-BONIFICACAO = "S"
              MOVE "B" TO PED-TIPO
              MOVE "A" TO PED-STATUS
              MOVE WS-BON-LIBERADOR TO PED-BON-LIBERADOR
           ELSE
              MOVE "V" TO PED-TIPO
              MOVE SPACES TO PED-BON-LIBERADOR
              IF AUX-VALOR GREATER WS-VALOR-ALCADA
                 MOVE "P" TO PED-STATUS
              ELSE
                 MOVE "A" TO PED-STATUS
              END-IF
           END-IF
           MOVE WS-FORA-CARTEIRA TO PED-FORA-CARTEIRA
           MOVE AUX-COND-PAGTO   TO PED-COND-PAGTO
           MOVE WS-EMPRESA-VENDEDOR TO PED-EMPRESA
           .
       CANCELAR-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO A CANCELAR:"             AT 2301
           MOVE ZEROS TO AUX-NUMERO
           END-IF
           DISPLAY PED-NUMERO                                 AT 0424
           DISPLAY PED-DATA                                   AT 0524
           DISPLAY PED-COND-PAGTO                             AT 0557
           DISPLAY PED-CLI-CODIGO                             AT 0624
           DISPLAY PED-VEN-CODIGO                             AT 0824
           MOVE PED-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1024
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND PED-EMPRESA NOT = WS-EMPRESA-SESSAO
              AND NOT (PED-EMPRESA = ZEROS AND WS-EMPRESA-SESSAO = 01)
              DISPLAY "PEDIDO DE OUTRA EMPRESA - CANCELAMENTO RECUSADO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-CANCELAR-PEDIDO
           END-IF
           IF PED-CANCELADO
              DISPLAY "PEDIDO JA ESTA CANCELADO."             AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-CANCELAR-PEDIDO
           END-IF
           PERFORM VERIFICA-DEVOLUCAO-PEDIDO
           IF WS-PEDIDO-COM-DEVOLUCAO = "S"
              DISPLAY "PEDIDO COM DEVOLUCAO - CANCELAMENTO RECUSADO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-CANCELAR-PEDIDO
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA O CANCELAMENTO DO PEDIDO? S/N"   AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-CANCELAR-PEDIDO
           END-IF
           MOVE PED-STATUS TO WS-STATUS-ANTERIOR
           MOVE "C" TO PED-STATUS
           REWRITE REGISTRO-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00 AND 02
           END-IF
           PERFORM CANCELA-TITULO-PEDIDO
           PERFORM GERA-AJUSTE-COMISSAO
           PERFORM LIBERA-ESTOQUE-PEDIDO
           DISPLAY "PEDIDO CANCELADO."                        AT 2401
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-CANCELAR-PEDIDO. EXIT.
       DIGITAR-ORCAMENTO.
      *    MESMA DIGITACAO E MESMAS CONFERENCIAS DO PEDIDO, SEM A
      *    COMPETENCIA, A RESERVA DE ESTOQUE, O TITULO E O LIMITE DE
      *    CREDITO, QUE FICAM PARA A EFETIVACAO. NO FIM PEDE A
      *    VALIDADE DO ORCAMENTO.
           MOVE "S" TO WS-MODO-ORCAMENTO
           PERFORM MOSTRAR-TELA
           PERFORM MOSTRA-TELA-ORCAMENTO
           PERFORM LER-CONTROLE-ORCAMENTO
           MOVE CTL-ULTIMO-NUMERO-PED TO AUX-NUMERO
           ADD 1 TO AUX-NUMERO
           DISPLAY AUX-NUMERO                                 AT 0424
           MOVE DATA-DE-HOJE TO AUX-DATA-PEDIDO
           DISPLAY AUX-DATA-PEDIDO                            AT 0524
           PERFORM ACEITA-CLIENTE-PEDIDO
           IF WS-CLI-OK NOT = "S"
              GO TO F-DIGITAR-ORCAMENTO
           END-IF
           PERFORM VERIFICA-BLOQUEIO-COMERCIAL
              THRU F-VERIFICA-BLOQUEIO-COMERCIAL
           IF WS-BLOQUEIO-OK NOT = "S"
              DISPLAY "ORCAMENTO RECUSADO - CLIENTE EM BLOQUEIO "
                 "COMERCIAL."                                 AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DIGITAR-ORCAMENTO
           END-IF
           PERFORM VERIFICA-SITUACAO-CNPJ
              THRU F-VERIFICA-SITUACAO-CNPJ
           IF WS-CNPJ-OK NOT = "S"
              DISPLAY "ORCAMENTO RECUSADO - CNPJ NAO ATIVO NA RECEITA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DIGITAR-ORCAMENTO
           END-IF
           PERFORM ACEITA-VENDEDOR-PEDIDO
           IF WS-VEN-OK NOT = "S"
              GO TO F-DIGITAR-ORCAMENTO
           END-IF
           PERFORM ACEITA-COND-PAGTO-PEDIDO
           MOVE SPACES TO WS-DESC-LIBERADOR
           PERFORM ACEITA-ITENS-PEDIDO
           IF WS-QTD-ITENS = ZEROS
              DISPLAY "ORCAMENTO ABANDONADO (SEM ITENS)."     AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-DIGITAR-ORCAMENTO
           END-IF
           PERFORM ACEITA-DESCONTO-PEDIDO
           PERFORM CALCULA-IMPOSTOS-PEDIDO
           PERFORM CALCULA-MARGEM-PEDIDO
           PERFORM ACEITA-VALIDADE-ORCAMENTO
           MOVE AUX-NUMERO TO LOR-NUMERO
           MOVE "ABERTO"   TO LOR-SITUACAO
           PERFORM MOSTRA-LINHA-ORCAMENTO
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A GRAVACAO DO ORCAMENTO? S/N"    AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2440
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              PERFORM GRAVAR-ORCAMENTO
           END-IF
           .
       F-DIGITAR-ORCAMENTO. EXIT.
       MOSTRA-TELA-BONIFICACAO.
           DISPLAY "  DIGITACAO DE BONIFICACOES   "           AT 0225
           DISPLAY "VALOR BONIFICADO......"                   AT 1001
           DISPLAY "SEM TITULO"                               AT 0557
           .
       MOSTRA-TELA-ORCAMENTO.
           DISPLAY "   DIGITACAO DE ORCAMENTOS    "           AT 0225
           DISPLAY "NUMERO DO ORCAMENTO..."                   AT 0401
           DISPLAY "DATA DO ORCAMENTO....."                   AT 0501
           DISPLAY "VALOR DO ORCAMENTO...."                   AT 1001
           .
       ACEITA-VALIDADE-ORCAMENTO.
      *    VALIDADE EM AAAAMMDD; ZERO ASSUME O PADRAO (VALIDORC DIAS
      *    DEPOIS DA DATA DO ORCAMENTO). DATA INVALIDA OU ANTERIOR
      *    AO ORCAMENTO E RECUSADA.
           COMPUTE WS-DATA-PED-AAAAMMDD =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "VALIDADE (AAAAMMDD, ZERO = PADRAO):"      AT 2301
           MOVE "N" TO WS-ORC-OK
           PERFORM UNTIL WS-ORC-OK = "S"
              MOVE ZEROS TO AUX-VALIDADE-ORC
              ACCEPT AUX-VALIDADE-ORC                         AT 2337
              IF AUX-VALIDADE-ORC = ZEROS
                 COMPUTE AUX-VALIDADE-ORC =
                    FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DATA-PED-AAAAMMDD)
                          + WS-VALIDADE-ORC-DIAS)
                 DISPLAY AUX-VALIDADE-ORC                     AT 2337
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD (AUX-VALIDADE-ORC)
                    NOT = ZEROS
                 OR AUX-VALIDADE-ORC LESS WS-DATA-PED-AAAAMMDD
                 DISPLAY "VALIDADE INVALIDA OU ANTERIOR AO ORCAMENTO!"
                                                              AT 2401
              ELSE
                 MOVE "S" TO WS-ORC-OK
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       EDITA-VALIDADE-ORCAMENTO.
           MOVE AUX-VALIDADE-ORC (7:2) TO WS-DATA-EDITADA (1:2)
           MOVE "/"                    TO WS-DATA-EDITADA (3:1)
           MOVE AUX-VALIDADE-ORC (5:2) TO WS-DATA-EDITADA (4:2)
           MOVE "/"                    TO WS-DATA-EDITADA (6:1)
           MOVE AUX-VALIDADE-ORC (1:4) TO WS-DATA-EDITADA (7:4)
           .
       MOSTRA-LINHA-ORCAMENTO.
           PERFORM EDITA-VALIDADE-ORCAMENTO
           MOVE WS-DATA-EDITADA TO LOR-VALIDADE
           DISPLAY WS-LINHA-ORCAMENTO                         AT 1103
           .
       GRAVAR-ORCAMENTO.
           INITIALIZE REGISTRO-ORCAMENTO
           MOVE AUX-NUMERO        TO ORC-NUMERO
           MOVE AUX-DATA-PEDIDO   TO ORC-DATA
           MOVE AUX-VALIDADE-ORC  TO ORC-VALIDADE
           MOVE AUX-CLI-CODIGO    TO ORC-CLI-CODIGO
           MOVE AUX-VEN-CODIGO    TO ORC-VEN-CODIGO
           MOVE AUX-COND-PAGTO    TO ORC-COND-PAGTO
           MOVE AUX-VALOR         TO ORC-VALOR
           MOVE AUX-VALOR-BRUTO   TO ORC-VALOR-BRUTO
           MOVE AUX-PCT-DESC-PED  TO ORC-PCT-DESCONTO
           MOVE WS-DESC-LIBERADOR TO ORC-DESC-LIBERADOR
           MOVE AUX-VALOR-ICMS    TO ORC-VALOR-ICMS
           MOVE AUX-VALOR-IPI     TO ORC-VALOR-IPI
           MOVE "A"               TO ORC-STATUS
           MOVE OPERADOR          TO ORC-OPERADOR
           WRITE REGISTRO-ORCAMENTO
           IF WS-RESULTADO-ORCAMENTO NOT = 00
              DISPLAY "ERRO NA GRAVACAO - ORCAMENTOS:"        AT 2401
              DISPLAY WS-RESULTADO-ORCAMENTO                  AT 2433
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE "GRAVAR-ORCAMENTO" TO WS-LOG-PARAGRAFO
              PERFORM REGISTRA-ERRO-ORCAMENTO
           ELSE
              PERFORM GRAVAR-UM-ITEM-ORCAMENTO
                 VARYING WS-IDX-ITEM FROM 1 BY 1
                 UNTIL WS-IDX-ITEM > WS-QTD-ITENS
              PERFORM ATUALIZA-CONTROLE-ORCAMENTO
              DISPLAY "ORCAMENTO GRAVADO COM SUCESSO!"        AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       GRAVAR-UM-ITEM-ORCAMENTO.
           MOVE ORC-NUMERO                    TO OIT-ORC-NUMERO
           MOVE WS-IDX-ITEM                   TO OIT-SEQUENCIA
           MOVE WS-ITEM-PRODUTO (WS-IDX-ITEM) TO OIT-PRO-CODIGO
           MOVE WS-ITEM-QTDE    (WS-IDX-ITEM) TO OIT-QUANTIDADE
           MOVE WS-ITEM-PRECO   (WS-IDX-ITEM) TO OIT-PRECO-UNITARIO
           MOVE WS-ITEM-VALOR   (WS-IDX-ITEM) TO OIT-VALOR
           MOVE WS-ITEM-BRUTO   (WS-IDX-ITEM) TO OIT-VALOR-BRUTO
           MOVE WS-ITEM-PCT     (WS-IDX-ITEM) TO OIT-PCT-DESCONTO
           MOVE WS-ITEM-CAMPANHA (WS-IDX-ITEM) TO OIT-CAMPANHA
           MOVE WS-ITEM-PONTOS  (WS-IDX-ITEM) TO OIT-PONTOS-CAMPANHA
           WRITE REGISTRO-ORCITEM
           IF WS-RESULTADO-ORCITEM NOT = 00
              DISPLAY "ERRO NA GRAVACAO - ITENS DO ORCAMENTO:"
                                                              AT 2401
              DISPLAY WS-RESULTADO-ORCITEM                    AT 2441
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE "GRAVAR-UM-ITEM-ORCAMENTO" TO WS-LOG-PARAGRAFO
              PERFORM REGISTRA-ERRO-ORCAMENTO
           END-IF
           .
       LOCALIZA-ORCAMENTO.
      *    LE O ORCAMENTO PEDIDO E MOSTRA NUMERO, VALIDADE E
      *    SITUACAO; SO O ORCAMENTO AINDA ABERTO SEGUE.
           MOVE "N" TO WS-ORC-OK
           MOVE AUX-NUMERO TO ORC-NUMERO
           READ ARQ-ORCAMENTO
           IF WS-RESULTADO-ORCAMENTO NOT = 00
              DISPLAY "ORCAMENTO NAO ENCONTRADO!"             AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           MOVE ORC-NUMERO   TO LOR-NUMERO
           MOVE ORC-VALIDADE TO AUX-VALIDADE-ORC
           EVALUATE TRUE
              WHEN ORC-CONVERTIDO
                 MOVE "CONVERTIDO" TO LOR-SITUACAO
              WHEN ORC-PERDIDO
                 MOVE "PERDIDO"    TO LOR-SITUACAO
              WHEN ORC-VALIDADE LESS WS-HOJE-AAAAMMDD
                 MOVE "VENCIDO"    TO LOR-SITUACAO
              WHEN OTHER
                 MOVE "ABERTO"     TO LOR-SITUACAO
           END-EVALUATE
           PERFORM MOSTRA-LINHA-ORCAMENTO
           IF ORC-CONVERTIDO
              DISPLAY "ORCAMENTO JA EFETIVADO NO PEDIDO"      AT 2401
              DISPLAY ORC-PED-NUMERO                          AT 2434
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           IF ORC-PERDIDO
              DISPLAY "ORCAMENTO JA DADO COMO PERDIDO."       AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ORC-OK
           .
       EFETIVAR-ORCAMENTO.
      *    O ORCAMENTO ABERTO VIRA PEDIDO COM O MESMO CLIENTE,
      *    VENDEDOR, CONDICAO, ITENS E DESCONTOS. DENTRO DA VALIDADE
      *    VALEM OS PRECOS ORCADOS; VENCIDO, SO COM OS PRECOS DO DIA
      *    (TABELA E CAMPANHA VIGENTES), SE O OPERADOR ACEITAR. AS
      *    CONFERENCIAS DO PEDIDO SAO REFEITAS NA DATA DE HOJE.
           DISPLAY "NUMERO DO ORCAMENTO A EFETIVAR:"          AT 2301
           MOVE ZEROS TO AUX-NUMERO
           ACCEPT AUX-NUMERO                                  AT 2333
           DISPLAY LIMPA-LINHA                                AT 2301
           IF AUX-NUMERO = ZEROS
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           PERFORM MOSTRAR-TELA
           PERFORM LOCALIZA-ORCAMENTO
           IF WS-ORC-OK NOT = "S"
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           MOVE "N" TO WS-ORC-VENCIDO
           IF ORC-VALIDADE LESS WS-HOJE-AAAAMMDD
              MOVE "S" TO WS-ORC-VENCIDO
              MOVE SPACES TO WS-RESPOSTA
              DISPLAY "ORCAMENTO VENCIDO - EFETIVAR COM OS PRECOS DE "
                 "HOJE? S/N"                                  AT 2401
              PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-RESPOSTA                           AT 2458
              END-PERFORM
              DISPLAY LIMPA-LINHA                             AT 2401
              IF WS-RESPOSTA NOT = "S" AND NOT = "s"
                 GO TO F-EFETIVAR-ORCAMENTO
              END-IF
           END-IF
           MOVE DATA-DE-HOJE TO AUX-DATA-PEDIDO
           DISPLAY AUX-DATA-PEDIDO                            AT 0524
           COMPUTE WS-COMPETENCIA-PED =
              (AUX-PED-ANO * 100) + AUX-PED-MES
           PERFORM VERIFICA-COMPETENCIA-ABERTA
           IF WS-COMPETENCIA-ABERTA NOT = "S"
              DISPLAY "COMPETENCIA FECHADA - EFETIVACAO RECUSADA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           PERFORM CARREGA-CLIENTE-ORCAMENTO
           IF WS-CLI-OK NOT = "S"
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           PERFORM VERIFICA-BLOQUEIO-COMERCIAL
              THRU F-VERIFICA-BLOQUEIO-COMERCIAL
           IF WS-BLOQUEIO-OK NOT = "S"
              DISPLAY "PEDIDO RECUSADO - CLIENTE EM BLOQUEIO COMERCIAL."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           PERFORM VERIFICA-SITUACAO-CNPJ
              THRU F-VERIFICA-SITUACAO-CNPJ
           IF WS-CNPJ-OK NOT = "S"
              DISPLAY "PEDIDO RECUSADO - CNPJ NAO ATIVO NA RECEITA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           PERFORM CARREGA-VENDEDOR-ORCAMENTO
           IF WS-VEN-OK NOT = "S"
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           PERFORM CARREGA-COND-PAGTO-ORCAMENTO
           PERFORM CARREGA-ITENS-ORCAMENTO
           IF WS-ORC-OK NOT = "S"
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           PERFORM CALCULA-IMPOSTOS-PEDIDO
           PERFORM CALCULA-MARGEM-PEDIDO
           PERFORM VERIFICA-LIMITE-CREDITO
              THRU F-VERIFICA-LIMITE-CREDITO
           IF WS-CREDITO-OK NOT = "S"
              DISPLAY "PEDIDO RECUSADO POR LIMITE DE CREDITO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A EFETIVACAO DO ORCAMENTO EM PEDIDO? S/N"
                                                              AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2452
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           PERFORM LER-CONTROLE-PEDIDO
           MOVE CTL-ULTIMO-NUMERO-PED TO AUX-NUMERO
           ADD 1 TO AUX-NUMERO
           DISPLAY AUX-NUMERO                                 AT 0424
           PERFORM MONTA-REGISTRO-PEDIDO
           PERFORM GRAVAR-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              GO TO F-EFETIVAR-ORCAMENTO
           END-IF
           MOVE "C"              TO ORC-STATUS
           MOVE PED-NUMERO       TO ORC-PED-NUMERO
           MOVE WS-HOJE-AAAAMMDD TO ORC-DATA-SITUACAO
           MOVE OPERADOR         TO ORC-OPERADOR-SITUACAO
           REWRITE REGISTRO-ORCAMENTO
           IF WS-RESULTADO-ORCAMENTO NOT = 00 AND 02
              DISPLAY "ERRO NA GRAVACAO - ORCAMENTOS:"        AT 2401
              DISPLAY WS-RESULTADO-ORCAMENTO                  AT 2433
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE "EFETIVAR-ORCAMENTO" TO WS-LOG-PARAGRAFO
              PERFORM REGISTRA-ERRO-ORCAMENTO
           END-IF
           .
       F-EFETIVAR-ORCAMENTO. EXIT.
       CARREGA-CLIENTE-ORCAMENTO.
      *    O CLIENTE DO ORCAMENTO TEM DE CONTINUAR CADASTRADO E
      *    ATIVO.
           MOVE "N" TO WS-CLI-OK
           MOVE ORC-CLI-CODIGO TO AUX-CLI-CODIGO
           DISPLAY AUX-CLI-CODIGO                             AT 0624
           MOVE AUX-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00 AND CLI-ATIVO
              MOVE "S" TO WS-CLI-OK
              DISPLAY CLI-RAZAO-SOCIAL                        AT 0724
              MOVE CLI-FILIAL TO AUX-CLI-FILIAL
              MOVE CLI-UF     TO AUX-CLI-UF
           ELSE
              DISPLAY "CLIENTE DO ORCAMENTO INATIVO OU NAO CADASTRADO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       CARREGA-VENDEDOR-ORCAMENTO.
      *    O VENDEDOR DO ORCAMENTO TEM DE CONTINUAR ATIVO; A VENDA
      *    FORA DA CARTEIRA E CONFERIDA PELA CARTEIRA DE HOJE.
           MOVE "N" TO WS-VEN-OK
           MOVE ORC-VEN-CODIGO TO AUX-VEN-CODIGO
           DISPLAY AUX-VEN-CODIGO                             AT 0824
           MOVE AUX-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              PERFORM DEFINE-EMPRESA-VENDEDOR
           END-IF
           IF WS-RESULTADO-VENDEDOR = 00 AND VEN-ATIVO
              AND WS-EMPRESA-OK = "S"
              MOVE "S" TO WS-VEN-OK
              DISPLAY VEN-NOME                                AT 0924
              PERFORM VERIFICA-CARTEIRA-VENDEDOR
           ELSE
              DISPLAY "VENDEDOR DO ORCAMENTO INATIVO, NAO CADASTRADO "
                 "OU DE OUTRA EMPRESA."                       AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       CARREGA-COND-PAGTO-ORCAMENTO.
      *    CONDICAO DO ORCAMENTO QUE FICOU INATIVA E TROCADA NA HORA.
           MOVE ORC-COND-PAGTO TO AUX-COND-PAGTO
           DISPLAY AUX-COND-PAGTO                             AT 0557
           IF AUX-COND-PAGTO = ZEROS
              DISPLAY "PRAZO PADRAO"                          AT 0561
              EXIT PARAGRAPH
           END-IF
           IF WS-CONDPAG-DISPONIVEL = "S"
              MOVE AUX-COND-PAGTO TO CPG-CODIGO
              READ ARQ-CONDPAG
              IF WS-RESULTADO-CONDPAG = 00 AND CPG-ATIVA
                 DISPLAY CPG-DESCRICAO (1:20)                 AT 0561
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "CONDICAO DO ORCAMENTO INATIVA - INFORME OUTRA."
                                                              AT 2301
           PERFORM ACEITA-COND-PAGTO-PEDIDO
           DISPLAY LIMPA-LINHA                                AT 2301
           .
       CARREGA-ITENS-ORCAMENTO.
      *    OS ITENS DO ORCAMENTO VAO PARA A TABELA DO PEDIDO. PRODUTO
      *    QUE SAIU DE LINHA OU SEM ESTOQUE PARA A QUANTIDADE ORCADA
      *    RECUSA A EFETIVACAO INTEIRA.
           MOVE "S"   TO WS-ORC-OK
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ZEROS TO AUX-VALOR
           MOVE ZEROS TO AUX-VALOR-BRUTO
           MOVE ZEROS TO AUX-VALOR-ICMS
           MOVE ZEROS TO AUX-VALOR-IPI
           MOVE ORC-NUMERO TO OIT-ORC-NUMERO
           MOVE ZEROS      TO OIT-SEQUENCIA
           MOVE ZEROS      TO WS-FIM-ITENS-ORC
           START ARQ-ORCITEM KEY IS NOT LESS OIT-CHAVE
           IF WS-RESULTADO-ORCITEM NOT = 00
              MOVE 1 TO WS-FIM-ITENS-ORC
           END-IF
           PERFORM UNTIL WS-FIM-ITENS-ORC = 1 OR WS-ORC-OK NOT = "S"
              READ ARQ-ORCITEM NEXT AT END
                 MOVE 1 TO WS-FIM-ITENS-ORC
              END-READ
              IF WS-FIM-ITENS-ORC NOT = 1
                 IF OIT-ORC-NUMERO NOT = ORC-NUMERO
                    OR WS-QTD-ITENS NOT LESS WS-MAX-ITENS
                    MOVE 1 TO WS-FIM-ITENS-ORC
                 ELSE
                    PERFORM CARREGA-UM-ITEM-ORCAMENTO
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ORC-OK = "S" AND WS-QTD-ITENS = ZEROS
              DISPLAY "ORCAMENTO SEM ITENS - EFETIVACAO RECUSADA."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE "N" TO WS-ORC-OK
           END-IF
           IF WS-ORC-OK NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ORC-PCT-DESCONTO   TO AUX-PCT-DESC-PED
           MOVE ORC-DESC-LIBERADOR TO WS-DESC-LIBERADOR
           MOVE AUX-VALOR TO AUX-VALOR-ITENS
           COMPUTE AUX-VALOR ROUNDED =
              AUX-VALOR-ITENS * (100 - AUX-PCT-DESC-PED) / 100
           DISPLAY AUX-PCT-DESC-PED                           AT 1057
           MOVE AUX-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1024
           .
       CARREGA-UM-ITEM-ORCAMENTO.
           MOVE OIT-PRO-CODIGO TO AUX-PRO-CODIGO
           MOVE AUX-PRO-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00 OR NOT PRO-ATIVO
              DISPLAY "PRODUTO INATIVO OU NAO CADASTRADO:"    AT 2401
              DISPLAY AUX-PRO-CODIGO                          AT 2436
              DISPLAY "- EFETIVACAO RECUSADA."                AT 2442
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE "N" TO WS-ORC-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM CONSULTA-ESTOQUE-ITEM
           DISPLAY LIMPA-LINHA                                AT 2301
           IF WS-STQ-CONTROLADO = "S"
              AND OIT-QUANTIDADE GREATER WS-DISPONIVEL-ITEM
              DISPLAY "ESTOQUE INSUFICIENTE - PRODUTO"        AT 2401
              DISPLAY AUX-PRO-CODIGO                          AT 2432
              DISPLAY "- EFETIVACAO RECUSADA."                AT 2438
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE "N" TO WS-ORC-OK
              EXIT PARAGRAPH
           END-IF
      *    ORCAMENTO VENCIDO TROCA O PRECO E A CAMPANHA ORCADOS PELOS
      *    VIGENTES HOJE; O DESCONTO DO ITEM, JA LIBERADO NO
      *    ORCAMENTO, CONTINUA O MESMO.
           MOVE OIT-PRECO-UNITARIO  TO AUX-PRECO-UNIT
           MOVE OIT-CAMPANHA        TO WS-CMP-CAMPANHA
           MOVE OIT-PONTOS-CAMPANHA TO WS-CMP-PONTOS
           MOVE "O"                 TO WS-ORIGEM-PRECO
           IF WS-ORC-VENCIDO = "S"
              PERFORM BUSCA-PRECO-VIGENTE
              PERFORM APLICA-CAMPANHA-ITEM
              MOVE WS-PRECO-SUGERIDO TO AUX-PRECO-UNIT
              DISPLAY LIMPA-LINHA                             AT 2301
           END-IF
           MOVE OIT-QUANTIDADE   TO AUX-QUANTIDADE
           MOVE OIT-PCT-DESCONTO TO AUX-PCT-DESCONTO
           COMPUTE AUX-VALOR-BRUTO-ITEM ROUNDED =
              AUX-QUANTIDADE * AUX-PRECO-UNIT
           COMPUTE AUX-VALOR-ITEM ROUNDED =
              AUX-VALOR-BRUTO-ITEM * (100 - AUX-PCT-DESCONTO) / 100
           ADD 1 TO WS-QTD-ITENS
           MOVE AUX-PRO-CODIGO TO WS-ITEM-PRODUTO (WS-QTD-ITENS)
           MOVE AUX-QUANTIDADE TO WS-ITEM-QTDE    (WS-QTD-ITENS)
           MOVE AUX-PRECO-UNIT TO WS-ITEM-PRECO   (WS-QTD-ITENS)
           MOVE AUX-VALOR-ITEM TO WS-ITEM-VALOR   (WS-QTD-ITENS)
           MOVE AUX-VALOR-BRUTO-ITEM TO WS-ITEM-BRUTO (WS-QTD-ITENS)
           MOVE AUX-PCT-DESCONTO TO WS-ITEM-PCT   (WS-QTD-ITENS)
           MOVE PRO-CLASSE-FISCAL TO WS-ITEM-CLASSE (WS-QTD-ITENS)
           MOVE WS-CMP-CAMPANHA TO WS-ITEM-CAMPANHA (WS-QTD-ITENS)
           MOVE WS-CMP-PONTOS   TO WS-ITEM-PONTOS   (WS-QTD-ITENS)
           MOVE WS-ORIGEM-PRECO TO WS-ITEM-ORIGEM   (WS-QTD-ITENS)
           PERFORM BUSCA-CUSTO-ITEM
           ADD AUX-VALOR-ITEM TO AUX-VALOR
           ADD AUX-VALOR-BRUTO-ITEM TO AUX-VALOR-BRUTO
           COMPUTE WS-LINHA-ITEM = 12 + WS-QTD-ITENS
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 1
           DISPLAY AUX-PRO-CODIGO                      AT WS-POS-ITEM
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 8
           DISPLAY PRO-DESCRICAO (1:21)                AT WS-POS-ITEM
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 30
           DISPLAY AUX-QUANTIDADE                      AT WS-POS-ITEM
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 40
           DISPLAY AUX-PRECO-UNIT                      AT WS-POS-ITEM
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 53
           DISPLAY AUX-PCT-DESCONTO                    AT WS-POS-ITEM
           MOVE AUX-VALOR-ITEM TO WS-VALOR-EDITADO
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 65
           DISPLAY WS-VALOR-EDITADO                    AT WS-POS-ITEM
           .
       PERDER-ORCAMENTO.
      *    ORCAMENTO ABERTO (VENCIDO OU NAO) QUE O CLIENTE RECUSOU E
      *    DADO COMO PERDIDO, COM O MOTIVO, PARA O ACOMPANHAMENTO.
           DISPLAY "NUMERO DO ORCAMENTO PERDIDO:"             AT 2301
           MOVE ZEROS TO AUX-NUMERO
           ACCEPT AUX-NUMERO                                  AT 2330
           DISPLAY LIMPA-LINHA                                AT 2301
           IF AUX-NUMERO = ZEROS
              GO TO F-PERDER-ORCAMENTO
           END-IF
           PERFORM MOSTRAR-TELA
           PERFORM MOSTRA-TELA-ORCAMENTO
           PERFORM LOCALIZA-ORCAMENTO
           IF WS-RESULTADO-ORCAMENTO NOT = 00
              GO TO F-PERDER-ORCAMENTO
           END-IF
           DISPLAY ORC-NUMERO                                 AT 0424
           DISPLAY ORC-DATA                                   AT 0524
           DISPLAY ORC-COND-PAGTO                             AT 0557
           DISPLAY ORC-CLI-CODIGO                             AT 0624
           DISPLAY ORC-VEN-CODIGO                             AT 0824
           MOVE ORC-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1024
           IF WS-ORC-OK NOT = "S"
              GO TO F-PERDER-ORCAMENTO
           END-IF
           MOVE SPACES TO AUX-MOTIVO-PERDA
           DISPLAY "MOTIVO DA PERDA:"                         AT 2301
           PERFORM UNTIL AUX-MOTIVO-PERDA NOT = SPACES
              ACCEPT AUX-MOTIVO-PERDA                         AT 2318
           END-PERFORM
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA O ORCAMENTO COMO PERDIDO? S/N"   AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2441
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-PERDER-ORCAMENTO
           END-IF
           MOVE "P"              TO ORC-STATUS
           MOVE AUX-MOTIVO-PERDA TO ORC-MOTIVO-PERDA
           MOVE WS-HOJE-AAAAMMDD TO ORC-DATA-SITUACAO
           MOVE OPERADOR         TO ORC-OPERADOR-SITUACAO
           REWRITE REGISTRO-ORCAMENTO
           IF WS-RESULTADO-ORCAMENTO NOT = 00 AND 02
              DISPLAY "ERRO NA GRAVACAO - ORCAMENTOS:"        AT 2401
              DISPLAY WS-RESULTADO-ORCAMENTO                  AT 2433
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              MOVE "PERDER-ORCAMENTO" TO WS-LOG-PARAGRAFO
              PERFORM REGISTRA-ERRO-ORCAMENTO
              GO TO F-PERDER-ORCAMENTO
           END-IF
           DISPLAY "ORCAMENTO DADO COMO PERDIDO."             AT 2401
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-PERDER-ORCAMENTO. EXIT.
       VERIFICA-DEVOLUCAO-PEDIDO.
           MOVE "N" TO WS-PEDIDO-COM-DEVOLUCAO
           IF WS-DEVOLUC-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE PED-NUMERO TO DEV-PED-NUMERO
           MOVE ZEROS      TO DEV-NUMERO
           MOVE ZEROS      TO DEV-ITE-SEQUENCIA
           START ARQ-DEVOLUC KEY IS NOT LESS DEV-CHAVE
           IF WS-RESULTADO-DEVOLUC NOT = 00
              EXIT PARAGRAPH
           END-IF
           READ ARQ-DEVOLUC NEXT
           IF WS-RESULTADO-DEVOLUC = 00
              AND DEV-PED-NUMERO = PED-NUMERO
              MOVE "S" TO WS-PEDIDO-COM-DEVOLUCAO
           END-IF
           .
       LIBERA-ESTOQUE-PEDIDO.
      *    A RESERVA DO PEDIDO CANCELADO VOLTA AO DISPONIVEL. PEDIDO
      *    REJEITADO NO PROG29 JA TEVE A RESERVA LIBERADA, E PEDIDO
      *    JA ACEITO PELO ERP (EXPPED.DAT) JA SAIU DO ESTOQUE.
           IF WS-STATUS-ANTERIOR = "R"
              EXIT PARAGRAPH
           END-IF
           IF WS-EXPPED-DISPONIVEL = "S"
              MOVE PED-NUMERO TO EXP-PED-NUMERO
              READ ARQ-EXPPED
              IF WS-RESULTADO-EXPPED = 00 AND EXP-ACEITO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "L"        TO WS-STQ-FUNCAO
           MOVE ZEROS      TO WS-STQ-PRO-CODIGO
           MOVE PED-NUMERO TO WS-STQ-PED-NUMERO
           MOVE SPACES     TO WS-STQ-DOCUMENTO
           MOVE OPERADOR   TO WS-STQ-OPERADOR
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO = 2
              DISPLAY "ERRO NA LIBERACAO DA RESERVA DE ESTOQUE."
                                                              AT 2301
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2301
              MOVE "LIBERA-ESTOQUE-PEDIDO" TO WS-LOG-PARAGRAFO
              PERFORM REGISTRA-ERRO-PEDIDO
           END-IF
           .
       GERA-AJUSTE-COMISSAO.
      *    SE A COMPETENCIA DO PEDIDO JA TEM LINHA NO LEDGER DE
      *    COMISSOES, A VENDA JA FOI COMISSIONADA: GERA O AJUSTE
      *    NEGATIVO PARA A PROXIMA RODADA DO PROG08 ABATER. O VALOR
      *    DO AJUSTE E A COMISSAO SOBRE O PEDIDO PELO PERCENTUAL
      *    VIGENTE DO VENDEDOR NO CADASTRO. BONIFICACAO NAO
      *    COMISSIONA, ENTAO NAO TEM O QUE AJUSTAR.
           IF WS-COMLED-DISPONIVEL NOT = "S" OR PED-BONIFICACAO
              EXIT PARAGRAPH
           END-IF
           MOVE PED-VEN-CODIGO  TO CML-VEN-CODIGO
           MOVE PED-COMPETENCIA TO CML-COMPETENCIA
           READ ARQ-COMLED
           IF WS-RESULTADO-COMLED NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE PED-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE PED-NUMERO       TO AJU-PED-NUMERO
           MOVE PED-VEN-CODIGO   TO AJU-VEN-CODIGO
           MOVE PED-CLI-CODIGO   TO AJU-CLI-CODIGO
           MOVE PED-COMPETENCIA  TO AJU-COMPET-ORIGEM
           MOVE PED-VALOR        TO AJU-VALOR-PEDIDO
           COMPUTE AJU-VALOR-AJUSTE ROUNDED =
              PED-VALOR * VEN-COMISSAO / 100
           MOVE DATA-DE-HOJE TO AUX-DATA-PEDIDO
           COMPUTE AJU-DATA-GERACAO =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           MOVE "P"              TO AJU-STATUS
           MOVE ZEROS            TO AJU-COMPET-BAIXA
           MOVE ZEROS            TO AJU-VALOR-BAIXA-CMP
           MOVE "C"              TO AJU-ORIGEM
           MOVE PED-NUMERO       TO AJU-PED-ORIGEM
           MOVE "D"              TO AJU-NATUREZA
           WRITE REGISTRO-AJUSCOM
           IF WS-RESULTADO-AJUSCOM = 00
              DISPLAY "AJUSTE DE COMISSAO GERADO P/ PROXIMA RODADA."
                                                              AT 2301
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2301
           END-IF
           .
       CANCELA-TITULO-PEDIDO.
      *    AS PARCELAS EM ABERTO ACOMPANHAM O CANCELAMENTO DO PEDIDO;
      *    PARCELA JA QUITADA FICA COMO ESTA, PARA O ACERTO SER
      *    TRATADO PELO FINANCEIRO.
           MOVE PED-NUMERO TO TIT-NUMERO
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
                 IF TIT-NUMERO NOT = PED-NUMERO
                    MOVE 1 TO WS-FIM-PARCELAS
                 ELSE
                    IF TIT-ABERTO
                       MOVE "C" TO TIT-STATUS
                       REWRITE REGISTRO-TITULO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       VERIFICA-COMPETENCIA-ABERTA.
      *    COMPETENCIA SEM LINHA EM FECHACMP.DAT (OU ARQUIVO
      *    AUSENTE) E TRATADA COMO ABERTA.
           MOVE "S" TO WS-COMPETENCIA-ABERTA
           IF WS-FECHACMP-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPETENCIA-PED TO FCH-COMPETENCIA
           READ ARQ-FECHACMP
           IF WS-RESULTADO-FECHACMP = 00 AND FCH-FECHADA
              MOVE "N" TO WS-COMPETENCIA-ABERTA
           END-IF
           .
       MOSTRAR-TELA.
           DISPLAY TELA-PEDIDO AT 0101
           .
       LER-CONTROLE-PEDIDO.
           MOVE 1 TO CTL-CHAVE-PED
           READ ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              MOVE ZEROS TO CTL-ULTIMO-NUMERO-PED
           END-IF
           .
       LER-CONTROLE-ORCAMENTO.
      *    OS ORCAMENTOS TEM NUMERACAO PROPRIA NA CHAVE 2 DO
      *    CONTROLE DE PEDIDOS.
           MOVE 2 TO CTL-CHAVE-PED
           READ ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              MOVE ZEROS TO CTL-ULTIMO-NUMERO-PED
           END-IF
           .
       ATUALIZA-CONTROLE-ORCAMENTO.
           IF ORC-NUMERO > CTL-ULTIMO-NUMERO-PED
              MOVE ORC-NUMERO TO CTL-ULTIMO-NUMERO-PED
              MOVE 2          TO CTL-CHAVE-PED
              REWRITE REGISTRO-CTRL-PEDIDO
           END-IF
           .
       ATUALIZA-CONTROLE-PEDIDO.
           IF PED-NUMERO > CTL-ULTIMO-NUMERO-PED
              MOVE PED-NUMERO TO CTL-ULTIMO-NUMERO-PED
              MOVE 1          TO CTL-CHAVE-PED
              REWRITE REGISTRO-CTRL-PEDIDO
           END-IF
           .
       ACEITA-CLIENTE-PEDIDO.
           MOVE SPACES TO WS-CLI-OK
           PERFORM UNTIL WS-CLI-OK = "S"
              MOVE ZEROS TO AUX-CLI-CODIGO
              ACCEPT AUX-CLI-CODIGO                           AT 0624
              IF AUX-CLI-CODIGO = ZEROS
                 DISPLAY "PEDIDO ABANDONADO (CLIENTE ZERADO)."
                                                              AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 EXIT PARAGRAPH
              END-IF
              MOVE AUX-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO = 00 AND CLI-ATIVO
                 MOVE "S" TO WS-CLI-OK
                 DISPLAY CLI-RAZAO-SOCIAL                     AT 0724
                 MOVE CLI-FILIAL TO AUX-CLI-FILIAL
                 MOVE CLI-UF     TO AUX-CLI-UF
              ELSE
                 IF WS-RESULTADO-ACESSO = 00
                    DISPLAY "CLIENTE INATIVO - PEDIDO NAO PERMITIDO!"
                                                              AT 2401
                 ELSE
                    DISPLAY "CLIENTE NAO CADASTRADO!"         AT 2401
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       ACEITA-VENDEDOR-PEDIDO.
           MOVE SPACES TO WS-VEN-OK
           IF CLI-VEN-CODIGO NOT = ZEROS
              DISPLAY "VENDEDOR DA CARTEIRA DO CLIENTE:"      AT 2301
              DISPLAY CLI-VEN-CODIGO                          AT 2334
           END-IF
           PERFORM UNTIL WS-VEN-OK = "S"
              MOVE ZEROS TO AUX-VEN-CODIGO
              ACCEPT AUX-VEN-CODIGO                           AT 0824
              IF AUX-VEN-CODIGO = ZEROS
                 DISPLAY LIMPA-LINHA                          AT 2301
                 DISPLAY "PEDIDO ABANDONADO (VENDEDOR ZERADO)."
                                                              AT 2401
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 EXIT PARAGRAPH
              END-IF
              MOVE AUX-VEN-CODIGO TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VENDEDOR = 00
                 PERFORM DEFINE-EMPRESA-VENDEDOR
              END-IF
              IF WS-RESULTADO-VENDEDOR = 00 AND VEN-ATIVO
                 AND WS-EMPRESA-OK = "S"
                 MOVE "S" TO WS-VEN-OK
                 DISPLAY VEN-NOME                             AT 0924
                 PERFORM VERIFICA-CARTEIRA-VENDEDOR
              ELSE
                 EVALUATE TRUE
                    WHEN WS-RESULTADO-VENDEDOR NOT = 00
                       DISPLAY "VENDEDOR NAO CADASTRADO!"     AT 2401
                    WHEN NOT VEN-ATIVO
                       DISPLAY "VENDEDOR INATIVO - PEDIDO NAO "
                          "PERMITIDO!"                        AT 2401
                    WHEN OTHER
                       DISPLAY "VENDEDOR DE OUTRA EMPRESA - PEDIDO "
                          "NAO PERMITIDO!"                    AT 2401
                 END-EVALUATE
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       DEFINE-EMPRESA-VENDEDOR.
      *    O PEDIDO E DA EMPRESA DO VENDEDOR (ZERO = EMPRESA 01); NA
      *    SESSAO DE UMA EMPRESA SO VALEM OS VENDEDORES DELA.
           MOVE VEN-EMPRESA TO WS-EMPRESA-VENDEDOR
           IF WS-EMPRESA-VENDEDOR = ZEROS
              MOVE 01 TO WS-EMPRESA-VENDEDOR
           END-IF
           MOVE "S" TO WS-EMPRESA-OK
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND WS-EMPRESA-VENDEDOR NOT = WS-EMPRESA-SESSAO
              MOVE "N" TO WS-EMPRESA-OK
           END-IF
           .
       VERIFICA-CARTEIRA-VENDEDOR.
      *    VENDA EM CLIENTE DE OUTRA CARTEIRA E PERMITIDA, MAS O
      *    OPERADOR E AVISADO E O PEDIDO FICA MARCADO PARA A REGRA
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       ACEITA-COND-PAGTO-PEDIDO.
      *    CONDICAO DE PAGAMENTO DO PEDIDO (CONDPAG.DAT, PROG41).
      *    ZERO = PARCELA UNICA NO PRAZO PADRAO; CONDICAO INEXISTENTE
      *    OU INATIVA E RECUSADA.
           MOVE SPACES TO WS-CPG-OK
           PERFORM UNTIL WS-CPG-OK = "S"
              MOVE ZEROS TO AUX-COND-PAGTO
              ACCEPT AUX-COND-PAGTO                           AT 0557
              IF AUX-COND-PAGTO = ZEROS
                 MOVE "S" TO WS-CPG-OK
                 DISPLAY "PRAZO PADRAO"                       AT 0561
              ELSE
                 IF WS-CONDPAG-DISPONIVEL = "S"
                    MOVE AUX-COND-PAGTO TO CPG-CODIGO
                    READ ARQ-CONDPAG
                    IF WS-RESULTADO-CONDPAG = 00 AND CPG-ATIVA
                       MOVE "S" TO WS-CPG-OK
                       DISPLAY CPG-DESCRICAO (1:20)           AT 0561
                    ELSE
                       DISPLAY "CONDICAO DE PAGAMENTO INEXISTENTE OU "
                          "INATIVA!"                          AT 2401
                    END-IF
                 ELSE
                    DISPLAY "NAO HA CONDICOES CADASTRADAS (PROG41)."
                                                              AT 2401
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       ACEITA-ITENS-PEDIDO.
      *    DIGITACAO DOS ITENS A PARTIR DA LINHA 13, UM POR LINHA.
      *    PRODUTO ZERADO ENCERRA A DIGITACAO; O PRECO UNITARIO
      *    PEDIDO (LINHA 10) E RECALCULADO A CADA ITEM ACEITO.
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ZEROS TO AUX-VALOR
           MOVE ZEROS TO AUX-VALOR-BRUTO
           MOVE ZEROS TO AUX-PCT-DESC-PED
           MOVE ZEROS TO AUX-VALOR-ICMS
           MOVE ZEROS TO AUX-VALOR-IPI
           MOVE ZEROS TO WS-FIM-ITENS
           PERFORM UNTIL WS-FIM-ITENS = 1
              IF WS-QTD-ITENS NOT LESS WS-MAX-ITENS
           IF WS-FIM-ITENS = 1
              EXIT PARAGRAPH
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 8
           DISPLAY PRO-DESCRICAO (1:21)                AT WS-POS-ITEM
           PERFORM CONSULTA-ESTOQUE-ITEM
           MOVE ZEROS TO AUX-QUANTIDADE
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 30
           ACCEPT AUX-QUANTIDADE                       AT WS-POS-ITEM
           PERFORM UNTIL AUX-QUANTIDADE GREATER ZEROS
              DISPLAY "A QUANTIDADE DEVE SER MAIOR QUE ZERO!"
              ACCEPT AUX-QUANTIDADE                    AT WS-POS-ITEM
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           DISPLAY LIMPA-LINHA                                AT 2301
      *    ACIMA DO DISPONIVEL O ITEM E DESCARTADO E A LINHA FICA
      *    LIVRE PARA OUTRA DIGITACAO (O ERP RECUSARIA DEPOIS). NO
      *    ORCAMENTO SO AVISA: O ESTOQUE E CONFERIDO NA EFETIVACAO.
           IF WS-STQ-CONTROLADO = "S"
              AND AUX-QUANTIDADE GREATER WS-DISPONIVEL-ITEM
              AND WS-MODO-ORCAMENTO = "S"
              DISPLAY "ESTOQUE INSUFICIENTE HOJE - CONFERIDO NA "
                 "EFETIVACAO."                                AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           IF WS-STQ-CONTROLADO = "S"
              AND AUX-QUANTIDADE GREATER WS-DISPONIVEL-ITEM
              AND WS-MODO-ORCAMENTO NOT = "S"
              DISPLAY "ESTOQUE INSUFICIENTE - ITEM RECUSADO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 1
              DISPLAY LIMPA-LINHA                      AT WS-POS-ITEM
              EXIT PARAGRAPH
           END-IF
           PERFORM BUSCA-PRECO-VIGENTE
           PERFORM APLICA-CAMPANHA-ITEM
           MOVE "N" TO WS-PRECO-OK
           PERFORM UNTIL WS-PRECO-OK = "S"
              MOVE ZEROS TO AUX-PRECO-UNIT
              COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 40
              ACCEPT AUX-PRECO-UNIT                    AT WS-POS-ITEM
              IF AUX-PRECO-UNIT = ZEROS
                 MOVE WS-PRECO-SUGERIDO TO AUX-PRECO-UNIT
              END-IF
              PERFORM CONFERE-TOLERANCIA-PRECO
           END-PERFORM
           IF AUX-PRECO-UNIT NOT = WS-PRECO-SUGERIDO
              MOVE "D" TO WS-ORIGEM-PRECO
           END-IF
           MOVE "N" TO WS-DESCONTO-OK
           PERFORM UNTIL WS-DESCONTO-OK = "S"
              MOVE ZEROS TO AUX-PCT-DESCONTO
              COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 53
              ACCEPT AUX-PCT-DESCONTO                  AT WS-POS-ITEM
              MOVE AUX-PCT-DESCONTO TO WS-PCT-CONFERIR
              PERFORM CONFERE-ALCADA-DESCONTO
           END-PERFORM
           COMPUTE AUX-VALOR-BRUTO-ITEM ROUNDED =
              AUX-QUANTIDADE * AUX-PRECO-UNIT
           COMPUTE AUX-VALOR-ITEM ROUNDED =
              AUX-VALOR-BRUTO-ITEM * (100 - AUX-PCT-DESCONTO) / 100
           MOVE AUX-VALOR-ITEM TO WS-VALOR-EDITADO
           COMPUTE WS-POS-ITEM = (WS-LINHA-ITEM * 100) + 65
           DISPLAY WS-VALOR-EDITADO                    AT WS-POS-ITEM
           MOVE AUX-QUANTIDADE TO WS-ITEM-QTDE    (WS-QTD-ITENS)
           MOVE AUX-PRECO-UNIT TO WS-ITEM-PRECO   (WS-QTD-ITENS)
           MOVE AUX-VALOR-ITEM TO WS-ITEM-VALOR   (WS-QTD-ITENS)
           MOVE AUX-VALOR-BRUTO-ITEM TO WS-ITEM-BRUTO (WS-QTD-ITENS)
           MOVE AUX-PCT-DESCONTO TO WS-ITEM-PCT   (WS-QTD-ITENS)
           MOVE PRO-CLASSE-FISCAL TO WS-ITEM-CLASSE (WS-QTD-ITENS)
           MOVE WS-CMP-CAMPANHA TO WS-ITEM-CAMPANHA (WS-QTD-ITENS)
           MOVE WS-CMP-PONTOS   TO WS-ITEM-PONTOS   (WS-QTD-ITENS)
           MOVE WS-ORIGEM-PRECO TO WS-ITEM-ORIGEM   (WS-QTD-ITENS)
           PERFORM BUSCA-CUSTO-ITEM
           ADD AUX-VALOR-ITEM TO AUX-VALOR
           ADD AUX-VALOR-BRUTO-ITEM TO AUX-VALOR-BRUTO
           MOVE AUX-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1024
      *    IMPOSTOS DO ITEM AINDA SEM O DESCONTO GERAL, QUE SO E
      *    DIGITADO DEPOIS DOS ITENS (CALCULA-IMPOSTOS-PEDIDO REFAZ).
           MOVE WS-QTD-ITENS TO WS-IDX-ITEM
           PERFORM SOMA-TRIBUTO-ITEM
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "IMPOSTOS DO ITEM - ICMS:"                 AT 2301
           MOVE WS-ITEM-ICMS (WS-IDX-ITEM) TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 2326
           DISPLAY "IPI:"                                     AT 2341
           MOVE WS-ITEM-IPI (WS-IDX-ITEM) TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 2346
           IF WS-ITEM-ST (WS-IDX-ITEM) = "S"
              DISPLAY "C/ SUBST. TRIB."                       AT 2362
           END-IF
           PERFORM MOSTRA-TOTAIS-IMPOSTOS
           .
       CALCULA-IMPOSTOS-PEDIDO.
      *    IMPOSTOS DEFINITIVOS DOS ITENS, SOBRE O VALOR DO ITEM JA
      *    LIQUIDO DO DESCONTO GERAL DO PEDIDO (MESMA CONTA DO
      *    PROG44 PARA O VALOR DEVOLVIDO DE CADA ITEM).
           MOVE ZEROS TO AUX-VALOR-ICMS
           MOVE ZEROS TO AUX-VALOR-IPI
           PERFORM SOMA-TRIBUTO-ITEM
              VARYING WS-IDX-ITEM FROM 1 BY 1
              UNTIL WS-IDX-ITEM > WS-QTD-ITENS
           PERFORM MOSTRA-TOTAIS-IMPOSTOS
           .
       SOMA-TRIBUTO-ITEM.
           MOVE AUX-CLI-FILIAL              TO WS-TRB-FILIAL
           MOVE AUX-CLI-UF                  TO WS-TRB-UF-DESTINO
           MOVE WS-ITEM-CLASSE (WS-IDX-ITEM) TO WS-TRB-CLASSE
           COMPUTE WS-TRB-VALOR-BASE ROUNDED =
              WS-ITEM-VALOR (WS-IDX-ITEM) * (100 - AUX-PCT-DESC-PED)
                 / 100
           CALL "CALCTRIB" USING WS-AREA-TRIBUTO
           MOVE WS-TRB-PCT-ICMS   TO WS-ITEM-PCT-ICMS (WS-IDX-ITEM)
           MOVE WS-TRB-PCT-IPI    TO WS-ITEM-PCT-IPI (WS-IDX-ITEM)
           MOVE WS-TRB-VALOR-ICMS TO WS-ITEM-ICMS (WS-IDX-ITEM)
           MOVE WS-TRB-VALOR-IPI  TO WS-ITEM-IPI (WS-IDX-ITEM)
           MOVE WS-TRB-ST         TO WS-ITEM-ST (WS-IDX-ITEM)
           ADD WS-TRB-VALOR-ICMS TO AUX-VALOR-ICMS
           ADD WS-TRB-VALOR-IPI  TO AUX-VALOR-IPI
           .
       MOSTRA-TOTAIS-IMPOSTOS.
           COMPUTE AUX-VALOR-COM-IMPOSTOS =
              AUX-VALOR + AUX-VALOR-ICMS + AUX-VALOR-IPI
           MOVE AUX-VALOR-ICMS TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 0457
           MOVE AUX-VALOR-IPI TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 0657
           MOVE AUX-VALOR-COM-IMPOSTOS TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 0857
           .
       BUSCA-CUSTO-ITEM.
      *    CUSTO PADRAO VIGENTE NA DATA DO PEDIDO, CONGELADO NO ITEM.
           COMPUTE WS-DATA-PED-AAAAMMDD =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           MOVE AUX-PRO-CODIGO       TO WS-CUS-PRO-CODIGO
           MOVE WS-DATA-PED-AAAAMMDD TO WS-CUS-DATA
           CALL "CUSTOLER" USING WS-AREA-CUSTO
           MOVE WS-CUS-CUSTO TO WS-ITEM-CUSTO (WS-QTD-ITENS)
           .
       CALCULA-MARGEM-PEDIDO.
      *    MARGEM BRUTA = (LIQUIDO - CUSTO) X 100 / LIQUIDO, SO
      *    SOBRE OS ITENS COM CUSTO; O LIQUIDO DO ITEM JA DESCONTA
      *    O DESCONTO GERAL DO PEDIDO. SEM NENHUM ITEM COM CUSTO A
      *    MARGEM FICA EM BRANCO. MARGEM ABAIXO DA MINIMA SO AVISA.
           DISPLAY "       "                                  AT 0774
           IF WS-MODO-BONIFICACAO = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-CUSTO-PEDIDO
           MOVE ZEROS TO WS-BASE-MARGEM
           MOVE ZEROS TO WS-ITENS-SEM-CUSTO
           PERFORM SOMA-MARGEM-ITEM
              VARYING WS-IDX-ITEM FROM 1 BY 1
              UNTIL WS-IDX-ITEM > WS-QTD-ITENS
           IF WS-BASE-MARGEM = ZEROS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MARGEM-PEDIDO ROUNDED =
              (WS-BASE-MARGEM - WS-CUSTO-PEDIDO) * 100
                 / WS-BASE-MARGEM
              ON SIZE ERROR
                 MOVE -999,99 TO WS-MARGEM-PEDIDO
           END-COMPUTE
           MOVE WS-MARGEM-PEDIDO TO WS-MARGEM-EDITADA
           DISPLAY WS-MARGEM-EDITADA                          AT 0774
           IF WS-ITENS-SEM-CUSTO NOT = ZEROS
              DISPLAY "ITENS SEM CUSTO PADRAO (FORA DA MARGEM):"
                                                              AT 2301
              DISPLAY WS-ITENS-SEM-CUSTO                      AT 2342
           END-IF
           IF WS-MARGEM-PEDIDO LESS WS-MARGEM-MINIMA
              MOVE WS-MARGEM-MINIMA TO WS-PCT-EDITADO
              DISPLAY "ATENCAO: MARGEM BRUTA ABAIXO DA MINIMA DE"
                                                              AT 2401
              DISPLAY WS-PCT-EDITADO                          AT 2443
              DISPLAY "%"                                     AT 2450
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2301
           .
       SOMA-MARGEM-ITEM.
           IF WS-ITEM-CUSTO (WS-IDX-ITEM) = ZEROS
              ADD 1 TO WS-ITENS-SEM-CUSTO
           ELSE
              COMPUTE WS-BASE-MARGEM ROUNDED = WS-BASE-MARGEM +
                 WS-ITEM-VALOR (WS-IDX-ITEM) * (100 - AUX-PCT-DESC-PED)
                    / 100
              COMPUTE WS-CUSTO-PEDIDO ROUNDED = WS-CUSTO-PEDIDO +
                 WS-ITEM-QTDE (WS-IDX-ITEM)
                    * WS-ITEM-CUSTO (WS-IDX-ITEM)
           END-IF
           .
       ACEITA-DESCONTO-PEDIDO.
      *    DESCONTO GERAL APLICADO SOBRE A SOMA DOS ITENS (JA
      *    LIQUIDOS DO DESCONTO DE ITEM). COM DESCONTO GERAL, A
      *    ALCADA E CONFERIDA PELO DESCONTO EFETIVO DO PEDIDO, ITENS
      *    E CABECALHO JUNTOS, SOBRE O VALOR BRUTO.
           MOVE AUX-VALOR TO AUX-VALOR-ITENS
           MOVE "N" TO WS-DESCONTO-OK
           PERFORM UNTIL WS-DESCONTO-OK = "S"
              MOVE ZEROS TO AUX-PCT-DESC-PED
              ACCEPT AUX-PCT-DESC-PED                         AT 1057
              COMPUTE AUX-VALOR ROUNDED =
                 AUX-VALOR-ITENS * (100 - AUX-PCT-DESC-PED) / 100
              IF AUX-PCT-DESC-PED = ZEROS
                 OR AUX-VALOR-BRUTO = ZEROS
                 MOVE "S" TO WS-DESCONTO-OK
              ELSE
                 COMPUTE WS-PCT-CONFERIR ROUNDED =
                    (AUX-VALOR-BRUTO - AUX-VALOR) * 100
                       / AUX-VALOR-BRUTO
                 PERFORM CONFERE-ALCADA-DESCONTO
              END-IF
           END-PERFORM
           MOVE AUX-VALOR TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 1024
           .
       DEFINE-ALCADA-DESCONTO.
      *    O OPERADOR LOGADO COM PERFIL DE SUPERVISOR JA TEM A
      *    ALCADA MAIOR; SEM O CADASTRO DE OPERADORES VALE A MENOR.
           MOVE WS-DESC-MAX-OPERACAO TO WS-DESC-MAX-OPERADOR
           MOVE "N" TO WS-OPERADOR-SUPERVISOR
           IF WS-OPERADOR-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE OPERADOR TO OPE-CODIGO
           READ ARQ-OPERADOR
           IF WS-RESULTADO-OPERADOR = 00
              AND PERFIL-SUPERVISOR
              MOVE "S" TO WS-OPERADOR-SUPERVISOR
              MOVE WS-DESC-MAX-SUPERVISOR TO WS-DESC-MAX-OPERADOR
           END-IF
           .
       CONFERE-ALCADA-DESCONTO.
      *    DESCONTO DENTRO DA ALCADA DO OPERADOR PASSA DIRETO. ACIMA
      *    DELA, ATE O TETO DO SUPERVISOR, PEDE A LIBERACAO DE UM
      *    SUPERVISOR, QUE VALE PARA O RESTANTE DO PEDIDO. ACIMA DO
      *    TETO E RECUSADO E O PERCENTUAL TEM DE SER REDIGITADO.
           MOVE "S" TO WS-DESCONTO-OK
           IF WS-PCT-CONFERIR NOT GREATER WS-DESC-MAX-OPERADOR
              EXIT PARAGRAPH
           END-IF
           IF WS-PCT-CONFERIR NOT GREATER WS-DESC-MAX-SUPERVISOR
              AND WS-DESC-LIBERADOR NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DESCONTO-OK
           IF WS-PCT-CONFERIR GREATER WS-DESC-MAX-SUPERVISOR
              OR WS-OPERADOR-DISPONIVEL NOT = "S"
              OR WS-OPERADOR-SUPERVISOR = "S"
              IF WS-PCT-CONFERIR GREATER WS-DESC-MAX-SUPERVISOR
                 MOVE WS-DESC-MAX-SUPERVISOR TO WS-PCT-EDITADO
              ELSE
                 MOVE WS-DESC-MAX-OPERADOR TO WS-PCT-EDITADO
              END-IF
              DISPLAY "DESCONTO ACIMA DO MAXIMO PERMITIDO:"   AT 2301
              DISPLAY WS-PCT-EDITADO                          AT 2337
              DISPLAY "REDIGITE O DESCONTO."                  AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2301
              DISPLAY LIMPA-LINHA                             AT 2401
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DESC-MAX-OPERADOR TO WS-PCT-EDITADO
           DISPLAY "DESCONTO ACIMA DA ALCADA DO OPERADOR:"    AT 2301
           DISPLAY WS-PCT-EDITADO                             AT 2339
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "LIBERAR COM AUTORIZACAO DO SUPERVISOR? S/N"
                                                              AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2444
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              PERFORM ACEITA-LIBERACAO-DESCONTO
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2301
           .
       ACEITA-LIBERACAO-DESCONTO.
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
              MOVE "S" TO WS-DESCONTO-OK
              MOVE WS-SUP-CODIGO TO WS-DESC-LIBERADOR
              DISPLAY "DESCONTO LIBERADO PELO SUPERVISOR."    AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           ELSE
              DISPLAY "SUPERVISOR OU SENHA INVALIDOS!"        AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       CONSULTA-ESTOQUE-ITEM.
      *    DISPONIVEL DO PRODUTO, DESCONTADO O QUE JA FOI DIGITADO
      *    DELE NESTE PEDIDO. PRODUTO SEM CONTROLE DE ESTOQUE SEGUE
      *    SEM CONFERENCIA.
           MOVE ZEROS TO WS-QTD-NO-PEDIDO
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > WS-QTD-ITENS
              IF WS-ITEM-PRODUTO (WS-IDX-ITEM) = AUX-PRO-CODIGO
                 ADD WS-ITEM-QTDE (WS-IDX-ITEM) TO WS-QTD-NO-PEDIDO
              END-IF
           END-PERFORM
           MOVE "C"            TO WS-STQ-FUNCAO
           MOVE AUX-PRO-CODIGO TO WS-STQ-PRO-CODIGO
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO NOT = ZEROS
              MOVE "N" TO WS-STQ-CONTROLADO
              DISPLAY "PRODUTO SEM CONTROLE DE ESTOQUE."      AT 2301
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-STQ-CONTROLADO
           COMPUTE WS-DISPONIVEL-ITEM =
              WS-STQ-DISPONIVEL - WS-QTD-NO-PEDIDO
           MOVE WS-DISPONIVEL-ITEM TO WS-QTD-EDITADA
           DISPLAY "DISPONIVEL EM ESTOQUE:"                   AT 2301
           DISPLAY WS-QTD-EDITADA                             AT 2324
           DISPLAY PRO-UNIDADE                                AT 2338
           .
       VERIFICA-BLOQUEIO-COMERCIAL.
      *    CLIENTE BLOQUEADO POR ATRASO (PROGBLOQ) SO SEGUE COM
      *    LIBERACAO DE UM SUPERVISOR; O BLOQUEIO CAI SOZINHO NA
      *    NOITE EM QUE A PARCELA FOR PAGA.
           MOVE "S" TO WS-BLOQUEIO-OK
           IF NOT CLI-BLOQUEADO
              GO TO F-VERIFICA-BLOQUEIO-COMERCIAL
           END-IF
           DISPLAY "CLIENTE EM BLOQUEIO COMERCIAL POR ATRASO DESDE"
                                                              AT 2301
           DISPLAY CLI-BLOQ-DATA                              AT 2348
           MOVE "N" TO WS-BLOQUEIO-OK
           IF WS-OPERADOR-DISPONIVEL NOT = "S"
              DISPLAY LIMPA-LINHA                             AT 2301
              GO TO F-VERIFICA-BLOQUEIO-COMERCIAL
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "LIBERAR COM AUTORIZACAO DO SUPERVISOR? S/N"
                                                              AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2444
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              PERFORM ACEITA-LIBERACAO-BLOQUEIO
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2301
           .
       F-VERIFICA-BLOQUEIO-COMERCIAL. EXIT.
       VERIFICA-SITUACAO-CNPJ.
      *    SITUACAO GRAVADA PELO PROGCNPJ NA ULTIMA CONFERENCIA COM O
      *    EXTRATO DA RECEITA; CNPJ ATIVO OU NUNCA CONFERIDO PASSA
      *    DIRETO.
           MOVE "S" TO WS-CNPJ-OK
           EVALUATE TRUE
              WHEN CLI-RF-SUSPENSA
                 MOVE "SUSPENSO" TO WS-RF-DESCRICAO
              WHEN CLI-RF-INAPTA
                 MOVE "INAPTO"   TO WS-RF-DESCRICAO
              WHEN CLI-RF-BAIXADA
                 MOVE "BAIXADO"  TO WS-RF-DESCRICAO
              WHEN CLI-RF-NULA
                 MOVE "NULO"     TO WS-RF-DESCRICAO
              WHEN OTHER
                 GO TO F-VERIFICA-SITUACAO-CNPJ
           END-EVALUATE
           MOVE CLI-RF-DATA-SITUACAO (7:2) TO WS-RF-DATA-EDITADA (1:2)
           MOVE "/"                        TO WS-RF-DATA-EDITADA (3:1)
           MOVE CLI-RF-DATA-SITUACAO (5:2) TO WS-RF-DATA-EDITADA (4:2)
           MOVE "/"                        TO WS-RF-DATA-EDITADA (6:1)
           MOVE CLI-RF-DATA-SITUACAO (1:4) TO WS-RF-DATA-EDITADA (7:4)
           DISPLAY "ATENCAO: CNPJ          NA RECEITA FEDERAL DESDE"
                                                              AT 2301
           DISPLAY WS-RF-DESCRICAO                            AT 2315
           DISPLAY WS-RF-DATA-EDITADA                         AT 2349
           IF WS-BLOQ-CNPJ = 1
              MOVE "N" TO WS-CNPJ-OK
           ELSE
              DISPLAY "O PEDIDO PODE SEGUIR - CONFIRA COM O CLIENTE."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2301
           .
       F-VERIFICA-SITUACAO-CNPJ. EXIT.
       ACEITA-LIBERACAO-BLOQUEIO.
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
              MOVE "S" TO WS-BLOQUEIO-OK
              DISPLAY "CLIENTE LIBERADO PELO SUPERVISOR."     AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           ELSE
              DISPLAY "SUPERVISOR OU SENHA INVALIDOS!"        AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       VERIFICA-LIMITE-CREDITO.
      *    EXPOSICAO = SALDO DOS TITULOS EM ABERTO DO CLIENTE MAIS
      *    O PEDIDO EM DIGITACAO. ACIMA DO LIMITE, SO GRAVA COM
      *    EXPOSICAO = SALDO DOS TITULOS EM ABERTO MAIS OS PEDIDOS
      *    AINDA PENDENTES DE LIBERACAO (QUE NAO TEM TITULO).
           MOVE ZEROS TO WS-EXPOSICAO
           MOVE ZEROS TO TIT-CHAVE
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO = 00
              MOVE ZEROS TO WS-FIM-TITULOS
              PERFORM UNTIL WS-FIM-TITULOS = 1
              END-PERFORM
           END-IF
           .
       VERIFICA-VERBA-BONIFICACAO.
      *    JA BONIFICADO PELO VENDEDOR NA COMPETENCIA (PEDIDOS "B"
      *    ATIVOS) MAIS A BONIFICACAO EM DIGITACAO CONTRA A VERBA DO
      *    MES. ACIMA DA VERBA, SO GRAVA COM LIBERACAO DE UM
      *    SUPERVISOR; A RECUSA MOSTRA O SALDO QUE RESTA NA VERBA.
           MOVE "S" TO WS-VERBA-OK
           MOVE WS-VERBA-PADRAO TO WS-VERBA-BONIF
           IF WS-VERBABON-DISPONIVEL = "S"
              MOVE AUX-VEN-CODIGO     TO VBB-VEN-CODIGO
              MOVE WS-COMPETENCIA-PED TO VBB-COMPETENCIA
              READ ARQ-VERBABON
              IF WS-RESULTADO-VERBABON = 00
                 MOVE VBB-VALOR TO WS-VERBA-BONIF
              END-IF
           END-IF
           PERFORM CALCULA-BONIFICADO-VENDEDOR
           IF WS-BONIF-UTILIZADO + AUX-VALOR NOT GREATER
              WS-VERBA-BONIF
              GO TO F-VERIFICA-VERBA-BONIFICACAO
           END-IF
           COMPUTE WS-SALDO-VERBA =
              WS-VERBA-BONIF - WS-BONIF-UTILIZADO
           MOVE WS-SALDO-VERBA TO WS-DISPONIVEL-EDITADO
           DISPLAY "VERBA DE BONIFICACAO EXCEDIDA. SALDO:"    AT 2301
           DISPLAY WS-DISPONIVEL-EDITADO                      AT 2340
           MOVE "N" TO WS-VERBA-OK
           IF WS-OPERADOR-DISPONIVEL NOT = "S"
              DISPLAY LIMPA-LINHA                             AT 2301
              GO TO F-VERIFICA-VERBA-BONIFICACAO
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "LIBERAR COM AUTORIZACAO DO SUPERVISOR? S/N"
                                                              AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2444
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "S" OR = "s"
              PERFORM ACEITA-LIBERACAO-VERBA
           END-IF
           DISPLAY LIMPA-LINHA                                AT 2301
           .
       F-VERIFICA-VERBA-BONIFICACAO. EXIT.
       CALCULA-BONIFICADO-VENDEDOR.
           MOVE ZEROS TO WS-BONIF-UTILIZADO
           MOVE ZEROS TO PED-NUMERO
           START ARQ-PEDIDO KEY IS NOT LESS PED-NUMERO
           IF WS-RESULTADO-PEDIDO = 00
              MOVE ZEROS TO WS-FIM-BONIF
              PERFORM UNTIL WS-FIM-BONIF = 1
                 READ ARQ-PEDIDO NEXT AT END
                    MOVE 1 TO WS-FIM-BONIF
                 END-READ
                 IF WS-FIM-BONIF NOT = 1
                    IF PED-VEN-CODIGO = AUX-VEN-CODIGO
                       AND PED-COMPETENCIA = WS-COMPETENCIA-PED
                       AND PED-BONIFICACAO
                       AND PED-ATIVO
                       ADD PED-VALOR TO WS-BONIF-UTILIZADO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .
       ACEITA-LIBERACAO-VERBA.
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
              MOVE "S" TO WS-VERBA-OK
              MOVE WS-SUP-CODIGO TO WS-BON-LIBERADOR
              DISPLAY "BONIFICACAO LIBERADA PELO SUPERVISOR." AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           ELSE
              DISPLAY "SUPERVISOR OU SENHA INVALIDOS!"        AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       ACEITA-LIBERACAO-SUPERVISOR.
           MOVE SPACES TO WS-SUP-CODIGO
           DISPLAY "CODIGO DO SUPERVISOR:"                    AT 2401
           END-IF
           .
       BUSCA-PRECO-VIGENTE.
      *    PRECO SUGERIDO DO ITEM: O DE CONTRATO DO CLIENTE OU DO
      *    GRUPO ECONOMICO VIGENTE NA DATA DO PEDIDO (CONTRLER);
      *    SEM CONTRATO, O VIGENTE NA TABELA DE PRECOS (PRECO.DAT),
      *    PRIMEIRO NA FAIXA DA CLASSE ABC DO CLIENTE E DEPOIS NA
      *    GERAL; SEM TABELA, VALE O PRECO DE LISTA DO CADASTRO DO
      *    PRODUTO.
           MOVE PRO-PRECO-LISTA TO WS-PRECO-SUGERIDO
           MOVE "L"             TO WS-ORIGEM-PRECO
           COMPUTE WS-DATA-PED-AAAAMMDD =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           MOVE CLI-CODIGO           TO WS-CTP-CLI-CODIGO
           MOVE CLI-CNPJ             TO WS-CTP-CLI-CNPJ
           MOVE AUX-PRO-CODIGO       TO WS-CTP-PRO-CODIGO
           MOVE WS-DATA-PED-AAAAMMDD TO WS-CTP-DATA
           CALL "CONTRLER" USING WS-AREA-CONTRATO
           IF WS-CTP-RESULTADO = ZEROS
              MOVE WS-CTP-PRECO  TO WS-PRECO-SUGERIDO
              MOVE WS-CTP-ORIGEM TO WS-ORIGEM-PRECO
              MOVE WS-CTP-PRECO  TO WS-VALOR-EDITADO
              DISPLAY "PRECO DE CONTRATO:"                    AT 2301
              DISPLAY WS-VALOR-EDITADO                        AT 2320
              IF WS-CTP-ORIGEM = "G"
                 DISPLAY "(GRUPO ECONOMICO)"                  AT 2336
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-PRECO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACHOU-PRECO
           IF CLI-CLASSE-ABC = "A" OR = "B" OR = "C"
              MOVE CLI-CLASSE-ABC TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER
              IF WS-ACHOU-PRECO = "S"
                 MOVE "F" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           IF WS-ACHOU-PRECO NOT = "S"
              MOVE SPACE TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER
              IF WS-ACHOU-PRECO = "S"
                 MOVE "T" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           .
       APLICA-CAMPANHA-ITEM.
      *    CAMPANHA PROMOCIONAL VIGENTE PARA O PRODUTO NA DATA DO
      *    PEDIDO E NO TERRITORIO DO CLIENTE: O PRECO DE CAMPANHA
      *    PASSA A SER O SUGERIDO (E A REFERENCIA DA TOLERANCIA).
      *    PRECO DE CONTRATO NAO ENTRA EM CAMPANHA.
           IF WS-ORIGEM-PRECO = "C" OR = "G"
              MOVE ZEROS TO WS-CMP-CAMPANHA
              MOVE ZEROS TO WS-CMP-PONTOS
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATA-PED-AAAAMMDD =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           MOVE AUX-PRO-CODIGO       TO WS-CMP-PRO-CODIGO
           MOVE AUX-CLI-UF           TO WS-CMP-UF
           MOVE WS-DATA-PED-AAAAMMDD TO WS-CMP-DATA
           MOVE WS-PRECO-SUGERIDO    TO WS-CMP-PRECO-BASE
           CALL "CALCCAMP" USING WS-AREA-CAMPANHA
           IF WS-CMP-RESULTADO = ZEROS
              MOVE WS-CMP-PRECO TO WS-PRECO-SUGERIDO
              MOVE "P"          TO WS-ORIGEM-PRECO
              DISPLAY "CAMPANHA"                              AT 2301
              DISPLAY WS-CMP-CAMPANHA                         AT 2310
              MOVE WS-CMP-PRECO TO WS-VALOR-EDITADO
              DISPLAY "- PRECO PROMOCIONAL:"                  AT 2316
              DISPLAY WS-VALOR-EDITADO                        AT 2337
              IF WS-CMP-PONTOS GREATER ZEROS
                 MOVE WS-CMP-PONTOS TO WS-PCT-EDITADO
                 DISPLAY "BONUS COMISSAO %:"                  AT 2353
                 DISPLAY WS-PCT-EDITADO                       AT 2371
              END-IF
           END-IF
           .
       PROCURA-PRECO-TIER.
              PERFORM REGISTRA-ERRO-PEDIDO
           ELSE
              PERFORM GRAVAR-ITENS-PEDIDO
              PERFORM RESERVA-ESTOQUE-PEDIDO
      *       PEDIDO PENDENTE DE LIBERACAO SO GANHA TITULO A
      *       RECEBER QUANDO O SUPERVISOR LIBERAR (PROG29); A
      *       BONIFICACAO NUNCA GERA TITULO.
              IF PED-ATIVO AND NOT PED-BONIFICACAO
                 PERFORM GRAVAR-TITULO-PEDIDO
              END-IF
              PERFORM ATUALIZA-CONTROLE-PEDIDO
           END-IF
           .
       GRAVAR-TITULO-PEDIDO.
      *    GERA OS TITULOS A RECEBER DO PEDIDO (MESMO NUMERO), UM POR
      *    PARCELA DA CONDICAO DE PAGAMENTO, DESDOBRADA PELO CALCPARC
      *    EM DIAS CORRIDOS A PARTIR DA DATA DO PEDIDO.
           COMPUTE WS-EMISSAO-AAAAMMDD =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           MOVE PED-COND-PAGTO      TO WS-PARC-CONDICAO
           MOVE WS-EMISSAO-AAAAMMDD TO WS-PARC-EMISSAO
           MOVE PED-VALOR           TO WS-PARC-VALOR-TOTAL
           MOVE WS-PRAZO-VENCIMENTO TO WS-PARC-PRAZO-PADRAO
           CALL "CALCPARC" USING WS-AREA-PARCELAS
           PERFORM VARYING WS-IND-PARCELA FROM 1 BY 1
                   UNTIL WS-IND-PARCELA > WS-PARC-QTD
              INITIALIZE REGISTRO-TITULO
              MOVE PED-NUMERO          TO TIT-NUMERO
              MOVE WS-IND-PARCELA      TO TIT-PARCELA
              MOVE WS-PARC-QTD         TO TIT-QTD-PARCELAS
              MOVE PED-CLI-CODIGO      TO TIT-CLI-CODIGO
              MOVE PED-VEN-CODIGO      TO TIT-VEN-CODIGO
              MOVE PED-EMPRESA         TO TIT-EMPRESA
              MOVE WS-EMISSAO-AAAAMMDD TO TIT-DATA-EMISSAO
              MOVE WS-PARC-VENCIMENTO (WS-IND-PARCELA)
                TO TIT-DATA-VENCIMENTO
              MOVE WS-PARC-VALOR (WS-IND-PARCELA) TO TIT-VALOR
              MOVE ZEROS               TO TIT-VALOR-PAGO
              MOVE ZEROS               TO TIT-DATA-PAGAMENTO
              MOVE "A"                 TO TIT-STATUS
              WRITE REGISTRO-TITULO
              IF WS-RESULTADO-TITULO NOT = 00
                 DISPLAY "ERRO NA GRAVACAO - TITULOS:"        AT 2401
                 DISPLAY WS-RESULTADO-TITULO                  AT 2429
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
                 MOVE "GRAVAR-TITULO-PEDIDO" TO WS-LOG-PARAGRAFO
                 PERFORM REGISTRA-ERRO-PEDIDO
              END-IF
           END-PERFORM
           .
       RESERVA-ESTOQUE-PEDIDO.
      *    OS ITENS COM CONTROLE DE ESTOQUE FICAM RESERVADOS ATE O
      *    ERP ACEITAR O PEDIDO (PROGACKPED) OU ELE SER CANCELADO;
      *    O PEDIDO PENDENTE DE ALCADA TAMBEM RESERVA.
           MOVE "R"        TO WS-STQ-FUNCAO
           MOVE ZEROS      TO WS-STQ-PRO-CODIGO
           MOVE PED-NUMERO TO WS-STQ-PED-NUMERO
           MOVE SPACES     TO WS-STQ-DOCUMENTO
           MOVE OPERADOR   TO WS-STQ-OPERADOR
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO = 2
              DISPLAY "ERRO NA RESERVA DE ESTOQUE DO PEDIDO."  AT 2301
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2301
              MOVE "RESERVA-ESTOQUE-PEDIDO" TO WS-LOG-PARAGRAFO
              PERFORM REGISTRA-ERRO-PEDIDO
           END-IF
           .
           MOVE WS-ITEM-QTDE    (WS-IDX-ITEM) TO ITE-QUANTIDADE
           MOVE WS-ITEM-PRECO   (WS-IDX-ITEM) TO ITE-PRECO-UNITARIO
           MOVE WS-ITEM-VALOR   (WS-IDX-ITEM) TO ITE-VALOR
           MOVE WS-ITEM-BRUTO   (WS-IDX-ITEM) TO ITE-VALOR-BRUTO
           MOVE WS-ITEM-PCT     (WS-IDX-ITEM) TO ITE-PCT-DESCONTO
           MOVE WS-ITEM-PCT-ICMS (WS-IDX-ITEM) TO ITE-PCT-ICMS
           MOVE WS-ITEM-PCT-IPI (WS-IDX-ITEM) TO ITE-PCT-IPI
           MOVE WS-ITEM-ICMS    (WS-IDX-ITEM) TO ITE-VALOR-ICMS
           MOVE WS-ITEM-IPI     (WS-IDX-ITEM) TO ITE-VALOR-IPI
           MOVE WS-ITEM-ST      (WS-IDX-ITEM) TO ITE-ICMS-ST
           MOVE WS-ITEM-CAMPANHA (WS-IDX-ITEM) TO ITE-CAMPANHA
           MOVE WS-ITEM-PONTOS  (WS-IDX-ITEM) TO ITE-PONTOS-CAMPANHA
           MOVE WS-ITEM-CUSTO   (WS-IDX-ITEM) TO ITE-CUSTO-UNITARIO
           MOVE WS-ITEM-ORIGEM  (WS-IDX-ITEM) TO ITE-ORIGEM-PRECO
           WRITE REGISTRO-PEDITEM
           IF WS-RESULTADO-PEDITEM NOT = 00
              DISPLAY "ERRO NA GRAVACAO - ITENS:"             AT 2401
           MOVE PED-CLI-CODIGO      TO LOG-ERRO-CODIGO
           WRITE REGISTRO-LOG-ERRO
           .
       REGISTRA-ERRO-ORCAMENTO.
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE DATA-DE-HOJE           TO LOG-ERRO-DATA
           MOVE WS-HORA-SISTEMA        TO LOG-ERRO-HORA
           MOVE "PROG07"               TO LOG-ERRO-PROGRAMA
           MOVE WS-LOG-PARAGRAFO       TO LOG-ERRO-PARAGRAFO
           MOVE WS-RESULTADO-ORCAMENTO TO LOG-ERRO-STATUS
           MOVE ORC-CLI-CODIGO         TO LOG-ERRO-CODIGO
           WRITE REGISTRO-LOG-ERRO
           .
