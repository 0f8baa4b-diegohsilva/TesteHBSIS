      *-----------------------------------------------------------------
      * DICIONARIO DE CAMPOS DAS LISTAGENS DEFINIDAS (LISTADEF.DAT)
      * USADO NA DEFINICAO (PROG51) PARA CONFERIR OS CAMPOS DE
      * CONDICAO, COLUNA E ORDEM, E NA EMISSAO (GERALIST) PARA O
      * TIPO E A LARGURA DA COLUNA. CADA ENTRADA: BASE (8), NOME DO
      * CAMPO (12), TIPO (1) E LARGURA NA LISTAGEM (2). TIPOS:
      *   "A" - ALFANUMERICO (CONDICAO TAMBEM POR "CT" = CONTEM);
      *   "N" - NUMERICO INTEIRO;
      *   "V" - VALOR COM DUAS DECIMAIS (DIGITADO COM VIRGULA);
      *   "D" - DATA (CONDICAO EM AAAAMMDD OU HOJE, INICIO-MES,
      *         INICIO-ANO; SAI DD/MM/AAAA).
      * ULT-COMPRA DO CLIENTE E A DATA DO ULTIMO PEDIDO ATIVO
      * (ZERO = NUNCA COMPROU). CAMPO NOVO ENTRA NO FIM DA SUA BASE
      * E PRECISA DO MOVE CORRESPONDENTE NO GERALIST.
      *-----------------------------------------------------------------
       77 WS-QTD-CAMPOS-LISTA      PIC 9(02) VALUE 53.
       01 TABELA-CAMPOS-LISTA.
          02 FILLER PIC X(23) VALUE "CLIENTE CODIGO      N07".
          02 FILLER PIC X(23) VALUE "CLIENTE CNPJ        N14".
          02 FILLER PIC X(23) VALUE "CLIENTE RAZAO       A40".
          02 FILLER PIC X(23) VALUE "CLIENTE CIDADE      A30".
          02 FILLER PIC X(23) VALUE "CLIENTE UF          A02".
          02 FILLER PIC X(23) VALUE "CLIENTE CEP         N08".
          02 FILLER PIC X(23) VALUE "CLIENTE STATUS      A01".
          02 FILLER PIC X(23) VALUE "CLIENTE CADASTRO    D10".
          02 FILLER PIC X(23) VALUE "CLIENTE TELEFONE    A15".
          02 FILLER PIC X(23) VALUE "CLIENTE EMAIL       A40".
          02 FILLER PIC X(23) VALUE "CLIENTE VENDEDOR    N05".
          02 FILLER PIC X(23) VALUE "CLIENTE FILIAL      A03".
          02 FILLER PIC X(23) VALUE "CLIENTE CLASSE      A01".
          02 FILLER PIC X(23) VALUE "CLIENTE LIMITE      V15".
          02 FILLER PIC X(23) VALUE "CLIENTE BLOQUEADO   A01".
          02 FILLER PIC X(23) VALUE "CLIENTE CNAE        N07".
          02 FILLER PIC X(23) VALUE "CLIENTE SEGMENTO    N02".
          02 FILLER PIC X(23) VALUE "CLIENTE SITUACAO-RF A01".
          02 FILLER PIC X(23) VALUE "CLIENTE IE          A14".
          02 FILLER PIC X(23) VALUE "CLIENTE ULT-COMPRA  D10".
          02 FILLER PIC X(23) VALUE "VENDEDORCODIGO      N05".
          02 FILLER PIC X(23) VALUE "VENDEDORCPF         N11".
          02 FILLER PIC X(23) VALUE "VENDEDORNOME        A40".
          02 FILLER PIC X(23) VALUE "VENDEDORCIDADE      A30".
          02 FILLER PIC X(23) VALUE "VENDEDORUF          A02".
          02 FILLER PIC X(23) VALUE "VENDEDORSTATUS      A01".
          02 FILLER PIC X(23) VALUE "VENDEDORCADASTRO    D10".
          02 FILLER PIC X(23) VALUE "VENDEDORTELEFONE    A15".
          02 FILLER PIC X(23) VALUE "VENDEDOREMAIL       A40".
          02 FILLER PIC X(23) VALUE "VENDEDORCOMISSAO    V15".
          02 FILLER PIC X(23) VALUE "VENDEDORMETA        V15".
          02 FILLER PIC X(23) VALUE "PEDIDO  NUMERO      N09".
          02 FILLER PIC X(23) VALUE "PEDIDO  DATA        D10".
          02 FILLER PIC X(23) VALUE "PEDIDO  COMPETENCIA N06".
          02 FILLER PIC X(23) VALUE "PEDIDO  CLIENTE     N07".
          02 FILLER PIC X(23) VALUE "PEDIDO  VENDEDOR    N05".
          02 FILLER PIC X(23) VALUE "PEDIDO  VALOR       V15".
          02 FILLER PIC X(23) VALUE "PEDIDO  STATUS      A01".
          02 FILLER PIC X(23) VALUE "PEDIDO  FORA-CART   A01".
          02 FILLER PIC X(23) VALUE "PEDIDO  COND-PAGTO  N03".
          02 FILLER PIC X(23) VALUE "PEDIDO  VALOR-BRUTO V15".
          02 FILLER PIC X(23) VALUE "PEDIDO  DESCONTO    V15".
          02 FILLER PIC X(23) VALUE "TITULO  NUMERO      N09".
          02 FILLER PIC X(23) VALUE "TITULO  PARCELA     N02".
          02 FILLER PIC X(23) VALUE "TITULO  CLIENTE     N07".
          02 FILLER PIC X(23) VALUE "TITULO  VENDEDOR    N05".
          02 FILLER PIC X(23) VALUE "TITULO  EMISSAO     D10".
          02 FILLER PIC X(23) VALUE "TITULO  VENCIMENTO  D10".
          02 FILLER PIC X(23) VALUE "TITULO  VALOR       V15".
          02 FILLER PIC X(23) VALUE "TITULO  VALOR-PAGO  V15".
          02 FILLER PIC X(23) VALUE "TITULO  PAGAMENTO   D10".
          02 FILLER PIC X(23) VALUE "TITULO  STATUS      A01".
          02 FILLER PIC X(23) VALUE "TITULO  NIVEL-COBR  N01".
       01 FILLER REDEFINES TABELA-CAMPOS-LISTA.
          02 CAMPO-LISTA OCCURS 53 TIMES.
             03 CPL-BASE           PIC X(08).
             03 CPL-CAMPO          PIC X(12).
             03 CPL-TIPO           PIC X(01).
             03 CPL-LARGURA        PIC 9(02).
