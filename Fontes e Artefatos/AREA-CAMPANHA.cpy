      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA CALCCAMP (CAMPANHA
      * PROMOCIONAL VIGENTE PARA UM ITEM DE PEDIDO, CAMPANHA.DAT).
      * ENTRADA: PRODUTO, UF DO CLIENTE (O TERRITORIO SAI DE
      * TERRIT.DAT), DATA DO PEDIDO (AAAAMMDD) E PRECO SUGERIDO PELA
      * TABELA DE PRECOS (BASE DO DESCONTO DE CAMPANHA).
      * SAIDA: CODIGO DA CAMPANHA, PRECO DE CAMPANHA E PONTOS DE
      * COMISSAO EXTRA. RESULTADO 0 = CAMPANHA ENCONTRADA (VALE A DE
      * MENOR PRECO QUANDO HA MAIS DE UMA); 1 = SEM CAMPANHA (CODIGO
      * E PONTOS ZERADOS, PRECO IGUAL AO SUGERIDO).
      *-----------------------------------------------------------------
       01 WS-AREA-CAMPANHA.
          02 WS-CMP-PRO-CODIGO     PIC 9(05).
          02 WS-CMP-UF             PIC X(02).
          02 WS-CMP-DATA           PIC 9(08).
          02 WS-CMP-PRECO-BASE     PIC 9(09)V9(02).
          02 WS-CMP-CAMPANHA       PIC 9(05).
          02 WS-CMP-PRECO          PIC 9(09)V9(02).
          02 WS-CMP-PONTOS         PIC 9(02)V9(02).
          02 WS-CMP-RESULTADO      PIC 9(01).
