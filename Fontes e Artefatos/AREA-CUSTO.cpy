      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA CUSTOLER (CUSTO PADRAO DO
      * PRODUTO VIGENTE NUMA DATA, CUSTO.DAT).
      * ENTRADA: PRODUTO E DATA DO PEDIDO (AAAAMMDD).
      * SAIDA: CUSTO UNITARIO. RESULTADO 0 = CUSTO ENCONTRADO;
      * 1 = PRODUTO SEM CUSTO VIGENTE NA DATA (OU SEM A TABELA),
      * CUSTO ZERADO.
      *-----------------------------------------------------------------
       01 WS-AREA-CUSTO.
          02 WS-CUS-PRO-CODIGO     PIC 9(05).
          02 WS-CUS-DATA           PIC 9(08).
          02 WS-CUS-CUSTO          PIC 9(09)V9(02).
          02 WS-CUS-RESULTADO      PIC 9(01).
