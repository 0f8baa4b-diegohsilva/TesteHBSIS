      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA CONTRLER (PRECO DE CONTRATO
      * DO CLIENTE OU DO GRUPO ECONOMICO VIGENTE NUMA DATA,
      * CONTRATO.DAT).
      * ENTRADA: CLIENTE, CNPJ DO CLIENTE, PRODUTO E DATA DO PEDIDO
      * (AAAAMMDD).
      * SAIDA: PRECO E ORIGEM ("C" = CONTRATO DO CLIENTE, "G" =
      * CONTRATO DO GRUPO ECONOMICO). RESULTADO 0 = CONTRATO
      * ENCONTRADO; 1 = SEM CONTRATO VIGENTE NA DATA (OU SEM A
      * TABELA), PRECO ZERADO E ORIGEM EM BRANCO.
      *-----------------------------------------------------------------
       01 WS-AREA-CONTRATO.
          02 WS-CTP-CLI-CODIGO     PIC 9(07).
          02 WS-CTP-CLI-CNPJ       PIC 9(14).
          02 WS-CTP-PRO-CODIGO     PIC 9(05).
          02 WS-CTP-DATA           PIC 9(08).
          02 WS-CTP-PRECO          PIC 9(09)V9(02).
          02 WS-CTP-ORIGEM         PIC X(01).
          02 WS-CTP-RESULTADO      PIC 9(01).
