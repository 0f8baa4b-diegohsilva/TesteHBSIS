      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA APURAFAM (VENDIDO POR
      * VENDEDOR E FAMILIA DE PRODUTOS NUMA COMPETENCIA).
      * ENTRADA: COMPETENCIA (AAAAMM).
      * SAIDA: UMA OCORRENCIA POR VENDEDOR + FAMILIA COM VENDA
      * LIBERADA NA COMPETENCIA (FAMILIA ZERO = PRODUTO SEM
      * FAMILIA). O VALOR DE CADA ITEM E O ITE-VALOR COM O DESCONTO
      * GERAL DO PEDIDO RATEADO, DE MODO QUE A SOMA DAS FAMILIAS
      * DE UM VENDEDOR BATE COM O PED-VALOR DOS SEUS PEDIDOS.
      * RESULTADO 0 = APURADO; 1 = PEDIDO.DAT OU PEDITEM.DAT
      * AUSENTE (TABELA VAZIA); 2 = TABELA CHEIA, APURACAO PARCIAL.
      *-----------------------------------------------------------------
       01 WS-AREA-VENDAFAM.
          02 WS-VFA-COMPETENCIA    PIC 9(06).
          02 WS-VFA-RESULTADO      PIC 9(01).
          02 WS-VFA-QTD            PIC 9(04).
          02 WS-VFA-OCORRENCIA OCCURS 5000 TIMES.
             03 WS-VFA-VENDEDOR    PIC 9(05).
             03 WS-VFA-FAMILIA     PIC 9(03).
             03 WS-VFA-VALOR       PIC 9(11)V9(02).
