      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA CALCPARC (DESDOBRAMENTO DO
      * PEDIDO EM PARCELAS CONFORME A CONDICAO DE PAGAMENTO).
      * ENTRADA: CONDICAO, DATA DE EMISSAO (AAAAMMDD), VALOR TOTAL
      * E PRAZO PADRAO EM DIAS (USADO NA CONDICAO ZERO/INEXISTENTE).
      * SAIDA: QUANTIDADE DE PARCELAS E, POR PARCELA, VENCIMENTO
      * (AAAAMMDD) E VALOR. RESULTADO 0 = CONDICAO APLICADA;
      * 1 = CONDICAO ZERO, INEXISTENTE OU INATIVA (PARCELA UNICA
      * NO PRAZO PADRAO).
      *-----------------------------------------------------------------
       77 WS-IND-PARCELA           PIC 9(02) VALUE ZEROS.
       01 WS-AREA-PARCELAS.
          02 WS-PARC-CONDICAO      PIC 9(03).
          02 WS-PARC-EMISSAO       PIC 9(08).
          02 WS-PARC-VALOR-TOTAL   PIC 9(09)V9(02).
          02 WS-PARC-PRAZO-PADRAO  PIC 9(03).
          02 WS-PARC-QTD           PIC 9(02).
          02 WS-PARC-RESULTADO     PIC 9(01).
          02 WS-PARC-TABELA OCCURS 12 TIMES.
             03 WS-PARC-VENCIMENTO PIC 9(08).
             03 WS-PARC-VALOR      PIC 9(09)V9(02).
