      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA CALCENCAR (ENCARGOS DE ATRASO
      * NA BAIXA DE TITULOS).
      * ENTRADA: VENCIMENTO E DATA DO PAGAMENTO (AAAAMMDD) E SALDO DE
      * PRINCIPAL EM ABERTO DA PARCELA; INICIO DOS JUROS (AAAAMMDD,
      * DATA DO ULTIMO PAGAMENTO PARCIAL, QUE JA COBROU OS JUROS ATE
      * ALI; ZEROS = DESDE O VENCIMENTO) E "S" QUANDO A MULTA JA FOI
      * COBRADA NUM PAGAMENTO ANTERIOR DA PARCELA.
      * SAIDA: DIAS DE ATRASO COBRADOS (DO VENCIMENTO OU DO INICIO
      * DOS JUROS, O QUE FOR MAIOR, ATE O PAGAMENTO), MULTA, JUROS DE
      * MORA E TOTAL DOS ENCARGOS. PAGAMENTO ATE O VENCIMENTO DEVOLVE
      * TUDO ZERADO.
      * MULTA = SALDO X MULTAATRASO %; JUROS = SALDO X JUROSMES % /
      * 30 X DIAS DE ATRASO (PARAMETROS DO PARAM.DAT, PROG37).
      *-----------------------------------------------------------------
       01 WS-AREA-ENCARGOS.
          02 WS-ENC-VENCIMENTO     PIC 9(08).
          02 WS-ENC-DATA-PAGTO     PIC 9(08).
          02 WS-ENC-SALDO          PIC 9(09)V9(02).
          02 WS-ENC-INICIO-JUROS   PIC 9(08).
          02 WS-ENC-MULTA-COBRADA  PIC X(01).
          02 WS-ENC-DIAS-ATRASO    PIC 9(05).
          02 WS-ENC-MULTA          PIC 9(09)V9(02).
          02 WS-ENC-JUROS          PIC 9(09)V9(02).
          02 WS-ENC-TOTAL          PIC 9(09)V9(02).
