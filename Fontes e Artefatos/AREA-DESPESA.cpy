      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA CALCDESP (DEMONSTRATIVO DE
      * DESPESAS DE VIAGEM DE UM VENDEDOR NA COMPETENCIA).
      * ENTRADA: VENDEDOR, COMPETENCIA (AAAAMM), KM DECLARADO PELO
      * VENDEDOR (ZERO = MANTEM O JA GRAVADO OU, SEM ELE, REEMBOLSA
      * O CALCULADO) E DATA DO CALCULO (AAAAMMDD).
      * SAIDA: RESULTADO 0 = DEMONSTRATIVO CALCULADO E GRAVADO EM
      * DESPESA.DAT; 1 = LINHA JA APROVADA, ENVIADA A FOLHA OU PAGA,
      * NAO RECALCULADA;
      * 2 = ERRO DE ARQUIVO; 3 = SEM VISITAS NEM ITENS NO MES
      * (NADA GRAVADO).
      *-----------------------------------------------------------------
       01 WS-AREA-DESPESA.
          02 WS-DSP-VEN-CODIGO     PIC 9(05).
          02 WS-DSP-COMPETENCIA    PIC 9(06).
          02 WS-DSP-KM-DECLARADO   PIC 9(07)V9(02).
          02 WS-DSP-DATA-CALCULO   PIC 9(08).
          02 WS-DSP-RESULTADO      PIC 9(01).
