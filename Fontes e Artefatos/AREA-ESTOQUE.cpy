      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA MOVESTOQ (SALDOS DE ESTOQUE,
      * ESTOQUE.DAT, E MOVIMENTOS, MOVEST.TXT).
      * FUNCOES POR PRODUTO (WS-STQ-PRO-CODIGO):
      *   "C" CONSULTA O SALDO;
      *   "E" ENTRADA (SOMA AO FISICO);
      *   "A" AJUSTE (WS-STQ-SINAL "+" OU "-" SOBRE O FISICO);
      *   "I" INVENTARIO (A QUANTIDADE CONTADA PASSA A SER O FISICO);
      *   "M" ESTOQUE MINIMO (PONTO DE REPOSICAO).
      * FUNCOES POR PEDIDO (WS-STQ-PED-NUMERO, ITENS EM PEDITEM.DAT):
      *   "R" RESERVA A QUANTIDADE DOS ITENS;
      *   "L" LIBERA A RESERVA (CANCELAMENTO/REJEICAO DO PEDIDO);
      *   "S" SAIDA: BAIXA A RESERVA E O FISICO (PEDIDO ACEITO PELO
      *       ERP DE FATURAMENTO).
      * SAIDA: SALDOS DO PRODUTO (NAS FUNCOES POR PRODUTO) E
      * RESULTADO 0 = APLICADO; 1 = PRODUTO SEM SALDO CADASTRADO
      * (SEM CONTROLE DE ESTOQUE, NADA RESERVADO); 2 = ERRO NA
      * GRAVACAO DE ESTOQUE.DAT.
      *-----------------------------------------------------------------
       01 WS-AREA-ESTOQUE.
          02 WS-STQ-FUNCAO         PIC X(01).
          02 WS-STQ-PRO-CODIGO     PIC 9(05).
          02 WS-STQ-PED-NUMERO     PIC 9(09).
          02 WS-STQ-QUANTIDADE     PIC 9(07)V9(02).
          02 WS-STQ-SINAL          PIC X(01).
          02 WS-STQ-DOCUMENTO      PIC X(20).
          02 WS-STQ-OPERADOR       PIC X(10).
          02 WS-STQ-FISICA         PIC 9(07)V9(02).
          02 WS-STQ-RESERVADA      PIC 9(07)V9(02).
          02 WS-STQ-DISPONIVEL     PIC S9(07)V9(02).
          02 WS-STQ-MINIMA         PIC 9(07)V9(02).
          02 WS-STQ-RESULTADO      PIC 9(01).
