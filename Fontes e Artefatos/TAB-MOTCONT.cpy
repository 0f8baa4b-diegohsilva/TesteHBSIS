      *-----------------------------------------------------------------
      * MOTIVOS DE CONTESTACAO DO DEMONSTRATIVO (CTS-MOTIVO)
      * USADA NO REGISTRO DA CONTESTACAO (PROG57) E NO MENSAL DE
      * CONTESTACOES (PROGRELCONT). O CODIGO E A POSICAO NA
      * TABELA; MOTIVO NOVO ENTRA NO FIM, SEM RENUMERAR.
      *-----------------------------------------------------------------
       77 WS-QTD-MOTIVOS-CONT      PIC 9(02) VALUE 06.
       01 TABELA-MOTIVOS-CONT.
          02 FILLER PIC X(30) VALUE "PEDIDO CREDITADO A OUTRO VEND.".
          02 FILLER PIC X(30) VALUE "DIVISAO FORA DA CARTEIRA".
          02 FILLER PIC X(30) VALUE "PEDIDO NAO CONSIDERADO".
          02 FILLER PIC X(30) VALUE "PERCENTUAL OU FAIXA INCORRETA".
          02 FILLER PIC X(30) VALUE "BONUS, OVERRIDE OU AJUSTE".
          02 FILLER PIC X(30) VALUE "OUTROS".
       01 FILLER REDEFINES TABELA-MOTIVOS-CONT.
          02 DESCRICAO-MOTIVO-CONT PIC X(30) OCCURS 6 TIMES.
