      *-----------------------------------------------------------------
      * MOTIVOS DE DEVOLUCAO DE MERCADORIA (DEV-MOTIVO)
      * USADA NA DIGITACAO DA DEVOLUCAO (PROG44) E NO MENSAL DE
      * DEVOLUCOES POR MOTIVO (PROGRELDEV). O CODIGO E A POSICAO
      * NA TABELA; MOTIVO NOVO ENTRA NO FIM, SEM RENUMERAR.
      *-----------------------------------------------------------------
       77 WS-QTD-MOTIVOS-DEV       PIC 9(02) VALUE 07.
       01 TABELA-MOTIVOS-DEV.
          02 FILLER PIC X(30) VALUE "AVARIA OU DEFEITO".
          02 FILLER PIC X(30) VALUE "PRODUTO ERRADO NA ENTREGA".
          02 FILLER PIC X(30) VALUE "ENTREGA FORA DO PRAZO".
          02 FILLER PIC X(30) VALUE "DESISTENCIA DO CLIENTE".
          02 FILLER PIC X(30) VALUE "PRECO OU COBRANCA DIVERGENTE".
          02 FILLER PIC X(30) VALUE "VALIDADE VENCIDA OU PROXIMA".
          02 FILLER PIC X(30) VALUE "OUTROS".
       01 FILLER REDEFINES TABELA-MOTIVOS-DEV.
          02 DESCRICAO-MOTIVO-DEV  PIC X(30) OCCURS 7 TIMES.
