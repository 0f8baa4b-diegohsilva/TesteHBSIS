      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA CALCTRIB (ICMS E IPI DE UM
      * ITEM DE PEDIDO PELA TABELA DE TRIBUTACAO, TRIBUTO.DAT).
      * ENTRADA: FILIAL DONA DO CLIENTE (CLI-FILIAL; A UF DELA E A
      * ORIGEM), UF DO CLIENTE (DESTINO), CLASSE FISCAL DO PRODUTO
      * E VALOR BASE (ITEM LIQUIDO DOS DESCONTOS).
      * SAIDA: UF DE ORIGEM ASSUMIDA, ALIQUOTAS, INDICADOR DE
      * SUBSTITUICAO TRIBUTARIA ("S"/"N") E VALORES DE ICMS E IPI.
      * RESULTADO 0 = REGRA ENCONTRADA; 1 = SEM REGRA PARA O PAR DE
      * UFS E A CLASSE (IMPOSTOS ZERADOS).
      *-----------------------------------------------------------------
       01 WS-AREA-TRIBUTO.
          02 WS-TRB-FILIAL         PIC X(03).
          02 WS-TRB-UF-DESTINO     PIC X(02).
          02 WS-TRB-CLASSE         PIC X(04).
          02 WS-TRB-VALOR-BASE     PIC 9(09)V9(02).
          02 WS-TRB-UF-ORIGEM      PIC X(02).
          02 WS-TRB-PCT-ICMS       PIC 9(02)V9(02).
          02 WS-TRB-PCT-IPI        PIC 9(02)V9(02).
          02 WS-TRB-ST             PIC X(01).
          02 WS-TRB-VALOR-ICMS     PIC 9(09)V9(02).
          02 WS-TRB-VALOR-IPI      PIC 9(09)V9(02).
          02 WS-TRB-RESULTADO      PIC 9(01).
