      *-----------------------------------------------------------------
      * AREA DE TROCA COM O SUBPROGRAMA EQUIPLER (POSICAO DE UM
      * MEMBRO NA HIERARQUIA DE VENDAS NUMA DATA, EQUIPE.DAT).
      * ENTRADA: CODIGO DO VENDEDOR E DATA DE REFERENCIA (AAAAMMDD).
      * SAIDA: FUNCAO DO MEMBRO (V/S/G), SUPERVISOR E GERENTE DA
      * EQUIPE NA DATA, COM OS PERCENTUAIS DE OVERRIDE DE CADA UM.
      * PARA UM SUPERVISOR, O SUPERVISOR DEVOLVIDO E ELE MESMO; PARA
      * UM GERENTE, O SUPERVISOR VEM ZERADO E O GERENTE E ELE MESMO.
      * RESULTADO 0 = MEMBRO ENCONTRADO; 1 = SEM EQUIPE NA DATA
      * (FUNCAO EM BRANCO, CODIGOS E PERCENTUAIS ZERADOS).
      *-----------------------------------------------------------------
       01 WS-AREA-EQUIPE.
          02 WS-EQP-CODIGO         PIC 9(05).
          02 WS-EQP-DATA           PIC 9(08).
          02 WS-EQP-FUNCAO         PIC X(01).
          02 WS-EQP-SUPERVISOR     PIC 9(05).
          02 WS-EQP-PCT-SUPERVISOR PIC 9(02)V9(02).
          02 WS-EQP-GERENTE        PIC 9(05).
          02 WS-EQP-PCT-GERENTE    PIC 9(02)V9(02).
          02 WS-EQP-RESULTADO      PIC 9(01).
