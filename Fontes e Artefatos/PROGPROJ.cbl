      *    (PARAMETRO PISOPROJ, PADRAO 70%) SAI MARCADO - DUAS
      *    SEMANAS DE REACAO EM VEZ DE ZERO. GERA RPROJECAO.TXT;
      *    RODA TODA NOITE NO PROGLOTE.
      *    BONIFICACAO (PED-TIPO "B") NAO CONTA COMO VENDIDO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
              IF CONTROLE-FIM NOT = 1
                 AND PED-COMPETENCIA = WS-COMPETENCIA
                 AND PED-ATIVO
                 AND NOT PED-BONIFICACAO
                 PERFORM SOMA-VENDA-VENDEDOR
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VENDEDORES
