      *-----------------------------------------------------------------
      * EVENTOS DO DIARIO CONTABIL DO FECHAMENTO (CTA-EVENTO)
      * USADA NO DE-PARA CONTABIL (PROG56), NA GERACAO DO DIARIO
      * (PROGCONTAB) E NO BALANCEAMENTO DO DIARIO (PROGBALCTB). A
      * POSICAO NA TABELA E A ORDEM DOS EVENTOS NO DIARIO; EVENTO
      * NOVO ENTRA NO FIM. A LINHA DE CONTROLE DE CADA EVENTO EM
      * CTRLTOT.DAT E "CTB" + CODIGO DO EVENTO + EMPRESA (UM DIARIO
      * POR EMPRESA).
      *-----------------------------------------------------------------
       77 WS-QTD-EVENTOS-CTB       PIC 9(02) VALUE 08.
       01 TABELA-EVENTOS-CTB.
          02 FILLER PIC X(03) VALUE "VND".
          02 FILLER PIC X(40) VALUE
             "VENDAS DA COMPETENCIA (VALOR LIQUIDO)".
          02 FILLER PIC X(03) VALUE "ICM".
          02 FILLER PIC X(40) VALUE
             "ICMS DESTACADO NAS VENDAS".
          02 FILLER PIC X(03) VALUE "IPI".
          02 FILLER PIC X(40) VALUE
             "IPI DESTACADO NAS VENDAS".
          02 FILLER PIC X(03) VALUE "REC".
          02 FILLER PIC X(40) VALUE
             "RECEBIMENTOS DE TITULOS (PRINCIPAL)".
          02 FILLER PIC X(03) VALUE "ENC".
          02 FILLER PIC X(40) VALUE
             "ENCARGOS RECEBIDOS (MULTA E JUROS)".
          02 FILLER PIC X(03) VALUE "COM".
          02 FILLER PIC X(40) VALUE
             "DESPESA DE COMISSOES (BRUTA)".
          02 FILLER PIC X(03) VALUE "EST".
          02 FILLER PIC X(40) VALUE
             "ESTORNOS DE COMISSAO ABATIDOS".
          02 FILLER PIC X(03) VALUE "BON".
          02 FILLER PIC X(40) VALUE
             "BONIFICACOES DA COMPETENCIA (MERCADORIA)".
       01 FILLER REDEFINES TABELA-EVENTOS-CTB.
          02 EVENTO-CTB OCCURS 8 TIMES.
             03 EVENTO-CTB-CODIGO  PIC X(03).
             03 EVENTO-CTB-TITULO  PIC X(40).
