      *    COMPETENCIA), USADA PELO CALCULO DE COMISSOES (PROG08).
      *    VENDEDOR SEM FAIXA APLICAVEL CONTINUA NO PERCENTUAL FIXO
      *    DO CADASTRO. ACESSO RESTRITO A SUPERVISORES PELO PROG00.
      *    A FAIXA PODE EXIGIR UM ATINGIMENTO MINIMO NAS FAMILIAS
      *    ESTRATEGICAS (PROG53/PROG54): ABAIXO DELE EM QUALQUER
      *    FAMILIA ESTRATEGICA COM META, A FAIXA NAO E CONCEDIDA.
      *    ZERO DISPENSA A EXIGENCIA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 AUX-ATING-DE             PIC 9(05)V9(02) VALUE ZEROS.
       77 AUX-ATING-ATE            PIC 9(05)V9(02) VALUE ZEROS.
       77 AUX-PERCENTUAL           PIC 9(02)V9(02) VALUE ZEROS.
       77 AUX-MINIMO-FAMILIA       PIC 9(03)V9(02) VALUE ZEROS.
       77 AUX-ANO-COMPET           PIC 9(04) VALUE ZEROS.
       77 AUX-MES-COMPET           PIC 9(02) VALUE ZEROS.

          02 LINE 06 COLUMN 01 VALUE "ATINGIMENTO DE (%)....".
          02 LINE 07 COLUMN 01 VALUE "ATINGIMENTO ATE (%)...".
          02 LINE 08 COLUMN 01 VALUE "COMISSAO (%)..........".
          02 LINE 09 COLUMN 01 VALUE "MINIMO FAMILIA ESTR.%.".
          02 LINE 10 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

              DISPLAY FXC-ATING-DE                            AT 0624
              DISPLAY FXC-ATING-ATE                           AT 0724
              DISPLAY FXC-PERCENTUAL                          AT 0824
              DISPLAY FXC-MINIMO-FAMILIA                      AT 0924
              DISPLAY "FAIXA JA CADASTRADA - NOVOS VALORES REGRAVAM."
                                                              AT 2301
           ELSE
              ACCEPT AUX-PERCENTUAL                           AT 0824
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE ZEROS TO AUX-MINIMO-FAMILIA
           ACCEPT AUX-MINIMO-FAMILIA                          AT 0924
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
              MOVE AUX-ATING-DE   TO FXC-ATING-DE
              MOVE AUX-ATING-ATE  TO FXC-ATING-ATE
              MOVE AUX-PERCENTUAL TO FXC-PERCENTUAL
              MOVE AUX-MINIMO-FAMILIA TO FXC-MINIMO-FAMILIA
              MOVE DATA-DE-HOJE   TO FXC-DATA-ALTERACAO
              MOVE OPERADOR       TO FXC-OPERADOR
              IF WS-FXC-EXISTE = "S"
