      *    REGISTRADA COM OPERADOR, DATA E NOTA DO TRATAMENTO; O
      *    PROG00 MOSTRA O "ALERTAS PENDENTES" AO SUPERVISOR ATE A
      *    FILA FICAR LIMPA. ACESSO RESTRITO A SUPERVISORES.
      *    OS ALERTAS DOS MONITORES (PROGCAPAC) NAO SAO FALHA DE
      *    PASSO: O RETORNO TRAZ O CODIGO DO ALERTA (9NNN) E A
      *    OCORRENCIA CHEGA ESCRITA NA NOTA, MOSTRADA ATE A CIENCIA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
          02 LINE 06 COLUMN 01 VALUE "PASSO.................".
          02 LINE 07 COLUMN 01 VALUE "RETORNO...............".
          02 LINE 08 COLUMN 01 VALUE "RUNSTAT INICIO/FIM....".
          02 LINE 09 COLUMN 01 VALUE "OCORRENCIA............".
          02 LINE 10 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

           DISPLAY ALT-HORA                                   AT 0534
           DISPLAY ALT-PASSO                                  AT 0624
           DISPLAY ALT-RETORNO                                AT 0724
           DISPLAY ALT-NOTA                                   AT 0924
           PERFORM MOSTRA-DETALHE-RUNSTAT
           MOVE SPACES TO WS-ACAO
           DISPLAY "(C)IENCIA ENTER=PULA"                     AT 2401
           DISPLAY LIMPA-LINHA (1:50)                         AT 0624
           DISPLAY LIMPA-LINHA (1:50)                         AT 0724
           DISPLAY LIMPA-LINHA (1:50)                         AT 0824
           DISPLAY LIMPA-LINHA (1:50)                         AT 0924
           .
       F-TRATA-UM-ALERTA. EXIT.
       MOSTRA-DETALHE-RUNSTAT.
