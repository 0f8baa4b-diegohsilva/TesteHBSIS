       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 AUX-CODIGO               PIC 9(07) VALUE ZEROS.
       77 WS-CLI-DEPOIS            PIC X(408) VALUE SPACES.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-JORNAL-DATA           PIC 9(08) VALUE ZEROS.
       01 WS-JORNAL-DATA-R.
           MOVE SPACES                TO CLI-FILIAL
           MOVE SPACE                 TO CLI-VINCULADO
           MOVE SPACES                TO CLI-VINC-MOTIVO
           MOVE SPACE                 TO CLI-BLOQ-COMERCIAL
           MOVE ZEROS                 TO CLI-BLOQ-DATA
           MOVE ZEROS                 TO CLI-CNAE
           MOVE ZEROS                 TO CLI-SEGMENTO
           MOVE SPACE                 TO CLI-RF-SITUACAO
           MOVE ZEROS                 TO CLI-RF-DATA-SITUACAO
           MOVE SPACES                TO CLI-RF-RAZAO-SOCIAL
           MOVE ZEROS                 TO CLI-RF-DATA-CONFERE
           MOVE SPACES                TO CLI-IE
           WRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 AND 02
              DISPLAY "ERRO AO RESGATAR - CLIENTES:"          AT 2401
