       77 WS-APLICAR-VINCULO       PIC X(01) VALUE "N".
       77 WS-MOTIVO-VINCULO        PIC X(15) VALUE SPACES.
       77 WS-QTD-PINADOS-MANTIDOS  PIC 9(05) VALUE ZEROS.
       77 WS-CLI-ANTES             PIC X(408) VALUE SPACES.
       77 WS-CLI-DEPOIS            PIC X(408) VALUE SPACES.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-RESPOSTA               PIC X(01) VALUE SPACES.
