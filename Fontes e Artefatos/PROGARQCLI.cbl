       77 WS-QTD-ARQUIVADOS        PIC 9(07) VALUE ZEROS.
       77 WS-MESES-CORTE           PIC 9(06) VALUE ZEROS.
       77 WS-MESES-REGISTRO        PIC 9(06) VALUE ZEROS.
       77 WS-CLI-ANTES             PIC X(408) VALUE SPACES.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
