       77 WS-QTD-OCORRENCIAS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REPARADOS         PIC 9(07) VALUE ZEROS.
       77 WS-REGISTRO-ALTERADO     PIC X(01) VALUE "N".
       77 WS-CLI-ANTES             PIC X(408) VALUE SPACES.
       77 WS-CLI-DEPOIS            PIC X(408) VALUE SPACES.
       77 WS-VEN-SITUACAO          PIC X(01) VALUE SPACES.
          88 VEN-REF-OK            VALUE "A".
          88 VEN-REF-INATIVO       VALUE "I".
