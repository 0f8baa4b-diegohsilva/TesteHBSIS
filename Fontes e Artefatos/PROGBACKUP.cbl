       01  REGISTRO-BKP-CLIENTE.
           02 BKC-CODIGO            PIC 9(07).
           02 BKC-CNPJ              PIC 9(14).
           02 BKC-RESTO             PIC X(387).

       FD  ARQ-BKP-VENDEDOR
           LABEL RECORD IS STANDARD.
       01  REGISTRO-BKP-VENDEDOR.
           02 BKV-CODIGO            PIC 9(05).
           02 BKV-CPF               PIC 9(11).
           02 BKV-RESTO             PIC X(246).

       FD  ARQ-BKP-CTRLCLI
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD.
       01  REGISTRO-BKP-DISTRIB.
           02 BKD-CLI-CODIGO        PIC 9(07).
           02 BKD-RESTO             PIC X(16).

       WORKING-STORAGE SECTION.
       77 WS-RUNCTL-FUNCAO      PIC X(10) VALUE SPACES.
