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
       77 WS-AUT-OPERACAO          PIC X(10) VALUE SPACES.
      *          BRANCO PARA NAO DEIXAR LIXO NOS NUMERICOS.
                 IF CLI-LIMITE-CREDITO NOT NUMERIC
                    OR CLI-DATA-CLASSE NOT NUMERIC
                    OR CLI-BLOQ-DATA NOT NUMERIC
                    MOVE ZEROS  TO CLI-LIMITE-CREDITO
                    MOVE SPACE  TO CLI-CLASSE-ABC
                    MOVE ZEROS  TO CLI-DATA-CLASSE
                    MOVE SPACES TO CLI-FILIAL
                    MOVE SPACE  TO CLI-VINCULADO
                    MOVE SPACES TO CLI-VINC-MOTIVO
                    MOVE SPACE  TO CLI-BLOQ-COMERCIAL
                    MOVE ZEROS  TO CLI-BLOQ-DATA
                 END-IF
                 IF CLI-CNAE NOT NUMERIC
                    OR CLI-SEGMENTO NOT NUMERIC
                    MOVE ZEROS  TO CLI-CNAE
                    MOVE ZEROS  TO CLI-SEGMENTO
                 END-IF
                 IF CLI-RF-DATA-SITUACAO NOT NUMERIC
                    OR CLI-RF-DATA-CONFERE NOT NUMERIC
                    MOVE SPACE  TO CLI-RF-SITUACAO
                    MOVE ZEROS  TO CLI-RF-DATA-SITUACAO
                    MOVE SPACES TO CLI-RF-RAZAO-SOCIAL
                    MOVE ZEROS  TO CLI-RF-DATA-CONFERE
                 END-IF
                 WRITE REGISTRO-CLIENTE
                 ADD 1 TO WS-QTD-RESTAURADOS
