      *                    O CLIENTE COM O PROXIMO CLI-CODIGO (COM
      *                    AUDITORIA E JORNAL, COMO NO PROG01) E
      *                    CARIMBA O PROSPECT COMO CONVERTIDO; A
      *                    INSCRICAO ESTADUAL (OU ISENTO) E PEDIDA
      *                    NA CONVERSAO E CONFERIDA PELA UF; A
      *                    DISTRIBUICAO INCREMENTAL NOTURNA PEGA O
      *                    CLIENTE NOVO NA RODADA SEGUINTE;
      *      (R)ELATORIO - PIPELINE POR VENDEDOR E ESTAGIO

       WORKING-STORAGE SECTION.
       COPY "AREA-CNPJ.cpy".
       COPY "AREA-IE.cpy".

       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 AUX-ORIGEM               PIC X(10) VALUE SPACES.
       77 AUX-ESTAGIO              PIC X(01) VALUE SPACES.
       77 AUX-VEN-CODIGO           PIC 9(05) VALUE ZEROS.
       77 AUX-IE                   PIC X(20) VALUE SPACES.
       77 WS-CLI-ANTES             PIC X(408) VALUE SPACES.
       77 WS-CLI-DEPOIS            PIC X(408) VALUE SPACES.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
              PERFORM FECHA-CADASTRO-CLIENTES
              GO TO F-CONVERTER-PROSPECT
           END-IF
           PERFORM ACEITA-IE-CONVERSAO
           IF WS-ERRO-IE NOT = "N"
              DISPLAY "CONVERSAO ABANDONADA (INSCRICAO ESTADUAL "
                      "EM BRANCO)."                           AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              PERFORM FECHA-CADASTRO-CLIENTES
              GO TO F-CONVERTER-PROSPECT
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A CONVERSAO EM CLIENTE? S/N"     AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
           PERFORM FECHA-CADASTRO-CLIENTES
           .
       F-CONVERTER-PROSPECT. EXIT.
      *    O CLIENTE NASCE COM A INSCRICAO ESTADUAL CONFERIDA PELA
      *    REGRA DA UF DO PROSPECT ("ISENTO" PARA QUEM NAO TEM).
      *    EM BRANCO ABANDONA A CONVERSAO (WS-ERRO-IE "B").
       ACEITA-IE-CONVERSAO.
           DISPLAY "INSCRICAO ESTADUAL....:"                  AT 1701
           MOVE SPACES TO AUX-IE
           MOVE "S"    TO WS-ERRO-IE
           PERFORM UNTIL WS-ERRO-IE NOT = "S"
              ACCEPT AUX-IE                                   AT 1724
              MOVE PRS-UF TO IE-UF
              MOVE AUX-IE TO IE-ENTRADA
              PERFORM VALIDA-IE
                 THRU F-VALIDA-IE
              IF WS-ERRO-IE = "S"
                 DISPLAY "INSCRICAO ESTADUAL INVALIDA PARA A UF "
                         "DO PROSPECT!"                       AT 2401
              END-IF
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       ABRE-CADASTRO-CLIENTES.
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN I-O ARQ-CLIENTE
           MOVE SPACES            TO CLI-FILIAL
           MOVE SPACE             TO CLI-VINCULADO
           MOVE SPACES            TO CLI-VINC-MOTIVO
           MOVE SPACE             TO CLI-BLOQ-COMERCIAL
           MOVE ZEROS             TO CLI-BLOQ-DATA
           MOVE ZEROS             TO CLI-CNAE
           MOVE ZEROS             TO CLI-SEGMENTO
           MOVE SPACE             TO CLI-RF-SITUACAO
           MOVE ZEROS             TO CLI-RF-DATA-SITUACAO
           MOVE SPACES            TO CLI-RF-RAZAO-SOCIAL
           MOVE ZEROS             TO CLI-RF-DATA-CONFERE
           MOVE IE-NORMALIZADA    TO CLI-IE
           WRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "ERRO NA GRAVACAO - CLIENTES:"          AT 2401
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           .
       COPY "VALIDA-CNPJ.cpy".
       COPY "VALIDA-IE.cpy".
