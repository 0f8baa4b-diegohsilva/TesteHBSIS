      *    ISSO IMPEDE QUE UM ARQUIVO COM COLUNAS DESLOCADAS
      *    CARREGUE CENTENAS DE CLIENTES INVALIDOS ANTES QUE
      *    ALGUEM OLHE O REJCLI.TXT.
      *    O VENDEDOR IMPORTADO FICA NA EMPRESA DA SESSAO DO
      *    OPERADOR (EMPRLER); SEM EMPRESA ESCOLHIDA, NA 01.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DISTCACHE.

           SELECT ARQ-CNAE ASSIGN TO DISK WID-ARQ-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNAE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "CTRL-TOTAIS.FD".
       COPY "ARQ-DISTCACHE.FD".
       COPY "ARQ-CNAE.FD".

       WORKING-STORAGE SECTION.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.

       copy "AREA-CNPJ.cpy".
       COPY "AREA-IE.cpy".
       COPY "AREA-CPF.CPY".

       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
           88 MOTIVO-ERRO-GRAVACAO VALUE 04.
           88 MOTIVO-COORDENADA-INVALIDA VALUE 05.
           88 MOTIVO-RAZAO-OBRIGATORIA VALUE 06.
           88 MOTIVO-CNAE-INEXISTENTE VALUE 07.
           88 MOTIVO-IE-INVALIDA VALUE 08.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-AUD-OPERACAO          PIC X(01) VALUE SPACES.
       77 WS-CLI-ANTES             PIC X(408) VALUE SPACES.
       77 WS-CLI-DEPOIS            PIC X(408) VALUE SPACES.
       77 WS-VEN-ANTES             PIC X(300) VALUE SPACES.
       77 WS-VEN-DEPOIS            PIC X(300) VALUE SPACES.
       77 WS-CNPJ-DUPLICADO        PIC X(01) VALUE SPACES.
       77 WS-GATE-OK               PIC X(01) VALUE "N".
       77 WS-IDX-MOTIVO            PIC 9(02) VALUE ZEROS.
       01 CONTADORES-MOTIVO.
          02 WS-QTD-MOTIVO          PIC 9(07) OCCURS 8 TIMES
                                    VALUE ZEROS.
       01 WS-LINVAL.
          02 WS-LINVAL-TEXTO        PIC X(40).
             "05 COORDENADA FORA DA FAIXA".
          02 FILLER PIC X(40) VALUE
             "06 RAZAO SOCIAL AUSENTE".
          02 FILLER PIC X(40) VALUE
             "07 CNAE FORA DA TABELA OFICIAL".
          02 FILLER PIC X(40) VALUE
             "08 INSCRICAO ESTADUAL INVALIDA".
       01 FILLER REDEFINES NOMES-MOTIVO.
          02 NOME-MOTIVO            PIC X(40) OCCURS 8 TIMES.
       77 WS-FORMATO-IMP           PIC X(01) VALUE "F".
          88 FORMATO-FIXO           VALUE "F".
          88 FORMATO-DELIMITADO     VALUE "D".
          02 WS-DEL-EMAIL           PIC X(50).
          02 WS-DEL-LATITUDE        PIC X(15).
          02 WS-DEL-LONGITUDE       PIC X(15).
          02 WS-DEL-CNAE            PIC X(07).
          02 WS-DEL-IE              PIC X(20).
       77 WID-ARQ-CTRL-TOTAIS   PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CTRL-TOT PIC 9(02) VALUE ZEROS.
       77 WS-HASH-CHAVES        PIC 9(15) VALUE ZEROS.
       77 WID-ARQ-DISTCACHE        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DISTCACHE   PIC 9(02) VALUE ZEROS.
       77 WS-FIM-CACHE             PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-CNAE             PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNAE        PIC 9(02) VALUE ZEROS.
       77 WS-CNAE-DISPONIVEL       PIC X(01) VALUE "N".
       77 WS-SEGMENTO-IMP          PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-JORNAL        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-JORNAL   PIC 9(02) VALUE ZEROS.
       77 WS-JORNAL-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-JORNAL-HORA        PIC 9(06) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE ZEROS.
       01 WS-JORNAL-DATA-R.
          02 WS-JRN-DIA         PIC 99.
          02 FILLER             PIC X(01).
              MOVE WS-PARAM-VALOR TO WS-LIMITE-QTD-PADRAO
           END-IF
           CANCEL "PARAMLER"
           CALL "EMPRLER" USING OPERADOR WS-EMPRESA-SESSAO
           CANCEL "EMPRLER"
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE 01 TO WS-EMPRESA-SESSAO
           END-IF
           MOVE "IMPORTACAO" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              CLOSE ARQ-JORNAL
              OPEN EXTEND ARQ-JORNAL
           END-IF
      *    SEM A TABELA CNAE O CODIGO E ACEITO COMO VEIO E O
      *    SEGMENTO FICA PARA O PROGCNAE CARIMBAR.
           MOVE "CNAE.DAT" TO WID-ARQ-CNAE
           OPEN INPUT ARQ-CNAE
           IF WS-RESULTADO-CNAE = 00
              MOVE "S" TO WS-CNAE-DISPONIVEL
           ELSE
              MOVE "N" TO WS-CNAE-DISPONIVEL
           END-IF
           MOVE 1 TO CTL-CHAVE
           READ ARQ-CTRL-CLIENTE
           IF WS-RESULTADO-CTRL NOT = 00
           CLOSE ARQ-AUD-CLIENTE
           CLOSE ARQ-REJ-CLIENTE
           CLOSE ARQ-JORNAL
           IF WS-CNAE-DISPONIVEL = "S"
              CLOSE ARQ-CNAE
           END-IF

           DISPLAY LIMPA-TELA
           DISPLAY "IMPORTACAO DE CLIENTES CONCLUIDA."       AT 1001
           MOVE "REJEITADOS POR MOTIVO:" TO LINHA-VALIDACAO
           WRITE LINHA-VALIDACAO
           PERFORM VARYING WS-IDX-MOTIVO FROM 1 BY 1
              UNTIL WS-IDX-MOTIVO > 8
              IF WS-QTD-MOTIVO (WS-IDX-MOTIVO) > ZEROS
                 MOVE NOME-MOTIVO (WS-IDX-MOTIVO)
                    TO WS-LINVAL-TEXTO
              PERFORM GRAVA-REJEITO-CLIENTE
              GO TO F-PROCESSA-IMPORTACAO-CLIENTE
           END-IF
      *    CNAE E OPCIONAL (ARQUIVO NO LEIAUTE ANTERIOR CHEGA EM
      *    BRANCO); INFORMADO, TEM DE CONSTAR NA TABELA OFICIAL.
           IF IMP-CLI-CNAE NOT NUMERIC
              MOVE ZEROS TO IMP-CLI-CNAE
           END-IF
           MOVE ZEROS TO WS-SEGMENTO-IMP
           IF IMP-CLI-CNAE NOT = ZEROS AND WS-CNAE-DISPONIVEL = "S"
              MOVE IMP-CLI-CNAE TO CNA-CODIGO
              READ ARQ-CNAE
              IF WS-RESULTADO-CNAE NOT = 00
                 SET MOTIVO-CNAE-INEXISTENTE TO TRUE
                 PERFORM GRAVA-REJEITO-CLIENTE
                 GO TO F-PROCESSA-IMPORTACAO-CLIENTE
              END-IF
              MOVE CNA-SEGMENTO TO WS-SEGMENTO-IMP
           END-IF
      *    CNPJ JA CADASTRADO DEIXA DE SER REJEITADO (MOTIVO 03):
      *    O REGISTRO EXISTENTE E ATUALIZADO PELA CHAVE ALTERNADA,
      *    PERMITINDO O REENVIO MENSAL DA MATRIZ.
              PERFORM GRAVA-REJEITO-CLIENTE
              GO TO F-PROCESSA-IMPORTACAO-CLIENTE
           END-IF
           MOVE SPACES TO IE-UF
           IF FORMATO-DELIMITADO
              MOVE WS-DEL-UF TO IE-UF
           END-IF
           PERFORM CONFERE-IE-IMPORTADA
           IF WS-ERRO-IE = "S"
              SET MOTIVO-IE-INVALIDA TO TRUE
              PERFORM GRAVA-REJEITO-CLIENTE
              GO TO F-PROCESSA-IMPORTACAO-CLIENTE
           END-IF
           ADD 1 TO WS-PROX-CODIGO-CLIENTE
           MOVE WS-PROX-CODIGO-CLIENTE  TO CLI-CODIGO
           MOVE IMP-CLI-CNPJ            TO CLI-CNPJ
           MOVE SPACES                  TO CLI-FILIAL
           MOVE SPACE                   TO CLI-VINCULADO
           MOVE SPACES                  TO CLI-VINC-MOTIVO
           MOVE SPACE                   TO CLI-BLOQ-COMERCIAL
           MOVE ZEROS                   TO CLI-BLOQ-DATA
           MOVE IMP-CLI-CNAE            TO CLI-CNAE
           MOVE WS-SEGMENTO-IMP         TO CLI-SEGMENTO
           MOVE SPACE                   TO CLI-RF-SITUACAO
           MOVE ZEROS                   TO CLI-RF-DATA-SITUACAO
           MOVE SPACES                  TO CLI-RF-RAZAO-SOCIAL
           MOVE ZEROS                   TO CLI-RF-DATA-CONFERE
           MOVE IE-NORMALIZADA          TO CLI-IE
           IF FASE-VALIDACAO
              ADD 1 TO WS-QTD-IMPORTADOS
              EXIT PARAGRAPH
              PERFORM GRAVA-REJEITO-CLIENTE
              EXIT PARAGRAPH
           END-IF
           MOVE CLI-UF TO IE-UF
           IF FORMATO-DELIMITADO
              MOVE WS-DEL-UF TO IE-UF
           END-IF
           PERFORM CONFERE-IE-IMPORTADA
           IF WS-ERRO-IE = "S"
              SET MOTIVO-IE-INVALIDA TO TRUE
              PERFORM GRAVA-REJEITO-CLIENTE
              EXIT PARAGRAPH
           END-IF
           MOVE REGISTRO-CLIENTE     TO WS-CLI-ANTES
           MOVE IMP-CLI-RAZAO-SOCIAL TO CLI-RAZAO-SOCIAL
           IF FORMATO-DELIMITADO
           MOVE IMP-CLI-LATITUDE     TO CLI-LATITUDE
           MOVE IMP-CLI-LONGITUDE    TO CLI-LONGITUDE
           MOVE "M"                  TO CLI-COORD-ORIGEM
      *    CNAE NAO ENVIADO MANTEM O CADASTRADO; O MESMO CNAE AINDA
      *    SEM AGRUPAMENTO NAO APAGA O SEGMENTO DIGITADO NO PROG01.
           IF IMP-CLI-CNAE NOT = ZEROS
              AND (IMP-CLI-CNAE NOT = CLI-CNAE
                   OR WS-SEGMENTO-IMP NOT = ZEROS)
              MOVE IMP-CLI-CNAE     TO CLI-CNAE
              MOVE WS-SEGMENTO-IMP  TO CLI-SEGMENTO
           END-IF
      *    INSCRICAO NAO ENVIADA MANTEM A CADASTRADA.
           IF WS-ERRO-IE = "N"
              MOVE IE-NORMALIZADA   TO CLI-IE
           END-IF
           MOVE DATA-DE-HOJE         TO CLI-DATA-ALTERACAO
           IF FASE-VALIDACAO
              ADD 1 TO WS-QTD-ATUALIZADOS
           MOVE WS-REJ-MOTIVO           TO REJ-CLI-MOTIVO
           WRITE REGISTRO-REJ-CLIENTE
           .
      *    INSCRICAO ESTADUAL DO REGISTRO IMPORTADO CONFERIDA PELA
      *    REGRA DA UF EM IE-UF. DEVOLVE WS-ERRO-IE "B" QUANDO NAO
      *    VEIO INSCRICAO (IE-NORMALIZADA EM BRANCO).
       CONFERE-IE-IMPORTADA.
           IF FORMATO-DELIMITADO
              MOVE WS-DEL-IE  TO IE-ENTRADA
           ELSE
              MOVE IMP-CLI-IE TO IE-ENTRADA
           END-IF
           PERFORM VALIDA-IE
              THRU F-VALIDA-IE
           .
       CONVERTE-LINHA-DELIMITADA.
      *    DESMONTA A LINHA DELIMITADA PARA OS CAMPOS DO LAYOUT
      *    FIXO (REGISTRO-IMP-CLIENTE) E GUARDA OS CAMPOS
                   WS-DEL-EMAIL
                   WS-DEL-LATITUDE
                   WS-DEL-LONGITUDE
                   WS-DEL-CNAE
                   WS-DEL-IE
           END-UNSTRING
           IF WS-DEL-CNPJ NUMERIC
              MOVE WS-DEL-CNPJ TO IMP-CLI-CNPJ
           ELSE
              MOVE 999 TO IMP-CLI-LONGITUDE
           END-IF
           IF WS-DEL-CNAE NUMERIC
              MOVE WS-DEL-CNAE TO IMP-CLI-CNAE
           ELSE
              MOVE ZEROS TO IMP-CLI-CNAE
           END-IF
           MOVE WS-DEL-IE TO IMP-CLI-IE
           .
       REGISTRA-AUDITORIA-CLIENTE.
           MOVE DATA-DE-HOJE    TO AUD-CLI-DATA
           MOVE ZEROS                   TO VEN-COMISSAO
           MOVE ZEROS                   TO VEN-META-MENSAL
           MOVE "M"                     TO VEN-COORD-ORIGEM
           MOVE WS-EMPRESA-SESSAO       TO VEN-EMPRESA
           WRITE REGISTRO-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              SET MOTIVO-ERRO-GRAVACAO TO TRUE
           PERFORM REGISTRA-JORNAL-VENDEDOR
           .
       copy "VALIDA-CNPJ.cpy".
       COPY "VALIDA-IE.cpy".
       copy "VALIDA-CPF.cpy".
       REGISTRA-JORNAL-CLIENTE.
      *    IMAGEM PARA O JORNAL DE RECUPERACAO (VER ARQ-JORNAL.FD).
