       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCNAE.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CARGA DA TABELA CNAE E DOS SEGMENTOS ********
      *    MANTEM A TABELA DE ATIVIDADES ECONOMICAS (CNAE.DAT) E O
      *    AGRUPAMENTO COMERCIAL POR CIMA DELA (SEGMENTO.DAT), EM
      *    TRES PASSOS - CADA ARQUIVO DE ENTRADA E OPCIONAL:
      *      1) CNAEBASE.TXT (LISTA OFICIAL DE SUBCLASSES): INCLUI
      *         O CODIGO NOVO E REGRAVA A DESCRICAO DO EXISTENTE,
      *         PRESERVANDO O SEGMENTO JA ATRIBUIDO - MESMO DESENHO
      *         DA CARGA DE MUNICIPIOS (PROGMUN);
      *      2) SEGCNAE.TXT (NOSSO AGRUPAMENTO): OS REGISTROS "S"
      *         CADASTRAM OS SEGMENTOS E OS REGISTROS "F" DAO AS
      *         FAIXAS DE CNAE DE CADA SEGMENTO. PRESENTE O ARQUIVO,
      *         O AGRUPAMENTO E REFEITO POR INTEIRO: CNAE FORA DE
      *         TODAS AS FAIXAS VOLTA A FICAR SEM SEGMENTO (ZERO);
      *      3) RECARIMBA O SEGMENTO DOS CLIENTES (CLI-SEGMENTO) A
      *         PARTIR DO CNAE. CLIENTE SEM CNAE, OU COM CNAE AINDA
      *         NAO AGRUPADO, MANTEM O SEGMENTO DIGITADO NO PROG01.
      *
      *    LAYOUT DE CNAEBASE.TXT (UMA LINHA POR SUBCLASSE, 67 POS):
      *      POS 01-07 CODIGO CNAE (7 DIGITOS, SEM PONTUACAO)
      *      POS 08-67 DESCRICAO OFICIAL
      *    LAYOUT DE SEGCNAE.TXT (33 POS):
      *      "S": POS 02-03 SEGMENTO, POS 04-33 NOME DO SEGMENTO
      *      "F": POS 02-03 SEGMENTO, POS 04-10 CNAE INICIAL,
      *           POS 11-17 CNAE FINAL (FAIXA INCLUSIVA)

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CNAE ASSIGN TO DISK WID-ARQ-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNAE.

           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SEG-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SEGMENTO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CNAEBASE ASSIGN TO DISK WID-ARQ-CNAEBASE
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-CNAEBASE.

           SELECT ARQ-SEGCNAE ASSIGN TO DISK WID-ARQ-SEGCNAE
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-SEGCNAE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CNAE.FD".
       COPY "ARQ-SEGMENTO.FD".
       COPY "ARQ-CLIENTE.FD".

       FD  ARQ-CNAEBASE
           LABEL RECORD IS STANDARD.
       01  REGISTRO-CNAEBASE.
           02 BAS-CODIGO            PIC 9(07).
           02 BAS-DESCRICAO         PIC X(60).

       FD  ARQ-SEGCNAE
           LABEL RECORD IS STANDARD.
       01  REGISTRO-SEGCNAE.
           02 SGC-TIPO              PIC X(01).
              88 SGC-SEGMENTO-NOVO  VALUE "S".
              88 SGC-FAIXA-CNAE     VALUE "F".
           02 SGC-SEGMENTO          PIC 9(02).
           02 SGC-NOME              PIC X(30).
           02 SGC-FAIXA REDEFINES SGC-NOME.
              03 SGC-CNAE-INI       PIC 9(07).
              03 SGC-CNAE-FIM       PIC 9(07).
              03 FILLER             PIC X(16).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CNAE             PIC X(50) VALUE SPACES.
       77 WID-ARQ-SEGMENTO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CNAEBASE         PIC X(50) VALUE SPACES.
       77 WID-ARQ-SEGCNAE          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNAE        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SEGMENTO    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CNAEBASE    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SEGCNAE     PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-DESCRICAO-NOVA        PIC X(60) VALUE SPACES.
       77 WS-SEGMENTO-NOVO         PIC 9(02) VALUE ZEROS.
       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INCLUIDOS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEGMENTOS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-AGRUPADOS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-SEGMENTO      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FAIXAS-REJ        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLI-CARIMBADOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CLI-CNAE-FORA     PIC 9(07) VALUE ZEROS.
       77 WS-AGRUPAMENTO           PIC X(01) VALUE "N".
      *    FAIXAS DE CNAE DO AGRUPAMENTO, NA ORDEM DO ARQUIVO: A
      *    PRIMEIRA FAIXA QUE CONTEM O CODIGO DEFINE O SEGMENTO.
       77 WS-QTD-FAIXAS            PIC 9(04) VALUE ZEROS.
       01 TABELA-FAIXAS.
          02 FAI-OCORRENCIA OCCURS 500 TIMES.
             03 FAI-SEGMENTO       PIC 9(02).
             03 FAI-CNAE-INI       PIC 9(07).
             03 FAI-CNAE-FIM       PIC 9(07).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGCNAE - INICIO DA CARGA CNAE/SEGMENTOS"
           MOVE "PROGCNAE" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGCNAE - JA EXISTE CARGA EM EXECUCAO - "
                 "ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "CNAE.DAT" TO WID-ARQ-CNAE
           OPEN I-O ARQ-CNAE
           IF WS-RESULTADO-CNAE NOT = 00
              OPEN OUTPUT ARQ-CNAE
              CLOSE ARQ-CNAE
              OPEN I-O ARQ-CNAE
           END-IF
           MOVE "SEGMENTO.DAT" TO WID-ARQ-SEGMENTO
           OPEN I-O ARQ-SEGMENTO
           IF WS-RESULTADO-SEGMENTO NOT = 00
              OPEN OUTPUT ARQ-SEGMENTO
              CLOSE ARQ-SEGMENTO
              OPEN I-O ARQ-SEGMENTO
           END-IF

           PERFORM CARREGA-LISTA-OFICIAL
              THRU F-CARREGA-LISTA-OFICIAL
           PERFORM CARREGA-AGRUPAMENTO
              THRU F-CARREGA-AGRUPAMENTO
           IF WS-AGRUPAMENTO = "S"
              PERFORM REAGRUPA-CNAE
           END-IF
           PERFORM RECARIMBA-CLIENTES
              THRU F-RECARIMBA-CLIENTES

           CLOSE ARQ-CNAE
           CLOSE ARQ-SEGMENTO
           DISPLAY "PROGCNAE - CNAE LIDOS.........: " WS-QTD-LIDOS
           DISPLAY "PROGCNAE - CNAE INCLUIDOS.....: " WS-QTD-INCLUIDOS
           DISPLAY "PROGCNAE - CNAE ATUALIZADOS...: "
              WS-QTD-ATUALIZADOS
           DISPLAY "PROGCNAE - CNAE REJEITADOS....: "
              WS-QTD-REJEITADOS
           IF WS-AGRUPAMENTO = "S"
              DISPLAY "PROGCNAE - SEGMENTOS GRAVADOS.: "
                 WS-QTD-SEGMENTOS
              DISPLAY "PROGCNAE - FAIXAS CARREGADAS..: "
                 WS-QTD-FAIXAS
              DISPLAY "PROGCNAE - FAIXAS REJEITADAS..: "
                 WS-QTD-FAIXAS-REJ
              DISPLAY "PROGCNAE - CNAE AGRUPADOS.....: "
                 WS-QTD-AGRUPADOS
              DISPLAY "PROGCNAE - CNAE SEM SEGMENTO..: "
                 WS-QTD-SEM-SEGMENTO
           END-IF
           DISPLAY "PROGCNAE - CLIENTES CARIMBADOS: "
              WS-QTD-CLI-CARIMBADOS
           DISPLAY "PROGCNAE - CLIENTES C/ CNAE FORA DA TABELA: "
              WS-QTD-CLI-CNAE-FORA
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGCNAE - FIM DA CARGA."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       CARREGA-LISTA-OFICIAL.
           MOVE "CNAEBASE.TXT" TO WID-ARQ-CNAEBASE
           OPEN INPUT ARQ-CNAEBASE
           IF WS-RESULTADO-CNAEBASE NOT = 00
              DISPLAY "PROGCNAE - SEM CNAEBASE.TXT - LISTA OFICIAL "
                 "MANTIDA."
              GO TO F-CARREGA-LISTA-OFICIAL
           END-IF
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CNAEBASE AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 PERFORM CARREGA-CNAE
                    THRU F-CARREGA-CNAE
              END-IF
           END-PERFORM
           CLOSE ARQ-CNAEBASE
           .
       F-CARREGA-LISTA-OFICIAL. EXIT.
       CARREGA-CNAE.
           IF BAS-CODIGO NOT NUMERIC OR BAS-CODIGO = ZEROS
              OR BAS-DESCRICAO = SPACES
              ADD 1 TO WS-QTD-REJEITADOS
              GO TO F-CARREGA-CNAE
           END-IF
           MOVE BAS-CODIGO    TO CNA-CODIGO
           MOVE BAS-DESCRICAO TO CNA-DESCRICAO
           MOVE ZEROS         TO CNA-SEGMENTO
           WRITE REGISTRO-CNAE
           IF WS-RESULTADO-CNAE = 00
              ADD 1 TO WS-QTD-INCLUIDOS
              GO TO F-CARREGA-CNAE
           END-IF
           IF WS-RESULTADO-CNAE NOT = 22
              ADD 1 TO WS-QTD-REJEITADOS
              GO TO F-CARREGA-CNAE
           END-IF
      *    CODIGO JA EXISTENTE: SO A DESCRICAO MUDA, O SEGMENTO
      *    ATRIBUIDO FICA.
           MOVE BAS-DESCRICAO TO WS-DESCRICAO-NOVA
           READ ARQ-CNAE
           MOVE WS-DESCRICAO-NOVA TO CNA-DESCRICAO
           REWRITE REGISTRO-CNAE
           IF WS-RESULTADO-CNAE = 00
              ADD 1 TO WS-QTD-ATUALIZADOS
           ELSE
              ADD 1 TO WS-QTD-REJEITADOS
           END-IF
           .
       F-CARREGA-CNAE. EXIT.
       CARREGA-AGRUPAMENTO.
           MOVE "SEGCNAE.TXT" TO WID-ARQ-SEGCNAE
           OPEN INPUT ARQ-SEGCNAE
           IF WS-RESULTADO-SEGCNAE NOT = 00
              DISPLAY "PROGCNAE - SEM SEGCNAE.TXT - AGRUPAMENTO "
                 "MANTIDO."
              GO TO F-CARREGA-AGRUPAMENTO
           END-IF
           MOVE "S" TO WS-AGRUPAMENTO
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SEGCNAE AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 EVALUATE TRUE
                    WHEN SGC-SEGMENTO-NOVO
                       PERFORM GRAVA-SEGMENTO
                    WHEN SGC-FAIXA-CNAE
                       PERFORM GUARDA-FAIXA
                    WHEN OTHER
                       ADD 1 TO WS-QTD-FAIXAS-REJ
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE ARQ-SEGCNAE
           .
       F-CARREGA-AGRUPAMENTO. EXIT.
       GRAVA-SEGMENTO.
           IF SGC-SEGMENTO NOT NUMERIC OR SGC-SEGMENTO = ZEROS
              OR SGC-NOME = SPACES
              ADD 1 TO WS-QTD-FAIXAS-REJ
              EXIT PARAGRAPH
           END-IF
           MOVE SGC-SEGMENTO TO SEG-CODIGO
           MOVE SGC-NOME     TO SEG-NOME
           WRITE REGISTRO-SEGMENTO
           IF WS-RESULTADO-SEGMENTO = 22
              REWRITE REGISTRO-SEGMENTO
           END-IF
           IF WS-RESULTADO-SEGMENTO = 00
              ADD 1 TO WS-QTD-SEGMENTOS
           ELSE
              ADD 1 TO WS-QTD-FAIXAS-REJ
           END-IF
           .
       GUARDA-FAIXA.
      *    FAIXA DE SEGMENTO NAO CADASTRADO (REGISTRO "S" AUSENTE
      *    NO ARQUIVO E NA TABELA) OU INVERTIDA E DESPREZADA.
           IF SGC-SEGMENTO NOT NUMERIC OR SGC-CNAE-INI NOT NUMERIC
              OR SGC-CNAE-FIM NOT NUMERIC
              OR SGC-CNAE-INI > SGC-CNAE-FIM
              OR WS-QTD-FAIXAS NOT LESS 500
              ADD 1 TO WS-QTD-FAIXAS-REJ
              EXIT PARAGRAPH
           END-IF
           MOVE SGC-SEGMENTO TO SEG-CODIGO
           READ ARQ-SEGMENTO
           IF WS-RESULTADO-SEGMENTO NOT = 00
              DISPLAY "PROGCNAE - FAIXA DE SEGMENTO NAO CADASTRADO: "
                 SGC-SEGMENTO " " SGC-CNAE-INI "-" SGC-CNAE-FIM
              ADD 1 TO WS-QTD-FAIXAS-REJ
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-FAIXAS
           MOVE SGC-SEGMENTO TO FAI-SEGMENTO (WS-QTD-FAIXAS)
           MOVE SGC-CNAE-INI TO FAI-CNAE-INI (WS-QTD-FAIXAS)
           MOVE SGC-CNAE-FIM TO FAI-CNAE-FIM (WS-QTD-FAIXAS)
           .
       REAGRUPA-CNAE.
           MOVE ZEROS TO CONTROLE-FIM
           MOVE ZEROS TO CNA-CODIGO
           START ARQ-CNAE KEY IS NOT LESS CNA-CODIGO
           IF WS-RESULTADO-CNAE NOT = 00
              MOVE 1 TO CONTROLE-FIM
           END-IF
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CNAE NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 PERFORM AGRUPA-UM-CNAE
              END-IF
           END-PERFORM
           .
       AGRUPA-UM-CNAE.
           MOVE ZEROS TO WS-SEGMENTO-NOVO
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-FAIXAS
                 OR WS-SEGMENTO-NOVO NOT = ZEROS
              IF CNA-CODIGO NOT LESS FAI-CNAE-INI (WS-IDX)
                 AND CNA-CODIGO NOT GREATER FAI-CNAE-FIM (WS-IDX)
                 MOVE FAI-SEGMENTO (WS-IDX) TO WS-SEGMENTO-NOVO
              END-IF
           END-PERFORM
           IF WS-SEGMENTO-NOVO = ZEROS
              ADD 1 TO WS-QTD-SEM-SEGMENTO
           ELSE
              ADD 1 TO WS-QTD-AGRUPADOS
           END-IF
           IF WS-SEGMENTO-NOVO NOT = CNA-SEGMENTO
              MOVE WS-SEGMENTO-NOVO TO CNA-SEGMENTO
              REWRITE REGISTRO-CNAE
           END-IF
           .
       RECARIMBA-CLIENTES.
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "PROGCNAE - CLIENTE.DAT INDISPONIVEL - "
                 "SEGMENTO DOS CLIENTES NAO RECARIMBADO."
              GO TO F-RECARIMBA-CLIENTES
           END-IF
           MOVE ZEROS TO CONTROLE-FIM
           MOVE ZEROS TO CLI-CODIGO
           START ARQ-CLIENTE KEY IS NOT LESS CLI-CODIGO
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE 1 TO CONTROLE-FIM
           END-IF
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CLIENTE NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 AND CLI-CNAE NUMERIC AND CLI-CNAE NOT = ZEROS
                 PERFORM CARIMBA-UM-CLIENTE
              END-IF
           END-PERFORM
           CLOSE ARQ-CLIENTE
           .
       F-RECARIMBA-CLIENTES. EXIT.
       CARIMBA-UM-CLIENTE.
           MOVE CLI-CNAE TO CNA-CODIGO
           READ ARQ-CNAE
           IF WS-RESULTADO-CNAE NOT = 00
              ADD 1 TO WS-QTD-CLI-CNAE-FORA
              EXIT PARAGRAPH
           END-IF
           IF CNA-SEGMENTO = ZEROS
              OR CNA-SEGMENTO = CLI-SEGMENTO
              EXIT PARAGRAPH
           END-IF
           MOVE CNA-SEGMENTO TO CLI-SEGMENTO
           REWRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO = 00 OR 02
              ADD 1 TO WS-QTD-CLI-CARIMBADOS
           END-IF
           .
