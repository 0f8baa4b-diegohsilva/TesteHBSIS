       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMOVCON.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** PRECOS DA CONCORRENCIA DO CAMPO ********
      *    APLICA EM LOTE OS PRECOS DE CONCORRENTES ANOTADOS NOS
      *    NOTEBOOKS DOS VENDEDORES (MOVCON.TXT: UMA LINHA POR MARCA
      *    CONCORRENTE DE UM NOSSO PRODUTO, NA GONDOLA DE UM
      *    CLIENTE), COM AS CRITICAS DA CAPTURA NA VISITA DO PROG32:
      *    VENDEDOR E CLIENTE ATIVOS, PRODUTO CADASTRADO, DATA VALIDA
      *    E NAO FUTURA, MARCA INFORMADA E PRECO MAIOR QUE ZERO.
      *    LINHA ACEITA ENTRA EM CONCOR.DAT COM ORIGEM "A" (ARQUIVO
      *    DO CAMPO), NA PROXIMA SEQUENCIA DO CLIENTE/DATA/PRODUTO;
      *    LINHA RECUSADA VAI PARA REJCON.TXT COM CODIGO DE MOTIVO,
      *    COMO NO PROGMOVPED. TOTAIS DE CONTROLE SAEM NO FIM.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-MOV-CONCOR ASSIGN TO WID-ARQ-MOV-CONCOR
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-MOV.

           SELECT ARQ-REJ-MOVCON ASSIGN TO WID-ARQ-REJ-MOVCON
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-REJ.

           SELECT ARQ-CONCOR ASSIGN TO DISK WID-ARQ-CONCOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CCR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONCOR.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

       DATA DIVISION.
       FILE SECTION.
       COPY "MOV-CONCOR.FD".
       COPY "REJ-MOVCON.FD".
       COPY "ARQ-CONCOR.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-PRODUTO.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-MOV-CONCOR       PIC X(50) VALUE SPACES.
       77 WID-ARQ-REJ-MOVCON       PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONCOR           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-MOV         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REJ         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CONCOR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-REJ-MOTIVO            PIC 9(02) VALUE ZEROS.
           88 MOTIVO-VENDEDOR-INVALIDO VALUE 01.
           88 MOTIVO-CLIENTE-INVALIDO  VALUE 02.
           88 MOTIVO-DATA-INVALIDA     VALUE 03.
           88 MOTIVO-PRODUTO-INVALIDO  VALUE 04.
           88 MOTIVO-MARCA-BRANCO      VALUE 05.
           88 MOTIVO-PRECO-INVALIDO    VALUE 06.
           88 MOTIVO-ERRO-GRAVACAO     VALUE 07.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-FIM-MOVIMENTOS        PIC 9(01) VALUE ZEROS.
       77 WS-FIM-CONCOR            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77 WS-MOV-ANO               PIC 9(04) VALUE ZEROS.
       77 WS-MOV-MES               PIC 9(02) VALUE ZEROS.
       77 WS-MOV-DIA               PIC 9(02) VALUE ZEROS.
       77 WS-MOV-AAAAMM            PIC 9(06) VALUE ZEROS.
       77 WS-PROX-SEQUENCIA        PIC 9(02) VALUE ZEROS.
       01 DATA-SISTEMA             PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGMOVCON - INICIO DOS PRECOS DA CONCORRENCIA"
           MOVE "PROGMOVCON" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGMOVCON - JA EXISTE APLICACAO DE "
                 "PRECOS EM EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE "MOVCON.TXT" TO WID-ARQ-MOV-CONCOR
           OPEN INPUT ARQ-MOV-CONCOR
           IF WS-RESULTADO-MOV NOT = 00
              DISPLAY "PROGMOVCON - MOVCON.TXT NAO ENCONTRADO."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = 00
              OR WS-RESULTADO-VENDEDOR NOT = 00
              OR WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "PROGMOVCON - CADASTROS BASICOS AUSENTES "
                 "(CLIENTE/VENDEDOR/PRODUTO)."
              CLOSE ARQ-MOV-CONCOR
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "CONCOR.DAT" TO WID-ARQ-CONCOR
           OPEN I-O ARQ-CONCOR
           IF WS-RESULTADO-CONCOR NOT = 00
              OPEN OUTPUT ARQ-CONCOR
              CLOSE ARQ-CONCOR
              OPEN I-O ARQ-CONCOR
           END-IF
           MOVE "REJCON.TXT" TO WID-ARQ-REJ-MOVCON
           OPEN EXTEND ARQ-REJ-MOVCON
           IF WS-RESULTADO-REJ NOT = 00
              OPEN OUTPUT ARQ-REJ-MOVCON
              CLOSE ARQ-REJ-MOVCON
              OPEN EXTEND ARQ-REJ-MOVCON
           END-IF

           PERFORM UNTIL WS-FIM-MOVIMENTOS = 1
              READ ARQ-MOV-CONCOR AT END
                 MOVE 1 TO WS-FIM-MOVIMENTOS
              END-READ
              IF WS-FIM-MOVIMENTOS NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 PERFORM PROCESSA-MOVIMENTO
                    THRU F-PROCESSA-MOVIMENTO
              END-IF
           END-PERFORM

           CLOSE ARQ-MOV-CONCOR
           CLOSE ARQ-CONCOR
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-REJ-MOVCON
           DISPLAY "PROGMOVCON - LINHAS LIDAS......: " WS-QTD-LIDOS
           DISPLAY "PROGMOVCON - PRECOS GRAVADOS...: "
              WS-QTD-GRAVADOS
           DISPLAY "PROGMOVCON - REJEITADOS........: "
              WS-QTD-REJEITADOS
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGMOVCON - FIM DOS PRECOS DA CONCORRENCIA."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       PROCESSA-MOVIMENTO.
           MOVE MVC-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00 OR NOT VEN-ATIVO
              SET MOTIVO-VENDEDOR-INVALIDO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           IF MVC-CLI-CODIGO NOT = ZEROS
              MOVE MVC-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
           ELSE
              MOVE MVC-CLI-CNPJ TO CLI-CNPJ
              READ ARQ-CLIENTE KEY IS CLI-CNPJ
           END-IF
           IF WS-RESULTADO-ACESSO NOT = 00 OR NOT CLI-ATIVO
              SET MOTIVO-CLIENTE-INVALIDO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           DIVIDE MVC-DATA BY 100
              GIVING WS-MOV-AAAAMM
              REMAINDER WS-MOV-DIA
           DIVIDE WS-MOV-AAAAMM BY 100
              GIVING WS-MOV-ANO
              REMAINDER WS-MOV-MES
           IF MVC-DATA = ZEROS
              OR MVC-DATA GREATER DATA-SISTEMA
              OR WS-MOV-MES < 01 OR WS-MOV-MES > 12
              OR WS-MOV-DIA < 01 OR WS-MOV-DIA > 31
              SET MOTIVO-DATA-INVALIDA TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
      *    PRODUTO INATIVO AINDA PODE TER PRECO DE MERCADO
      *    PESQUISADO; SO O CODIGO INEXISTENTE E RECUSADO.
           MOVE MVC-PRO-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              SET MOTIVO-PRODUTO-INVALIDO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           IF MVC-MARCA = SPACES
              SET MOTIVO-MARCA-BRANCO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           IF MVC-PRECO NOT NUMERIC OR MVC-PRECO = ZEROS
              SET MOTIVO-PRECO-INVALIDO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           PERFORM GRAVA-PRECO-CONCORRENTE
           .
       F-PROCESSA-MOVIMENTO. EXIT.
       GRAVA-PRECO-CONCORRENTE.
           PERFORM BUSCA-PROXIMA-SEQUENCIA
           MOVE CLI-CODIGO         TO CCR-CLI-CODIGO
           MOVE MVC-DATA           TO CCR-DATA
           MOVE MVC-PRO-CODIGO     TO CCR-PRO-CODIGO
           MOVE WS-PROX-SEQUENCIA  TO CCR-SEQUENCIA
           MOVE MVC-VEN-CODIGO     TO CCR-VEN-CODIGO
           MOVE MVC-MARCA          TO CCR-MARCA
           MOVE MVC-PRECO          TO CCR-PRECO
           MOVE MVC-OBSERVACAO     TO CCR-OBSERVACAO
           MOVE "A"                TO CCR-ORIGEM
           MOVE "LOTE"             TO CCR-OPERADOR
           MOVE DATA-SISTEMA       TO CCR-DATA-REGISTRO
           WRITE REGISTRO-CONCOR
           IF WS-RESULTADO-CONCOR NOT = 00
              SET MOTIVO-ERRO-GRAVACAO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
           ELSE
              ADD 1 TO WS-QTD-GRAVADOS
           END-IF
           .
       BUSCA-PROXIMA-SEQUENCIA.
      *    MAIS DE UMA MARCA DO MESMO PRODUTO NO MESMO CLIENTE E
      *    DIA: A NOVA LINHA VAI NA SEQUENCIA SEGUINTE.
           MOVE ZEROS TO WS-PROX-SEQUENCIA
           MOVE CLI-CODIGO     TO CCR-CLI-CODIGO
           MOVE MVC-DATA       TO CCR-DATA
           MOVE MVC-PRO-CODIGO TO CCR-PRO-CODIGO
           MOVE ZEROS          TO CCR-SEQUENCIA
           START ARQ-CONCOR KEY IS NOT LESS CCR-CHAVE
           IF WS-RESULTADO-CONCOR NOT = 00
              MOVE 1 TO WS-PROX-SEQUENCIA
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-CONCOR
           PERFORM UNTIL WS-FIM-CONCOR = 1
              READ ARQ-CONCOR NEXT AT END
                 MOVE 1 TO WS-FIM-CONCOR
              END-READ
              IF WS-FIM-CONCOR NOT = 1
                 IF CCR-CLI-CODIGO NOT = CLI-CODIGO
                    OR CCR-DATA NOT = MVC-DATA
                    OR CCR-PRO-CODIGO NOT = MVC-PRO-CODIGO
                    MOVE 1 TO WS-FIM-CONCOR
                 ELSE
                    MOVE CCR-SEQUENCIA TO WS-PROX-SEQUENCIA
                 END-IF
              END-IF
           END-PERFORM
           ADD 1 TO WS-PROX-SEQUENCIA
           .
       GRAVA-REJEITO-MOVIMENTO.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE MVC-VEN-CODIGO TO RJC-VEN-CODIGO
           MOVE MVC-CLI-CODIGO TO RJC-CLI-CODIGO
           MOVE MVC-CLI-CNPJ   TO RJC-CLI-CNPJ
           MOVE MVC-DATA       TO RJC-DATA
           MOVE MVC-PRO-CODIGO TO RJC-PRO-CODIGO
           MOVE MVC-MARCA      TO RJC-MARCA
           MOVE MVC-PRECO      TO RJC-PRECO
           MOVE MVC-OBSERVACAO TO RJC-OBSERVACAO
           MOVE WS-REJ-MOTIVO  TO RJC-MOTIVO
           WRITE REGISTRO-REJ-MOVCON
           .
