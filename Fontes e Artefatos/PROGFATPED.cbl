       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFATPED.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** RETORNO DE FATURAMENTO E ENTREGA DO ERP ********
      *    APLICA O SEGUNDO RETORNO DO ERP (RETFAT.TXT, LAYOUT FIXO:
      *    PEDIDO(9) + NOTA FISCAL(9) + DATA DA NOTA(8) + VALOR
      *    FATURADO(11, DUAS DECIMAIS IMPLICITAS) + DATA DE
      *    EMBARQUE(8) + DATA DE ENTREGA(8), DATAS AAAAMMDD E ZERO
      *    QUANDO O EVENTO AINDA NAO ACONTECEU) SOBRE O ARQUIVO DE
      *    FATURAMENTO E ENTREGA (FATPED.DAT), CRIANDO A LINHA DO
      *    PEDIDO NA PRIMEIRA NOTICIA E COMPLETANDO-A NAS SEGUINTES.
      *    SO ENTRA PEDIDO QUE JA FOI EXPORTADO AO ERP (EXPPED.DAT).
      *    LINHA RECUSADA VAI PARA REJFAT.TXT COM O CODIGO DO MOTIVO
      *    (VER GRAVA-REJEITO-FAT).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-FATPED ASSIGN TO DISK WID-ARQ-FATPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAT-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FATPED.

           SELECT ARQ-EXPPED ASSIGN TO DISK WID-ARQ-EXPPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EXP-PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EXPPED.

           SELECT ARQ-RETFAT ASSIGN TO "RETFAT.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-RETFAT.

           SELECT ARQ-REJ-FAT ASSIGN TO "REJFAT.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-REJ.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-FATPED.FD".
       COPY "ARQ-EXPPED.FD".

       FD  ARQ-RETFAT.
       01  REGISTRO-RETFAT.
           02 RTF-PED-NUMERO        PIC 9(09).
           02 RTF-NOTA-FISCAL       PIC 9(09).
           02 RTF-DATA-NOTA         PIC 9(08).
           02 RTF-VALOR-FATURADO    PIC 9(09)V9(02).
           02 RTF-DATA-EMBARQUE     PIC 9(08).
           02 RTF-DATA-ENTREGA      PIC 9(08).

       FD  ARQ-REJ-FAT.
       01  REGISTRO-REJ-FAT.
           02 RJF-LINHA             PIC X(53).
           02 RJF-MOTIVO            PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-FATPED           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-FATPED      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-EXPPED           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EXPPED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RETFAT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REJ         PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-FIM-RETFAT            PIC 9(01) VALUE ZEROS.
       77 WS-FATPED-EXISTE         PIC X(01) VALUE "N".
       77 WS-DATA-TESTE            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OK               PIC X(01) VALUE "S".
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INCLUIDOS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGFATPED - INICIO DO RETORNO DE FATURAMENTO"
           MOVE "PROGFATPED" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGFATPED - JA EXISTE RETORNO EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE "EXPPED.DAT" TO WID-ARQ-EXPPED
           OPEN INPUT ARQ-EXPPED
           IF WS-RESULTADO-EXPPED NOT = 00
              DISPLAY "PROGFATPED - EXPPED.DAT AUSENTE "
                 "(RODAR PROGEXPPED)."
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT ARQ-RETFAT
           IF WS-RESULTADO-RETFAT NOT = 00
              DISPLAY "PROGFATPED - RETFAT.TXT NAO ENCONTRADO."
              CLOSE ARQ-EXPPED
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "FATPED.DAT" TO WID-ARQ-FATPED
           OPEN I-O ARQ-FATPED
           IF WS-RESULTADO-FATPED NOT = 00
              OPEN OUTPUT ARQ-FATPED
              CLOSE ARQ-FATPED
              OPEN I-O ARQ-FATPED
           END-IF
           OPEN EXTEND ARQ-REJ-FAT
           IF WS-RESULTADO-REJ NOT = 00
              OPEN OUTPUT ARQ-REJ-FAT
              CLOSE ARQ-REJ-FAT
              OPEN EXTEND ARQ-REJ-FAT
           END-IF
           PERFORM UNTIL WS-FIM-RETFAT = 1
              READ ARQ-RETFAT AT END
                 MOVE 1 TO WS-FIM-RETFAT
              END-READ
              IF WS-FIM-RETFAT NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 PERFORM APLICA-FATURAMENTO
                    THRU F-APLICA-FATURAMENTO
              END-IF
           END-PERFORM
           CLOSE ARQ-RETFAT
           CLOSE ARQ-REJ-FAT
           CLOSE ARQ-FATPED
           CLOSE ARQ-EXPPED
           DISPLAY "PROGFATPED - LINHAS LIDAS......: " WS-QTD-LIDOS
           DISPLAY "PROGFATPED - PEDIDOS INCLUIDOS.: "
              WS-QTD-INCLUIDOS
           DISPLAY "PROGFATPED - PEDIDOS ATUALIZ...: "
              WS-QTD-ATUALIZADOS
           DISPLAY "PROGFATPED - LINHAS REJEITADAS.: "
              WS-QTD-REJEITADOS
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGFATPED - FIM DO RETORNO DE FATURAMENTO."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       APLICA-FATURAMENTO.
           IF RTF-PED-NUMERO NOT NUMERIC
              OR RTF-NOTA-FISCAL NOT NUMERIC
              OR RTF-DATA-NOTA NOT NUMERIC
              OR RTF-VALOR-FATURADO NOT NUMERIC
              OR RTF-DATA-EMBARQUE NOT NUMERIC
              OR RTF-DATA-ENTREGA NOT NUMERIC
              MOVE 01 TO RJF-MOTIVO
              PERFORM GRAVA-REJEITO-FAT
              GO TO F-APLICA-FATURAMENTO
           END-IF
           MOVE RTF-PED-NUMERO TO EXP-PED-NUMERO
           READ ARQ-EXPPED
           IF WS-RESULTADO-EXPPED NOT = 00
              MOVE 02 TO RJF-MOTIVO
              PERFORM GRAVA-REJEITO-FAT
              GO TO F-APLICA-FATURAMENTO
           END-IF
           IF RTF-NOTA-FISCAL = ZEROS
              AND RTF-DATA-NOTA = ZEROS
              AND RTF-DATA-EMBARQUE = ZEROS
              AND RTF-DATA-ENTREGA = ZEROS
              MOVE 05 TO RJF-MOTIVO
              PERFORM GRAVA-REJEITO-FAT
              GO TO F-APLICA-FATURAMENTO
           END-IF
           MOVE "S" TO WS-DATA-OK
           MOVE RTF-DATA-NOTA TO WS-DATA-TESTE
           PERFORM VALIDA-DATA-RETORNO
           MOVE RTF-DATA-EMBARQUE TO WS-DATA-TESTE
           PERFORM VALIDA-DATA-RETORNO
           MOVE RTF-DATA-ENTREGA TO WS-DATA-TESTE
           PERFORM VALIDA-DATA-RETORNO
           IF WS-DATA-OK NOT = "S"
              MOVE 03 TO RJF-MOTIVO
              PERFORM GRAVA-REJEITO-FAT
              GO TO F-APLICA-FATURAMENTO
           END-IF
           MOVE RTF-PED-NUMERO TO FAT-PED-NUMERO
           READ ARQ-FATPED
           IF WS-RESULTADO-FATPED = 00
              MOVE "S" TO WS-FATPED-EXISTE
           ELSE
              MOVE "N" TO WS-FATPED-EXISTE
              INITIALIZE REGISTRO-FATPED
              MOVE RTF-PED-NUMERO TO FAT-PED-NUMERO
           END-IF
      *    NOTA JA REGISTRADA SO PODE VOLTAR IGUAL: OUTRA NOTA PARA
      *    O MESMO PEDIDO E DIVERGENCIA A APURAR COM O FATURAMENTO.
           IF RTF-NOTA-FISCAL NOT = ZEROS
              AND FAT-NOTA-FISCAL NOT = ZEROS
              AND RTF-NOTA-FISCAL NOT = FAT-NOTA-FISCAL
              MOVE 06 TO RJF-MOTIVO
              PERFORM GRAVA-REJEITO-FAT
              GO TO F-APLICA-FATURAMENTO
           END-IF
      *    CAMPO ZERADO NA LINHA MANTEM O QUE JA ESTAVA GRAVADO.
           IF RTF-NOTA-FISCAL NOT = ZEROS
              MOVE RTF-NOTA-FISCAL TO FAT-NOTA-FISCAL
           END-IF
           IF RTF-DATA-NOTA NOT = ZEROS
              MOVE RTF-DATA-NOTA TO FAT-DATA-NOTA
           END-IF
           IF RTF-VALOR-FATURADO NOT = ZEROS
              MOVE RTF-VALOR-FATURADO TO FAT-VALOR-FATURADO
           END-IF
           IF RTF-DATA-EMBARQUE NOT = ZEROS
              MOVE RTF-DATA-EMBARQUE TO FAT-DATA-EMBARQUE
           END-IF
           IF RTF-DATA-ENTREGA NOT = ZEROS
              MOVE RTF-DATA-ENTREGA TO FAT-DATA-ENTREGA
           END-IF
      *    EMBARQUE OU ENTREGA EXIGEM A NOTA, E AS DATAS TEM DE
      *    SEGUIR A ORDEM NOTA -> EMBARQUE -> ENTREGA.
           IF FAT-NOTA-FISCAL = ZEROS
              OR FAT-DATA-NOTA = ZEROS
              MOVE 04 TO RJF-MOTIVO
              PERFORM GRAVA-REJEITO-FAT
              GO TO F-APLICA-FATURAMENTO
           END-IF
           IF (FAT-DATA-EMBARQUE NOT = ZEROS
                 AND FAT-DATA-EMBARQUE LESS FAT-DATA-NOTA)
              OR (FAT-DATA-ENTREGA NOT = ZEROS
                 AND FAT-DATA-EMBARQUE = ZEROS)
              OR (FAT-DATA-ENTREGA NOT = ZEROS
                 AND FAT-DATA-ENTREGA LESS FAT-DATA-EMBARQUE)
              MOVE 04 TO RJF-MOTIVO
              PERFORM GRAVA-REJEITO-FAT
              GO TO F-APLICA-FATURAMENTO
           END-IF
           EVALUATE TRUE
              WHEN FAT-DATA-ENTREGA NOT = ZEROS
                 MOVE "E" TO FAT-SITUACAO
              WHEN FAT-DATA-EMBARQUE NOT = ZEROS
                 MOVE "T" TO FAT-SITUACAO
              WHEN OTHER
                 MOVE "F" TO FAT-SITUACAO
           END-EVALUATE
           MOVE WS-DATA-SISTEMA TO FAT-DATA-ATUALIZACAO
           IF WS-FATPED-EXISTE = "S"
              REWRITE REGISTRO-FATPED
              ADD 1 TO WS-QTD-ATUALIZADOS
           ELSE
              WRITE REGISTRO-FATPED
              ADD 1 TO WS-QTD-INCLUIDOS
           END-IF
           .
       F-APLICA-FATURAMENTO. EXIT.
       VALIDA-DATA-RETORNO.
      *    DATA ZERADA E EVENTO QUE AINDA NAO ACONTECEU.
           IF WS-DATA-TESTE NOT = ZEROS
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-TESTE)
                    NOT = ZEROS
                 OR WS-DATA-TESTE GREATER WS-DATA-SISTEMA
                 MOVE "N" TO WS-DATA-OK
              END-IF
           END-IF
           .
       GRAVA-REJEITO-FAT.
      *    MOTIVOS: 01 CAMPO NAO NUMERICO, 02 PEDIDO NAO EXPORTADO AO
      *    ERP, 03 DATA INVALIDA OU FUTURA, 04 EVENTO SEM NOTA OU
      *    DATAS FORA DA ORDEM NOTA/EMBARQUE/ENTREGA, 05 LINHA SEM
      *    NENHUM EVENTO, 06 NOTA DIFERENTE DA JA REGISTRADA.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE REGISTRO-RETFAT TO RJF-LINHA
           WRITE REGISTRO-REJ-FAT
           .
