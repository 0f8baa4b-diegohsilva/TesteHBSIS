       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLISTA.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** LISTAGENS AVULSAS NA CADEIA NOTURNA ********
      *    EMITE, SEM OPERADOR, TODAS AS LISTAGENS DEFINIDAS NO
      *    PROG51 (LISTADEF.DAT) MARCADAS PARA A CADEIA
      *    (LDF-AGENDADA = "S"). A EMISSAO E A MESMA DO PROG52
      *    (GERALIST), COM OPERADOR "LOTE": TXT E CSV DATADOS E A
      *    GERACAO NO CATALOGO DE RELATORIOS, DE ONDE O PROGENVREL
      *    ENTREGA A QUEM ASSINOU A LISTAGEM. RODA COMO PASSO DO
      *    PROGLOTE (JOBDEF.DAT); LISTAGEM QUE FALHA NAO IMPEDE AS
      *    DEMAIS, MAS O PASSO TERMINA COM RC=8.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-LISTADEF ASSIGN TO DISK WID-ARQ-LISTADEF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LDF-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-LISTADEF.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-LISTADEF.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-LISTADEF         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-LISTADEF    PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-AGENDADAS         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EMITIDAS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ERROS             PIC 9(03) VALUE ZEROS.
       77 WS-GER-CODIGO            PIC X(10) VALUE SPACES.
       77 WS-GER-OPERADOR          PIC X(10) VALUE "LOTE".
       77 WS-GER-ARQUIVO           PIC X(50) VALUE SPACES.
       77 WS-GER-QTD               PIC 9(07) VALUE ZEROS.
       77 WS-GER-RESULTADO         PIC 9(01) VALUE ZEROS.
      *    OS CODIGOS SAO GUARDADOS ANTES DA EMISSAO PORQUE O
      *    GERALIST ABRE O LISTADEF.DAT PARA GRAVAR A ULTIMA EMISSAO.
       01 TABELA-AGENDADAS.
          02 TAB-LISTAGEM OCCURS 500 TIMES.
             03 TAB-LST-CODIGO     PIC X(10).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGLISTA - INICIO DAS LISTAGENS AGENDADAS"
           MOVE "PROGLISTA" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGLISTA - JA EXISTE EMISSAO EM EXECUCAO "
                 "- ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE "LISTADEF.DAT" TO WID-ARQ-LISTADEF
           OPEN INPUT ARQ-LISTADEF
           IF WS-RESULTADO-LISTADEF NOT = 00
              DISPLAY "PROGLISTA - NENHUMA LISTAGEM DEFINIDA "
                 "(PROG51)."
              PERFORM LIBERA-SEMAFORO
              MOVE ZEROS TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LOW-VALUES TO LDF-CODIGO
           START ARQ-LISTADEF KEY IS NOT LESS LDF-CODIGO
           IF WS-RESULTADO-LISTADEF NOT = 00
              MOVE 1 TO WS-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-LISTADEF NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1 AND LDF-NA-CADEIA
                 IF WS-QTD-AGENDADAS < 500
                    ADD 1 TO WS-QTD-AGENDADAS
                    MOVE LDF-CODIGO
                      TO TAB-LST-CODIGO (WS-QTD-AGENDADAS)
                 ELSE
                    DISPLAY "PROGLISTA - TABELA CHEIA, IGNORADA: "
                       LDF-CODIGO
                    ADD 1 TO WS-QTD-ERROS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-LISTADEF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-AGENDADAS
              PERFORM EMITE-LISTAGEM
           END-PERFORM
           CANCEL "GERALIST"

           DISPLAY "PROGLISTA - LISTAGENS AGENDADAS........: "
              WS-QTD-AGENDADAS
           DISPLAY "PROGLISTA - LISTAGENS EMITIDAS.........: "
              WS-QTD-EMITIDAS
           DISPLAY "PROGLISTA - ERROS......................: "
              WS-QTD-ERROS
           PERFORM LIBERA-SEMAFORO
           IF WS-QTD-ERROS NOT = ZEROS
              DISPLAY "PROGLISTA - *** LISTAGENS COM ERROS ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
           END-IF
           DISPLAY "PROGLISTA - FIM DAS LISTAGENS AGENDADAS."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       EMITE-LISTAGEM.
           MOVE TAB-LST-CODIGO (WS-IDX) TO WS-GER-CODIGO
           CALL "GERALIST" USING WS-GER-CODIGO WS-GER-OPERADOR
              WS-GER-ARQUIVO WS-GER-QTD WS-GER-RESULTADO
           IF WS-GER-RESULTADO = ZEROS
              ADD 1 TO WS-QTD-EMITIDAS
              DISPLAY "PROGLISTA - " WS-GER-CODIGO " "
                 WS-GER-QTD " REGISTROS - " WS-GER-ARQUIVO
           ELSE
              ADD 1 TO WS-QTD-ERROS
              DISPLAY "PROGLISTA - " WS-GER-CODIGO
                 " NAO EMITIDA - RESULTADO " WS-GER-RESULTADO
           END-IF
           .
