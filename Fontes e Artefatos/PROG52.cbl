       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG52.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** EMISSAO DE LISTAGENS AVULSAS ********
      *    EMITE SOB DEMANDA UMA LISTAGEM DEFINIDA NO PROG51
      *    (LISTADEF.DAT). A TELA MOSTRA SO AS LISTAGENS QUE O
      *    PERFIL DO OPERADOR (OPERADOR.DAT) ALCANCA - CONSULTA <
      *    OPERACAO < SUPERVISOR, CONTRA O PERFIL MINIMO DA
      *    DEFINICAO - E A EMISSAO E FEITA PELO GERALIST, QUE GRAVA
      *    O TXT E O CSV DATADOS E REGISTRA A GERACAO NO CATALOGO
      *    DE RELATORIOS (PROG22). LIBERADO A TODOS OS PERFIS NO
      *    PROG00; O FILTRO POR PERFIL E FEITO AQUI.

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

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OPE-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-OPERADOR.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-LISTADEF.FD".
       COPY "ARQ-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-LISTADEF         PIC X(50) VALUE SPACES.
       77 WID-ARQ-OPERADOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-LISTADEF    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPERADOR    PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-NIVEL-OPERADOR        PIC 9(01) VALUE ZEROS.
       77 WS-NIVEL-LISTAGEM        PIC 9(01) VALUE ZEROS.
       77 WS-QTD-MOSTRADAS         PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-COLUNA-TELA           PIC 9(02) VALUE ZEROS.
       77 WS-POS-TELA              PIC 9(04) VALUE ZEROS.
       77 AUX-CODIGO               PIC X(10) VALUE SPACES.
       77 WS-GER-CODIGO            PIC X(10) VALUE SPACES.
       77 WS-GER-ARQUIVO           PIC X(50) VALUE SPACES.
       77 WS-GER-QTD               PIC 9(07) VALUE ZEROS.
       77 WS-GER-RESULTADO         PIC 9(01) VALUE ZEROS.
       77 WS-QTD-EDITADA           PIC Z.ZZZ.ZZ9.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-EMISSAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             " EMISSAO DE LISTAGENS         ".
          02 LINE 02 COLUMN 73 VALUE "PROG52".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DA LISTAGEM....".
          02 LINE 05 COLUMN 01 VALUE "TITULO................".
          02 LINE 06 COLUMN 01 VALUE "BASE..................".
          02 LINE 07 COLUMN 01 VALUE "ULTIMA EMISSAO........".
          02 LINE 08 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 09 COLUMN 01 VALUE
             "LISTAGENS DISPONIVEIS PARA O SEU PERFIL:".

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
      *    NIVEL DO PERFIL: 1 = CONSULTA, 2 = OPERACAO, 3 = SUPERVISOR.
           MOVE 1 TO WS-NIVEL-OPERADOR
           MOVE "OPERADOR.DAT" TO WID-ARQ-OPERADOR
           OPEN INPUT ARQ-OPERADOR
           IF WS-RESULTADO-OPERADOR = 00
              MOVE OPERADOR TO OPE-CODIGO
              READ ARQ-OPERADOR
              IF WS-RESULTADO-OPERADOR = 00
                 EVALUATE TRUE
                    WHEN PERFIL-SUPERVISOR
                       MOVE 3 TO WS-NIVEL-OPERADOR
                    WHEN PERFIL-OPERACAO
                       MOVE 2 TO WS-NIVEL-OPERADOR
                 END-EVALUATE
              END-IF
              CLOSE ARQ-OPERADOR
           END-IF
           MOVE "LISTADEF.DAT" TO WID-ARQ-LISTADEF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM EMITE-LISTAGEM
                 THRU F-EMITE-LISTAGEM
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "EMITIR OUTRA LISTAGEM? S/N"            AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2428
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CANCEL "GERALIST"
           EXIT PROGRAM
           .
       EMITE-LISTAGEM.
           DISPLAY TELA-EMISSAO AT 0101
           OPEN INPUT ARQ-LISTADEF
           IF WS-RESULTADO-LISTADEF NOT = 00
              DISPLAY "NENHUMA LISTAGEM DEFINIDA (PROG51)."   AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-EMITE-LISTAGEM
           END-IF
           PERFORM MOSTRA-LISTAGENS

           MOVE SPACES TO AUX-CODIGO
           ACCEPT AUX-CODIGO                                  AT 0424
           MOVE FUNCTION UPPER-CASE(AUX-CODIGO) TO AUX-CODIGO
           MOVE FUNCTION TRIM(AUX-CODIGO) TO AUX-CODIGO
           IF AUX-CODIGO = SPACES
              CLOSE ARQ-LISTADEF
              GO TO F-EMITE-LISTAGEM
           END-IF
           MOVE AUX-CODIGO TO LDF-CODIGO
           READ ARQ-LISTADEF
           IF WS-RESULTADO-LISTADEF NOT = 00
              CLOSE ARQ-LISTADEF
              DISPLAY "LISTAGEM NAO CADASTRADA!"              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-EMITE-LISTAGEM
           END-IF
           CLOSE ARQ-LISTADEF
           PERFORM CALCULA-NIVEL-LISTAGEM
           IF WS-NIVEL-LISTAGEM > WS-NIVEL-OPERADOR
              DISPLAY "LISTAGEM NAO LIBERADA PARA O SEU PERFIL!"
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-EMITE-LISTAGEM
           END-IF
           DISPLAY LDF-TITULO                                 AT 0524
           DISPLAY LDF-BASE                                   AT 0624
           IF LDF-ULT-EMISSAO NOT = ZEROS
              DISPLAY LDF-ULT-EMISSAO                         AT 0724
              DISPLAY "GERACAO DO CATALOGO:"                  AT 0740
              DISPLAY LDF-ULT-CATREL                          AT 0761
           END-IF

           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A EMISSAO? S/N"                  AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2426
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA = "N" OR = "n"
              GO TO F-EMITE-LISTAGEM
           END-IF
           DISPLAY "EMITINDO A LISTAGEM, AGUARDE..."          AT 2301
           MOVE LDF-CODIGO TO WS-GER-CODIGO
           CALL "GERALIST" USING WS-GER-CODIGO OPERADOR
              WS-GER-ARQUIVO WS-GER-QTD WS-GER-RESULTADO
           DISPLAY LIMPA-LINHA                                AT 2301
           EVALUATE WS-GER-RESULTADO
              WHEN 0
                 MOVE WS-GER-QTD TO WS-QTD-EDITADA
                 DISPLAY "REGISTROS LISTADOS:"                AT 2301
                 DISPLAY WS-QTD-EDITADA                       AT 2321
                 DISPLAY "ARQUIVO:"                           AT 2401
                 DISPLAY WS-GER-ARQUIVO                       AT 2410
              WHEN 2
                 DISPLAY "ARQUIVO DA BASE INDISPONIVEL!"      AT 2401
              WHEN OTHER
                 DISPLAY "ERRO NA EMISSAO DA LISTAGEM - "
                         "RESULTADO:"                         AT 2401
                 DISPLAY WS-GER-RESULTADO                     AT 2442
           END-EVALUATE
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-EMITE-LISTAGEM. EXIT.
       CALCULA-NIVEL-LISTAGEM.
           EVALUATE TRUE
              WHEN LDF-PERFIL-SUPERVISOR
                 MOVE 3 TO WS-NIVEL-LISTAGEM
              WHEN LDF-PERFIL-OPERACAO
                 MOVE 2 TO WS-NIVEL-LISTAGEM
              WHEN OTHER
                 MOVE 1 TO WS-NIVEL-LISTAGEM
           END-EVALUATE
           .
       MOSTRA-LISTAGENS.
      *    ATE 26 LISTAGENS EM DUAS COLUNAS (LINHAS 10 A 22).
           MOVE ZEROS TO WS-QTD-MOSTRADAS
           MOVE LOW-VALUES TO LDF-CODIGO
           START ARQ-LISTADEF KEY IS NOT LESS LDF-CODIGO
           IF WS-RESULTADO-LISTADEF NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-LISTADEF NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 PERFORM CALCULA-NIVEL-LISTAGEM
                 IF WS-NIVEL-LISTAGEM NOT > WS-NIVEL-OPERADOR
                    AND WS-QTD-MOSTRADAS < 26
                    PERFORM MOSTRA-UMA-LISTAGEM
                 END-IF
              END-IF
           END-PERFORM
           .
       MOSTRA-UMA-LISTAGEM.
           IF WS-QTD-MOSTRADAS < 13
              COMPUTE WS-LINHA-TELA = WS-QTD-MOSTRADAS + 10
              MOVE 01 TO WS-COLUNA-TELA
           ELSE
              COMPUTE WS-LINHA-TELA = WS-QTD-MOSTRADAS - 3
              MOVE 41 TO WS-COLUNA-TELA
           END-IF
           COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + WS-COLUNA-TELA
           DISPLAY LDF-CODIGO                        AT WS-POS-TELA
           ADD 11 TO WS-POS-TELA
           DISPLAY LDF-TITULO (1:28)                 AT WS-POS-TELA
           ADD 1 TO WS-QTD-MOSTRADAS
           .
