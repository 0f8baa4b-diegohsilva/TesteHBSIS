       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG64.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CADASTRO DE EMPRESAS ********
      *    MANTEM O CADASTRO DE EMPRESAS (EMPRESA.DAT), UMA LINHA POR
      *    PESSOA JURIDICA QUE OPERA NO SISTEMA:
      *      (I)NCLUIR  - NOVA EMPRESA (CODIGO, RAZAO SOCIAL, CNPJ);
      *      (A)LTERAR  - RAZAO SOCIAL, CNPJ E SITUACAO (A/I). A
      *                   EMPRESA INATIVA SAI DO LOGIN E DAS REMESSAS,
      *                   MAS O MOVIMENTO DELA CONTINUA NOS ARQUIVOS;
      *      (C)ONSULTA - EMPRESAS CADASTRADAS NA TELA.
      *    OS DADOS ANTERIORES AO CADASTRO SAO DA EMPRESA 01, POR
      *    ISSO ELA E A PRIMEIRA A SER INCLUIDA E NAO PODE SER
      *    INATIVADA. AS EMPRESAS DE CADA OPERADOR SAO LIBERADAS NO
      *    PROG15 E A EMPRESA DE CADA VENDEDOR E INFORMADA NO PROG02.
      *    OPCAO SO DE SUPERVISOR NO MENU.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMPRESA.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-EMPRESA.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-EMPRESA          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-RESPOSTA              PIC X(01) VALUE SPACES.
       77 WS-FUNCAO                PIC X(01) VALUE SPACES.
           88 FUNCAO-INCLUIR    VALUE "I" "i".
           88 FUNCAO-ALTERAR    VALUE "A" "a".
           88 FUNCAO-CONSULTA   VALUE "C" "c".
       77 AUX-CODIGO               PIC 9(02) VALUE ZEROS.
       77 AUX-RAZAO-SOCIAL         PIC X(40) VALUE SPACES.
       77 AUX-CNPJ                 PIC 9(14) VALUE ZEROS.
       77 AUX-STATUS               PIC X(01) VALUE SPACES.
       77 WS-TEM-EMPRESA-01        PIC X(01) VALUE SPACES.
       77 WS-FIM-EMPRESAS          PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TELA              PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-POS-TELA              PIC 9(04) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       copy "AREA-CNPJ.cpy".
       01 WS-LINHA-EMPRESA.
          02 WS-LEM-CODIGO         PIC 9(02).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-LEM-RAZAO-SOCIAL   PIC X(40).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-LEM-CNPJ           PIC 9(14).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 WS-LEM-SITUACAO       PIC X(07).
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-ANO           PIC 9(04).

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-EMPRESA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "     CADASTRO DE EMPRESAS    ".
          02 LINE 02 COLUMN 73 VALUE "PROG64".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE
             "FUNCAO (I)NCLUIR (A)LTERAR (C)ONSULTA".
          02 LINE 05 COLUMN 01 VALUE "CODIGO DA EMPRESA.....".
          02 LINE 06 COLUMN 01 VALUE "RAZAO SOCIAL..........".
          02 LINE 07 COLUMN 01 VALUE "CNPJ..................".
          02 LINE 08 COLUMN 01 VALUE "SITUACAO (A/I)........".
          02 LINE 09 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN I-O ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA NOT = 00
              OPEN OUTPUT ARQ-EMPRESA
              CLOSE ARQ-EMPRESA
              OPEN I-O ARQ-EMPRESA
           END-IF

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM TRATA-FUNCAO
                 THRU F-TRATA-FUNCAO
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "OUTRA OPERACAO? S/N"                   AT 2401
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                         OR = "s" OR = "n"
                 ACCEPT WS-CONTINUA                           AT 2421
              END-PERFORM
              IF WS-CONTINUA = "s"
                 MOVE "S" TO WS-CONTINUA
              END-IF
           END-PERFORM
           .
       FIM.
           CLOSE ARQ-EMPRESA
           EXIT PROGRAM
           .
       TRATA-FUNCAO.
           DISPLAY TELA-EMPRESA AT 0101
           MOVE SPACES TO WS-FUNCAO
           PERFORM UNTIL FUNCAO-INCLUIR OR FUNCAO-ALTERAR
                      OR FUNCAO-CONSULTA
              ACCEPT WS-FUNCAO                                AT 0440
           END-PERFORM
           EVALUATE TRUE
              WHEN FUNCAO-INCLUIR
                 PERFORM INCLUIR-EMPRESA
                    THRU F-INCLUIR-EMPRESA
              WHEN FUNCAO-ALTERAR
                 PERFORM ALTERAR-EMPRESA
                    THRU F-ALTERAR-EMPRESA
              WHEN OTHER
                 PERFORM CONSULTA-EMPRESAS
                    THRU F-CONSULTA-EMPRESAS
           END-EVALUATE
           .
       F-TRATA-FUNCAO. EXIT.
       INCLUIR-EMPRESA.
      *    ENQUANTO A EMPRESA 01 NAO EXISTE, SO ELA PODE SER
      *    INCLUIDA: SEM ELA O LOGIN DOS OPERADORES ATUAIS (LISTA DE
      *    EMPRESAS ZERADA = 01) SERIA RECUSADO.
           MOVE 01 TO EMP-CODIGO
           READ ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA = 00
              MOVE "S" TO WS-TEM-EMPRESA-01
           ELSE
              MOVE "N" TO WS-TEM-EMPRESA-01
           END-IF
           MOVE ZEROS TO AUX-CODIGO
           ACCEPT AUX-CODIGO                                  AT 0524
           IF AUX-CODIGO = ZEROS
              GO TO F-INCLUIR-EMPRESA
           END-IF
           IF WS-TEM-EMPRESA-01 = "N" AND AUX-CODIGO NOT = 01
              DISPLAY "CADASTRE PRIMEIRO A EMPRESA 01 (DADOS JA "
                 "EXISTENTES)."                               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-INCLUIR-EMPRESA
           END-IF
           MOVE AUX-CODIGO TO EMP-CODIGO
           READ ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA = 00
              DISPLAY "EMPRESA JA CADASTRADA!"                AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-INCLUIR-EMPRESA
           END-IF
           MOVE SPACES TO AUX-RAZAO-SOCIAL
           PERFORM UNTIL AUX-RAZAO-SOCIAL NOT = SPACES
              ACCEPT AUX-RAZAO-SOCIAL                         AT 0624
           END-PERFORM
           MOVE ZEROS TO AUX-CNPJ
           PERFORM ACEITA-CNPJ
           MOVE "A" TO AUX-STATUS
           DISPLAY AUX-STATUS                                 AT 0824
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A INCLUSAO? S/N"                 AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2426
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-INCLUIR-EMPRESA
           END-IF
           MOVE AUX-CODIGO       TO EMP-CODIGO
           MOVE AUX-RAZAO-SOCIAL TO EMP-RAZAO-SOCIAL
           MOVE AUX-CNPJ         TO EMP-CNPJ
           MOVE AUX-STATUS       TO EMP-STATUS
           MOVE WS-HOJE-AAAAMMDD TO EMP-DATA-CADASTRO
           MOVE WS-HOJE-AAAAMMDD TO EMP-DATA-ALTERACAO
           MOVE OPERADOR         TO EMP-OPERADOR
           WRITE REGISTRO-EMPRESA
           IF WS-RESULTADO-EMPRESA NOT = 00
              DISPLAY "ERRO NA GRAVACAO - EMPRESAS:"          AT 2401
              DISPLAY WS-RESULTADO-EMPRESA                    AT 2430
           ELSE
              DISPLAY "EMPRESA GRAVADA COM SUCESSO!"          AT 2401
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-INCLUIR-EMPRESA. EXIT.
       ALTERAR-EMPRESA.
           MOVE ZEROS TO AUX-CODIGO
           ACCEPT AUX-CODIGO                                  AT 0524
           IF AUX-CODIGO = ZEROS
              GO TO F-ALTERAR-EMPRESA
           END-IF
           MOVE AUX-CODIGO TO EMP-CODIGO
           READ ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA NOT = 00
              DISPLAY "EMPRESA NAO CADASTRADA!"               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-ALTERAR-EMPRESA
           END-IF
      *    CAMPO EM BRANCO (OU ZERO) MANTEM O VALOR ATUAL.
           DISPLAY EMP-RAZAO-SOCIAL                           AT 0624
           DISPLAY EMP-CNPJ                                   AT 0724
           DISPLAY EMP-STATUS                                 AT 0824
           MOVE SPACES TO AUX-RAZAO-SOCIAL
           ACCEPT AUX-RAZAO-SOCIAL                            AT 0624
           IF AUX-RAZAO-SOCIAL = SPACES
              MOVE EMP-RAZAO-SOCIAL TO AUX-RAZAO-SOCIAL
              DISPLAY AUX-RAZAO-SOCIAL                        AT 0624
           END-IF
           MOVE EMP-CNPJ TO AUX-CNPJ
           PERFORM ACEITA-CNPJ
           MOVE SPACES TO AUX-STATUS
           PERFORM UNTIL AUX-STATUS = "A" OR = "I"
              ACCEPT AUX-STATUS                               AT 0824
              IF AUX-STATUS = SPACES
                 MOVE EMP-STATUS TO AUX-STATUS
              END-IF
              IF AUX-STATUS = "a"
                 MOVE "A" TO AUX-STATUS
              END-IF
              IF AUX-STATUS = "i"
                 MOVE "I" TO AUX-STATUS
              END-IF
              IF AUX-STATUS = "I" AND AUX-CODIGO = 01
                 DISPLAY "A EMPRESA 01 NAO PODE SER INATIVADA!"
                                                              AT 2401
                 MOVE SPACES TO AUX-STATUS
              END-IF
           END-PERFORM
           DISPLAY AUX-STATUS                                 AT 0824
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY "CONFIRMA A ALTERACAO? S/N"                AT 2401
           PERFORM UNTIL WS-RESPOSTA = "S" OR = "N"
                      OR = "s" OR = "n"
              ACCEPT WS-RESPOSTA                              AT 2427
           END-PERFORM
           DISPLAY LIMPA-LINHA                                AT 2401
           IF WS-RESPOSTA NOT = "S" AND NOT = "s"
              GO TO F-ALTERAR-EMPRESA
           END-IF
           MOVE AUX-RAZAO-SOCIAL TO EMP-RAZAO-SOCIAL
           MOVE AUX-CNPJ         TO EMP-CNPJ
           MOVE AUX-STATUS       TO EMP-STATUS
           MOVE WS-HOJE-AAAAMMDD TO EMP-DATA-ALTERACAO
           MOVE OPERADOR         TO EMP-OPERADOR
           REWRITE REGISTRO-EMPRESA
           IF WS-RESULTADO-EMPRESA NOT = 00
              DISPLAY "ERRO NA GRAVACAO - EMPRESAS:"          AT 2401
              DISPLAY WS-RESULTADO-EMPRESA                    AT 2430
           ELSE
              DISPLAY "EMPRESA ALTERADA COM SUCESSO!"         AT 2401
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-ALTERAR-EMPRESA. EXIT.
      *    CNPJ OBRIGATORIO E COM DIGITOS VERIFICADORES VALIDOS (O
      *    BANCO E O ERP RECUSAM A REMESSA SEM ELE). NA ALTERACAO,
      *    ZERO MANTEM O CNPJ ATUAL (JA EM AUX-CNPJ).
       ACEITA-CNPJ.
           MOVE "S" TO WS-ERRO-CNPJ
           PERFORM UNTIL WS-ERRO-CNPJ = "N"
              MOVE AUX-CNPJ TO WS-CGC-R
              ACCEPT WS-CGC-R                                 AT 0724
              IF WS-CGC-R = ZEROS
                 MOVE AUX-CNPJ TO WS-CGC-R
              END-IF
              IF WS-CGC-R = ZEROS
                 DISPLAY "O CNPJ E OBRIGATORIO!"              AT 2401
              ELSE
                 MOVE "S" TO WS-ERRO-CNPJ
                 PERFORM VALIDA-CNPJ
                    THRU F-VALIDA-CNPJ
                 IF WS-ERRO-CNPJ = "S"
                    DISPLAY "CNPJ INVALIDO!"                  AT 2401
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-CGC-R TO AUX-CNPJ
           DISPLAY AUX-CNPJ                                   AT 0724
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       CONSULTA-EMPRESAS.
           MOVE ZEROS TO EMP-CODIGO
           START ARQ-EMPRESA KEY IS NOT LESS EMP-CODIGO
           IF WS-RESULTADO-EMPRESA NOT = 00
              DISPLAY "NAO HA EMPRESAS CADASTRADAS."          AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-CONSULTA-EMPRESAS
           END-IF
           DISPLAY "EMP RAZAO SOCIAL                               "
              "CNPJ            SITUACAO"                      AT 1001
           MOVE ZEROS TO WS-QTD-TELA
           MOVE ZEROS TO WS-FIM-EMPRESAS
           PERFORM UNTIL WS-FIM-EMPRESAS = 1
              READ ARQ-EMPRESA NEXT AT END
                 MOVE 1 TO WS-FIM-EMPRESAS
              END-READ
              IF WS-FIM-EMPRESAS NOT = 1
                 PERFORM MOSTRA-LINHA-EMPRESA
              END-IF
           END-PERFORM
           IF WS-QTD-TELA = ZEROS
              DISPLAY "NAO HA EMPRESAS CADASTRADAS."          AT 2401
           END-IF
           ACCEPT PAUSA                                       AT 2478
           DISPLAY LIMPA-LINHA                                AT 2401
           .
       F-CONSULTA-EMPRESAS. EXIT.
       MOSTRA-LINHA-EMPRESA.
           IF WS-QTD-TELA NOT LESS 12
              DISPLAY "ENTER PARA CONTINUAR A LISTA..."       AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              PERFORM LIMPA-LINHA-LISTA
                 VARYING WS-LINHA-TELA FROM 11 BY 1
                 UNTIL WS-LINHA-TELA > 22
              MOVE ZEROS TO WS-QTD-TELA
           END-IF
           ADD 1 TO WS-QTD-TELA
           MOVE EMP-CODIGO       TO WS-LEM-CODIGO
           MOVE EMP-RAZAO-SOCIAL TO WS-LEM-RAZAO-SOCIAL
           MOVE EMP-CNPJ         TO WS-LEM-CNPJ
           IF EMP-ATIVA
              MOVE "ATIVA"   TO WS-LEM-SITUACAO
           ELSE
              MOVE "INATIVA" TO WS-LEM-SITUACAO
           END-IF
           COMPUTE WS-LINHA-TELA = WS-QTD-TELA + 10
           COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 1
           DISPLAY WS-LINHA-EMPRESA AT WS-POS-TELA
           .
       LIMPA-LINHA-LISTA.
           COMPUTE WS-POS-TELA = (WS-LINHA-TELA * 100) + 1
           DISPLAY LIMPA-LINHA AT WS-POS-TELA
           .
       copy "VALIDA-CNPJ.cpy".
