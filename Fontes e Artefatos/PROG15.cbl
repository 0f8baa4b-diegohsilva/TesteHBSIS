      *    NOME, SENHA E PERFIL (C=CONSULTA, O=OPERACAO,
      *    S=SUPERVISOR). ACESSIVEL SOMENTE A SUPERVISORES, O QUE E
      *    GARANTIDO PELO CONTROLE DE PERFIL DO PROG00.
      *    COM O CADASTRO DE EMPRESAS (EMPRESA.DAT, PROG64) PRESENTE,
      *    INFORMA TAMBEM AS ATE CINCO EMPRESAS EM QUE O OPERADOR
      *    PODE ENTRAR (OPE-EMPRESAS); TUDO ZERADO = SO A EMPRESA 01.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ESTADO.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMPRESA.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-OPERADOR.FD".
       COPY "ARQ-ESTADO.FD".
       COPY "ARQ-EMPRESA.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 WS-SENHA-CRIPTO       PIC X(10) VALUE SPACES.
       77 WID-ARQ-ESTADO        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ESTADO   PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-EMPRESA       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EMPRESA  PIC 9(02) VALUE ZEROS.
       77 WS-TEM-EMPRESAS       PIC X(01) VALUE "N".
       77 WS-IDX-EMPRESA        PIC 9(01) VALUE ZEROS.
       77 WS-POS-EMPRESA        PIC 9(04) VALUE ZEROS.
       01 AUX-EMPRESAS.
          02 AUX-EMPRESA        PIC 9(02) OCCURS 5 TIMES.


       LINKAGE SECTION.
          02 LINE 06 COLUMN 01 VALUE "SENHA.................".
          02 LINE 07 COLUMN 01 VALUE "PERFIL (C/O/S)........".
          02 LINE 08 COLUMN 01 VALUE "SITUACAO (A/I)........".
          02 LINE 09 COLUMN 01 VALUE "EMPRESAS PERMITIDAS...".
          02 LINE 10 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

              CLOSE ARQ-OPERADOR
              OPEN I-O ARQ-OPERADOR
           END-IF
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN INPUT ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA = 00
              MOVE "S" TO WS-TEM-EMPRESAS
           END-IF

           PERFORM OFERECE-LIMPEZA-SEMAFORO
           PERFORM OFERECE-LIMPEZA-ESTADO
           .
       FIM.
           CLOSE ARQ-OPERADOR
           IF WS-TEM-EMPRESAS = "S"
              CLOSE ARQ-EMPRESA
           END-IF
           EXIT PROGRAM
           .
       MANTER-OPERADOR.
              DISPLAY OPE-NOME                                AT 0524
              DISPLAY OPE-PERFIL                              AT 0724
              DISPLAY OPE-STATUS                              AT 0824
              MOVE OPE-EMPRESAS TO AUX-EMPRESAS
              DISPLAY "OPERADOR JA CADASTRADO - NOVOS VALORES REGRAVAM."
                                                              AT 2301
              IF OPE-CONTA-BLOQUEADA
              END-IF
           ELSE
              MOVE "N" TO WS-OPE-EXISTE
              MOVE ZEROS TO AUX-EMPRESAS
           END-IF
           MOVE SPACES TO AUX-NOME
           ACCEPT AUX-NOME                                    AT 0524
                 MOVE "I" TO AUX-STATUS
              END-IF
           END-PERFORM
           IF WS-TEM-EMPRESAS = "S"
              PERFORM ACEITA-EMPRESAS-OPERADOR
           END-IF
           MOVE SPACES TO WS-RESPOSTA
           DISPLAY LIMPA-LINHA                                AT 2301
           DISPLAY "CONFIRMA A GRAVACAO? S/N"                 AT 2401
              MOVE ZEROS      TO OPE-DATA-SENHA
              MOVE AUX-PERFIL TO OPE-PERFIL
              MOVE AUX-STATUS TO OPE-STATUS
              MOVE AUX-EMPRESAS TO OPE-EMPRESAS
              MOVE DATA-DE-HOJE TO OPE-DATA-ALTERACAO
              IF WS-OPE-EXISTE = "S"
                 REWRITE REGISTRO-OPERADOR
           END-IF
           .
       F-MANTER-OPERADOR. EXIT.
      *    ATE CINCO EMPRESAS, CADA UMA CADASTRADA NO EMPRESA.DAT;
      *    ZERO DEIXA A POSICAO VAZIA. TUDO ZERADO = SO A EMPRESA 01.
       ACEITA-EMPRESAS-OPERADOR.
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
              UNTIL WS-IDX-EMPRESA > 5
              COMPUTE WS-POS-EMPRESA = 0924 + (WS-IDX-EMPRESA - 1) * 3
              DISPLAY AUX-EMPRESA (WS-IDX-EMPRESA) AT WS-POS-EMPRESA
           END-PERFORM
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
              UNTIL WS-IDX-EMPRESA > 5
              COMPUTE WS-POS-EMPRESA = 0924 + (WS-IDX-EMPRESA - 1) * 3
              MOVE 99 TO WS-RESULTADO-EMPRESA
              PERFORM UNTIL WS-RESULTADO-EMPRESA = 00
                 ACCEPT AUX-EMPRESA (WS-IDX-EMPRESA) AT WS-POS-EMPRESA
                 IF AUX-EMPRESA (WS-IDX-EMPRESA) = ZEROS
                    MOVE 00 TO WS-RESULTADO-EMPRESA
                 ELSE
                    MOVE AUX-EMPRESA (WS-IDX-EMPRESA) TO EMP-CODIGO
                    READ ARQ-EMPRESA
                    IF WS-RESULTADO-EMPRESA NOT = 00
                       DISPLAY "EMPRESA NAO CADASTRADA (PROG64)!"
                                                              AT 2401
                    END-IF
                 END-IF
              END-PERFORM
              DISPLAY LIMPA-LINHA                             AT 2401
           END-PERFORM
           .
       OFERECE-DESBLOQUEIO.
      *    CONTA BLOQUEADA POR EXCESSO DE FALHAS DE LOGIN: O
      *    SUPERVISOR PODE SOLTA-LA AQUI, ZERANDO O CONTADOR.
