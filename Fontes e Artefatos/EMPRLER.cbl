       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRLER.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** LEITOR DA EMPRESA DA SESSAO ********
      *    SUBPROGRAMA CHAMADO PELOS PROGRAMAS DE TELA PARA SABER EM
      *    QUE EMPRESA (EMPRESA.DAT) O OPERADOR ENTROU NO LOGIN DO
      *    PROG00: LE A MARCA DE SESSAO ATIVA (SESATIVA.DAT) DO
      *    OPERADOR E DEVOLVE SAT-EMPRESA (ZERO NA MARCA = EMPRESA
      *    01, COMO NAS SESSOES ANTERIORES AO CADASTRO DE EMPRESAS).
      *    SEM MARCA DE SESSAO (CADEIA NOTURNA, OPERADOR "LOTE", OU
      *    PROGRAMA RODADO FORA DO MENU) DEVOLVE ZERO = TODAS AS
      *    EMPRESAS, E O CHAMADOR PROCESSA O CONJUNTO INTEIRO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-SESATIVA ASSIGN TO DISK WID-ARQ-SESATIVA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SAT-OPE-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SESATIVA.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-SESATIVA.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-SESATIVA         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-SESATIVA    PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       77 LK-OPERADOR              PIC X(10).
       77 LK-EMPRESA               PIC 9(02).

       PROCEDURE DIVISION USING LK-OPERADOR LK-EMPRESA.
       INICIO.
           MOVE ZEROS TO LK-EMPRESA
           IF LK-OPERADOR = SPACES OR = "LOTE"
              GOBACK
           END-IF
           MOVE "SESATIVA.DAT" TO WID-ARQ-SESATIVA
           OPEN INPUT ARQ-SESATIVA
           IF WS-RESULTADO-SESATIVA NOT = 00
              GOBACK
           END-IF
           MOVE LK-OPERADOR TO SAT-OPE-CODIGO
           READ ARQ-SESATIVA
           IF WS-RESULTADO-SESATIVA = 00
              MOVE SAT-EMPRESA TO LK-EMPRESA
              IF LK-EMPRESA = ZEROS
                 MOVE 01 TO LK-EMPRESA
              END-IF
           END-IF
           CLOSE ARQ-SESATIVA
           GOBACK
           .
