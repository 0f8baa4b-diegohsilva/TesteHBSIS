       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTRIB.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CALCULO DE ICMS E IPI DO ITEM ********
      *    SUBPROGRAMA CHAMADO POR QUEM GRAVA ITENS DE PEDIDO
      *    (PROG07, PROGMOVPED) PARA CALCULAR OS IMPOSTOS DE UM ITEM
      *    PELA TABELA DE TRIBUTACAO (TRIBUTO.DAT, MANTIDA PELO
      *    PROG45). A UF DE ORIGEM E A DA FILIAL DONA DO CLIENTE
      *    (FILIAL.DAT); CLIENTE SEM FILIAL (OU FILIAL FORA DO
      *    CADASTRO) E TRATADO COMO OPERACAO DENTRO DO ESTADO, COM
      *    ORIGEM IGUAL AO DESTINO. PROCURA PRIMEIRO A LINHA DA
      *    CLASSE FISCAL DO PRODUTO E, NA FALTA DELA, A LINHA GERAL
      *    (CLASSE EM BRANCO) DO PAR DE UFS. SEM NENHUMA DAS DUAS OS
      *    IMPOSTOS SAEM ZERADOS, COM RESULTADO 1. OS IMPOSTOS SAO
      *    CALCULADOS POR FORA, SOBRE O VALOR LIQUIDO DO ITEM; O
      *    VALOR LIQUIDO CONTINUA SENDO A BASE DA COMISSAO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-TRIBUTO ASSIGN TO DISK WID-ARQ-TRIBUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TRB-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TRIBUTO.

           SELECT ARQ-FILIAL ASSIGN TO DISK WID-ARQ-FILIAL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FIL-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FILIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-TRIBUTO.FD".
       COPY "ARQ-FILIAL.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-TRIBUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-FILIAL           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TRIBUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FILIAL      PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-TRIBUTO.
          02 LK-TRB-FILIAL         PIC X(03).
          02 LK-TRB-UF-DESTINO     PIC X(02).
          02 LK-TRB-CLASSE         PIC X(04).
          02 LK-TRB-VALOR-BASE     PIC 9(09)V9(02).
          02 LK-TRB-UF-ORIGEM      PIC X(02).
          02 LK-TRB-PCT-ICMS       PIC 9(02)V9(02).
          02 LK-TRB-PCT-IPI        PIC 9(02)V9(02).
          02 LK-TRB-ST             PIC X(01).
          02 LK-TRB-VALOR-ICMS     PIC 9(09)V9(02).
          02 LK-TRB-VALOR-IPI      PIC 9(09)V9(02).
          02 LK-TRB-RESULTADO      PIC 9(01).

       PROCEDURE DIVISION USING LK-AREA-TRIBUTO.
       INICIO.
           MOVE 1      TO LK-TRB-RESULTADO
           MOVE ZEROS  TO LK-TRB-PCT-ICMS
           MOVE ZEROS  TO LK-TRB-PCT-IPI
           MOVE ZEROS  TO LK-TRB-VALOR-ICMS
           MOVE ZEROS  TO LK-TRB-VALOR-IPI
           MOVE "N"    TO LK-TRB-ST
           MOVE LK-TRB-UF-DESTINO TO LK-TRB-UF-ORIGEM
           IF LK-TRB-FILIAL NOT = SPACES
              PERFORM LE-FILIAL
                 THRU F-LE-FILIAL
           END-IF
           PERFORM LE-TRIBUTO
              THRU F-LE-TRIBUTO
           IF LK-TRB-RESULTADO = ZEROS
              COMPUTE LK-TRB-VALOR-ICMS ROUNDED =
                 LK-TRB-VALOR-BASE * LK-TRB-PCT-ICMS / 100
              COMPUTE LK-TRB-VALOR-IPI ROUNDED =
                 LK-TRB-VALOR-BASE * LK-TRB-PCT-IPI / 100
           END-IF
           GOBACK
           .
       LE-FILIAL.
           MOVE "FILIAL.DAT" TO WID-ARQ-FILIAL
           OPEN INPUT ARQ-FILIAL
           IF WS-RESULTADO-FILIAL NOT = 00
              GO TO F-LE-FILIAL
           END-IF
           MOVE LK-TRB-FILIAL TO FIL-CODIGO
           READ ARQ-FILIAL
           IF WS-RESULTADO-FILIAL = 00 AND FIL-UF NOT = SPACES
              MOVE FIL-UF TO LK-TRB-UF-ORIGEM
           END-IF
           CLOSE ARQ-FILIAL
           .
       F-LE-FILIAL. EXIT.
       LE-TRIBUTO.
           MOVE "TRIBUTO.DAT" TO WID-ARQ-TRIBUTO
           OPEN INPUT ARQ-TRIBUTO
           IF WS-RESULTADO-TRIBUTO NOT = 00
              GO TO F-LE-TRIBUTO
           END-IF
           MOVE LK-TRB-UF-ORIGEM  TO TRB-UF-ORIGEM
           MOVE LK-TRB-UF-DESTINO TO TRB-UF-DESTINO
           MOVE LK-TRB-CLASSE     TO TRB-CLASSE-FISCAL
           READ ARQ-TRIBUTO
           IF WS-RESULTADO-TRIBUTO NOT = 00
              AND LK-TRB-CLASSE NOT = SPACES
      *       SEM LINHA DA CLASSE, VALE A LINHA GERAL DO PAR DE UFS.
              MOVE SPACES TO TRB-CLASSE-FISCAL
              READ ARQ-TRIBUTO
           END-IF
           IF WS-RESULTADO-TRIBUTO = 00
              MOVE TRB-PCT-ICMS TO LK-TRB-PCT-ICMS
              MOVE TRB-PCT-IPI  TO LK-TRB-PCT-IPI
              IF TRB-COM-ST
                 MOVE "S" TO LK-TRB-ST
              END-IF
              MOVE ZEROS TO LK-TRB-RESULTADO
           END-IF
           CLOSE ARQ-TRIBUTO
           .
       F-LE-TRIBUTO. EXIT.
