       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRLER.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** PRECO DE CONTRATO VIGENTE ********
      *    SUBPROGRAMA CHAMADO PELA BUSCA DO PRECO SUGERIDO DO ITEM
      *    (PROG07, PROGMOVPED, PROGPEDREC, PROGEDIPED) ANTES DA
      *    FAIXA ABC E DA TABELA GERAL: PROCURA EM CONTRATO.DAT
      *    (PROG62) PRIMEIRO O CONTRATO DO PROPRIO CLIENTE E, SEM
      *    ELE, O DO GRUPO ECONOMICO (RAIZ DO CNPJ, COMO NO
      *    PROGGRUPO). EM CADA UM VALE A LINHA DE MAIOR VIGENCIA
      *    QUE NAO PASSE DA DATA DO PEDIDO, DESDE QUE O CONTRATO
      *    NAO TENHA ENCERRADO (DATA FIM ZERADA OU NAO ANTERIOR A
      *    DATA DO PEDIDO). SEM CONTRATO VIGENTE (OU SEM A TABELA)
      *    VOLTA RESULTADO 1, PRECO ZERADO E ORIGEM EM BRANCO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONTRATO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CONTRATO.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CONTRATO         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONTRATO    PIC 9(02) VALUE ZEROS.
       77 WS-FIM-CONTRATOS         PIC 9(01) VALUE ZEROS.
       77 WS-BUSCA-CLIENTE         PIC 9(07) VALUE ZEROS.
       77 WS-BUSCA-RAIZ            PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU-VIGENCIA        PIC X(01) VALUE SPACES.
       77 WS-FIM-VIGENTE           PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-VIGENTE         PIC 9(09)V9(02) VALUE ZEROS.
       01 WS-CNPJ-CLIENTE          PIC 9(14) VALUE ZEROS.
       01 WS-CNPJ-CLIENTE-R REDEFINES WS-CNPJ-CLIENTE.
          02 WS-CNPJ-RAIZ          PIC 9(08).
          02 FILLER                PIC 9(06).

       LINKAGE SECTION.
       01 LK-AREA-CONTRATO.
          02 LK-CTP-CLI-CODIGO     PIC 9(07).
          02 LK-CTP-CLI-CNPJ       PIC 9(14).
          02 LK-CTP-PRO-CODIGO     PIC 9(05).
          02 LK-CTP-DATA           PIC 9(08).
          02 LK-CTP-PRECO          PIC 9(09)V9(02).
          02 LK-CTP-ORIGEM         PIC X(01).
          02 LK-CTP-RESULTADO      PIC 9(01).

       PROCEDURE DIVISION USING LK-AREA-CONTRATO.
       INICIO.
           MOVE 1      TO LK-CTP-RESULTADO
           MOVE ZEROS  TO LK-CTP-PRECO
           MOVE SPACES TO LK-CTP-ORIGEM
           MOVE "CONTRATO.DAT" TO WID-ARQ-CONTRATO
           OPEN INPUT ARQ-CONTRATO
           IF WS-RESULTADO-CONTRATO NOT = 00
              GOBACK
           END-IF
           IF LK-CTP-CLI-CODIGO GREATER ZEROS
              MOVE LK-CTP-CLI-CODIGO TO WS-BUSCA-CLIENTE
              MOVE ZEROS             TO WS-BUSCA-RAIZ
              PERFORM PROCURA-CONTRATO
              IF LK-CTP-RESULTADO = ZEROS
                 MOVE "C" TO LK-CTP-ORIGEM
                 CLOSE ARQ-CONTRATO
                 GOBACK
              END-IF
           END-IF
           MOVE LK-CTP-CLI-CNPJ TO WS-CNPJ-CLIENTE
           IF WS-CNPJ-RAIZ GREATER ZEROS
              MOVE ZEROS        TO WS-BUSCA-CLIENTE
              MOVE WS-CNPJ-RAIZ TO WS-BUSCA-RAIZ
              PERFORM PROCURA-CONTRATO
              IF LK-CTP-RESULTADO = ZEROS
                 MOVE "G" TO LK-CTP-ORIGEM
              END-IF
           END-IF
           CLOSE ARQ-CONTRATO
           GOBACK
           .
       PROCURA-CONTRATO.
      *    A ULTIMA VIGENCIA ATE A DATA DO PEDIDO E A QUE VALE; SE
      *    ELA JA ENCERROU, O CONTRATO NAO SE APLICA (NAO VOLTA PARA
      *    UMA VIGENCIA ANTERIOR).
           MOVE WS-BUSCA-CLIENTE  TO CTP-CLI-CODIGO
           MOVE WS-BUSCA-RAIZ     TO CTP-RAIZ-CNPJ
           MOVE LK-CTP-PRO-CODIGO TO CTP-PRO-CODIGO
           MOVE ZEROS             TO CTP-VIGENCIA
           START ARQ-CONTRATO KEY IS NOT LESS CTP-CHAVE
           IF WS-RESULTADO-CONTRATO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACHOU-VIGENCIA
           MOVE ZEROS  TO WS-FIM-CONTRATOS
           PERFORM UNTIL WS-FIM-CONTRATOS = 1
              READ ARQ-CONTRATO NEXT AT END
                 MOVE 1 TO WS-FIM-CONTRATOS
              END-READ
              IF WS-FIM-CONTRATOS NOT = 1
                 IF CTP-CLI-CODIGO NOT = WS-BUSCA-CLIENTE
                    OR CTP-RAIZ-CNPJ NOT = WS-BUSCA-RAIZ
                    OR CTP-PRO-CODIGO NOT = LK-CTP-PRO-CODIGO
                    OR CTP-VIGENCIA GREATER LK-CTP-DATA
                    MOVE 1 TO WS-FIM-CONTRATOS
                 ELSE
                    MOVE "S"          TO WS-ACHOU-VIGENCIA
                    MOVE CTP-DATA-FIM TO WS-FIM-VIGENTE
                    MOVE CTP-VALOR    TO WS-VALOR-VIGENTE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ACHOU-VIGENCIA NOT = "S"
              EXIT PARAGRAPH
           END-IF
           IF WS-FIM-VIGENTE NOT = ZEROS
              AND WS-FIM-VIGENTE LESS LK-CTP-DATA
              EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-VIGENTE TO LK-CTP-PRECO
           MOVE ZEROS            TO LK-CTP-RESULTADO
           .
