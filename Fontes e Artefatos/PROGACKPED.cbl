      *    RESPOSTA HA MAIS DIAS QUE O LIMIAR (CARTAO SYSIN, DUAS
      *    POSICOES; VAZIO ASSUME 5) - E O ALARME PARA PEDIDO QUE
      *    CAIU NO VAO ENTRE OS DOIS SISTEMAS.
      *    O ACEITE DO ERP E A SAIDA DA MERCADORIA: OS ITENS COM
      *    CONTROLE DE ESTOQUE RESERVADOS NA DIGITACAO BAIXAM DA
      *    RESERVA E DO FISICO (MOVESTOQ), UMA UNICA VEZ POR PEDIDO
      *    E NUNCA PARA PEDIDO JA CANCELADO OU REJEITADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EXPPED.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-ACK ASSIGN TO "ACKPED.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-ACK.
       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-EXPPED.FD".
       COPY "ARQ-PEDIDO.FD".

       FD  ARQ-ACK.
       01  REGISTRO-ACK.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-EXPPED           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EXPPED      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-PEDIDO-DISPONIVEL     PIC X(01) VALUE "N".
       77 WS-BAIXA-ESTOQUE         PIC X(01) VALUE SPACES.
       77 WS-QTD-BAIXAS-ESTOQUE    PIC 9(07) VALUE ZEROS.
       77 WS-RESULTADO-ACK         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REJ         PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-DIAS-ENVIO            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ESPERA           PIC 9(05) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       COPY "AREA-ESTOQUE.cpy".

       01 CABECALHO-TITULO.
          02 FILLER       PIC X(52) VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO = 00
              MOVE "S" TO WS-PEDIDO-DISPONIVEL
           END-IF
           OPEN INPUT ARQ-ACK
           IF WS-RESULTADO-ACK = 00
              OPEN EXTEND ARQ-REJ-ACK
           PERFORM LISTA-SEM-RESPOSTA

           CLOSE ARQ-EXPPED
           IF WS-PEDIDO-DISPONIVEL = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           CANCEL "MOVESTOQ"
           DISPLAY "PROGACKPED - RESPOSTAS LIDAS...: " WS-QTD-LIDOS
           DISPLAY "PROGACKPED - ACEITOS...........: "
              WS-QTD-ACEITOS
              WS-QTD-REJEITADOS
           DISPLAY "PROGACKPED - SEM RESPOSTA......: "
              WS-QTD-SEM-RESPOSTA
           DISPLAY "PROGACKPED - BAIXAS DE ESTOQUE.: "
              WS-QTD-BAIXAS-ESTOQUE
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGACKPED - FIM DO RETORNO DO ERP."
           GOBACK
              PERFORM GRAVA-REJEITO-ACK
              GO TO F-APLICA-RESPOSTA
           END-IF
      *    REENVIO DO MESMO ACEITE NAO BAIXA O ESTOQUE DE NOVO.
           MOVE "N" TO WS-BAIXA-ESTOQUE
           IF ACK-ACEITO AND EXP-STATUS NOT = "A"
              MOVE "S" TO WS-BAIXA-ESTOQUE
           END-IF
           IF ACK-ACEITO
              MOVE "A" TO EXP-STATUS
              MOVE SPACES TO EXP-ERRO
           END-IF
           MOVE WS-DATA-SISTEMA TO EXP-DATA-ACK
           REWRITE REGISTRO-EXPPED
           IF WS-BAIXA-ESTOQUE = "S"
              PERFORM BAIXA-ESTOQUE-PEDIDO
           END-IF
           .
       F-APLICA-RESPOSTA. EXIT.
       BAIXA-ESTOQUE-PEDIDO.
      *    PEDIDO CANCELADO OU REJEITADO JA DEVOLVEU A RESERVA.
           IF WS-PEDIDO-DISPONIVEL = "S"
              MOVE EXP-PED-NUMERO TO PED-NUMERO
              READ ARQ-PEDIDO
              IF WS-RESULTADO-PEDIDO = 00
                 AND (PED-CANCELADO OR PED-REJEITADO)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE "S"            TO WS-STQ-FUNCAO
           MOVE ZEROS          TO WS-STQ-PRO-CODIGO
           MOVE EXP-PED-NUMERO TO WS-STQ-PED-NUMERO
           MOVE SPACES         TO WS-STQ-DOCUMENTO
           MOVE "LOTE"         TO WS-STQ-OPERADOR
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           EVALUATE WS-STQ-RESULTADO
              WHEN ZEROS
                 ADD 1 TO WS-QTD-BAIXAS-ESTOQUE
              WHEN 2
                 DISPLAY "PROGACKPED - ERRO NA BAIXA DE ESTOQUE DO "
                    "PEDIDO " EXP-PED-NUMERO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       GRAVA-REJEITO-ACK.
      *    MOTIVOS: 01 DESFECHO INVALIDO, 02 PEDIDO NAO EXPORTADO.
           ADD 1 TO WS-QTD-REJEITADOS
