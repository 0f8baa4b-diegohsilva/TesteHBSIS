       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPLER.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** POSICAO NA EQUIPE DE VENDAS ********
      *    SUBPROGRAMA QUE DEVOLVE, PARA UM VENDEDOR E UMA DATA, A
      *    FUNCAO DELE NA HIERARQUIA (EQUIPE.DAT, MANTIDA PELO
      *    PROG47) E A CADEIA ACIMA DELE: SUPERVISOR E GERENTE COM
      *    OS PERCENTUAIS DE OVERRIDE. VALE A LINHA DO MEMBRO COM A
      *    MAIOR DATA DE INICIO NAO POSTERIOR A DATA PEDIDA; O
      *    SUPERIOR E RESOLVIDO NA MESMA DATA. USADO PELO PROG08
      *    (OVERRIDE DE SUPERVISAO) E PELOS SUBTOTAIS POR EQUIPE DOS
      *    RELATORIOS (PROG09, PROGSCORE, PROG18).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-EQUIPE ASSIGN TO DISK WID-ARQ-EQUIPE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EQP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EQUIPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-EQUIPE.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-EQUIPE           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EQUIPE      PIC 9(02) VALUE ZEROS.
       77 WS-FIM-EQUIPE            PIC 9(01) VALUE ZEROS.
       77 WS-BUSCA-CODIGO          PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU                 PIC X(01) VALUE SPACES.
       77 WS-ACHOU-FUNCAO          PIC X(01) VALUE SPACES.
       77 WS-ACHOU-SUPERIOR        PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU-PCT             PIC 9(02)V9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-EQUIPE.
          02 LK-EQP-CODIGO         PIC 9(05).
          02 LK-EQP-DATA           PIC 9(08).
          02 LK-EQP-FUNCAO         PIC X(01).
          02 LK-EQP-SUPERVISOR     PIC 9(05).
          02 LK-EQP-PCT-SUPERVISOR PIC 9(02)V9(02).
          02 LK-EQP-GERENTE        PIC 9(05).
          02 LK-EQP-PCT-GERENTE    PIC 9(02)V9(02).
          02 LK-EQP-RESULTADO      PIC 9(01).

       PROCEDURE DIVISION USING LK-AREA-EQUIPE.
       INICIO.
           MOVE 1      TO LK-EQP-RESULTADO
           MOVE SPACES TO LK-EQP-FUNCAO
           MOVE ZEROS  TO LK-EQP-SUPERVISOR
           MOVE ZEROS  TO LK-EQP-PCT-SUPERVISOR
           MOVE ZEROS  TO LK-EQP-GERENTE
           MOVE ZEROS  TO LK-EQP-PCT-GERENTE
           MOVE "EQUIPE.DAT" TO WID-ARQ-EQUIPE
           OPEN INPUT ARQ-EQUIPE
           IF WS-RESULTADO-EQUIPE NOT = 00
              GOBACK
           END-IF
           PERFORM RESOLVE-EQUIPE
              THRU F-RESOLVE-EQUIPE
           CLOSE ARQ-EQUIPE
           GOBACK
           .
       RESOLVE-EQUIPE.
           MOVE LK-EQP-CODIGO TO WS-BUSCA-CODIGO
           PERFORM BUSCA-MEMBRO
           IF WS-ACHOU NOT = "S"
              GO TO F-RESOLVE-EQUIPE
           END-IF
           MOVE ZEROS           TO LK-EQP-RESULTADO
           MOVE WS-ACHOU-FUNCAO TO LK-EQP-FUNCAO
           EVALUATE WS-ACHOU-FUNCAO
              WHEN "G"
                 MOVE LK-EQP-CODIGO TO LK-EQP-GERENTE
                 MOVE WS-ACHOU-PCT  TO LK-EQP-PCT-GERENTE
              WHEN "S"
                 MOVE LK-EQP-CODIGO TO LK-EQP-SUPERVISOR
                 MOVE WS-ACHOU-PCT  TO LK-EQP-PCT-SUPERVISOR
                 PERFORM RESOLVE-GERENTE
              WHEN OTHER
                 IF WS-ACHOU-SUPERIOR = ZEROS
                    GO TO F-RESOLVE-EQUIPE
                 END-IF
                 MOVE WS-ACHOU-SUPERIOR TO WS-BUSCA-CODIGO
                 PERFORM BUSCA-MEMBRO
                 IF WS-ACHOU = "S"
                    AND WS-ACHOU-FUNCAO = "S"
                    MOVE WS-BUSCA-CODIGO TO LK-EQP-SUPERVISOR
                    MOVE WS-ACHOU-PCT    TO LK-EQP-PCT-SUPERVISOR
                    PERFORM RESOLVE-GERENTE
                 END-IF
           END-EVALUATE
           .
       F-RESOLVE-EQUIPE. EXIT.
       RESOLVE-GERENTE.
      *    CHAMADO COM A LINHA DO SUPERVISOR EM WS-ACHOU-*.
           IF WS-ACHOU-SUPERIOR = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ACHOU-SUPERIOR TO WS-BUSCA-CODIGO
           PERFORM BUSCA-MEMBRO
           IF WS-ACHOU = "S"
              AND WS-ACHOU-FUNCAO = "G"
              MOVE WS-BUSCA-CODIGO TO LK-EQP-GERENTE
              MOVE WS-ACHOU-PCT    TO LK-EQP-PCT-GERENTE
           END-IF
           .
       BUSCA-MEMBRO.
      *    ULTIMA LINHA DO MEMBRO COM INICIO ATE A DATA PEDIDA.
           MOVE "N"    TO WS-ACHOU
           MOVE SPACES TO WS-ACHOU-FUNCAO
           MOVE ZEROS  TO WS-ACHOU-SUPERIOR
           MOVE ZEROS  TO WS-ACHOU-PCT
           MOVE WS-BUSCA-CODIGO TO EQP-CODIGO
           MOVE ZEROS           TO EQP-DATA-INICIO
           START ARQ-EQUIPE KEY IS NOT LESS EQP-CHAVE
           IF WS-RESULTADO-EQUIPE NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-EQUIPE
           PERFORM UNTIL WS-FIM-EQUIPE = 1
              READ ARQ-EQUIPE NEXT AT END
                 MOVE 1 TO WS-FIM-EQUIPE
              END-READ
              IF WS-FIM-EQUIPE NOT = 1
                 IF EQP-CODIGO NOT = WS-BUSCA-CODIGO
                    OR EQP-DATA-INICIO > LK-EQP-DATA
                    MOVE 1 TO WS-FIM-EQUIPE
                 ELSE
                    MOVE "S"              TO WS-ACHOU
                    MOVE EQP-FUNCAO       TO WS-ACHOU-FUNCAO
                    MOVE EQP-SUPERIOR     TO WS-ACHOU-SUPERIOR
                    MOVE EQP-PCT-OVERRIDE TO WS-ACHOU-PCT
                 END-IF
              END-IF
           END-PERFORM
           .
