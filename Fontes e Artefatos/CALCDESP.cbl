       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCDESP.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CALCULO DE DESPESAS DE VIAGEM ********
      *    SUBPROGRAMA CHAMADO PELO LANCAMENTO DE DESPESAS (PROG48)
      *    E PELO FECHAMENTO MENSAL (PROGDESP) PARA MONTAR O
      *    DEMONSTRATIVO DE UM VENDEDOR NA COMPETENCIA:
      *    - KM CALCULADO: PARA CADA VISITA BAIXADA NO MES
      *      (VISITA.DAT, QUALQUER DESFECHO - O DESLOCAMENTO
      *      ACONTECEU), SOMA O TRECHO DA PARADA CORRESPONDENTE NO
      *      ROTEIRO PLANEJADO (ROTPLAN.DAT, ROT-DISTANCIA). VISITA
      *      SEM PARADA NO ROTEIRO E CONTADA A PARTE E NAO SOMA KM;
      *    - KM REEMBOLSADO: O MENOR ENTRE O DECLARADO PELO VENDEDOR
      *      E O CALCULADO (SEM DECLARACAO, O CALCULADO), AO VALOR
      *      DO PARAMETRO VALORKM;
      *    - DEMAIS DESPESAS: ITENS DE DESPITEM.DAT, CADA UM LIMITADO
      *      PELO TETO DIARIO DO SEU TIPO (TETOPEDAGIO, TETOREFEICAO,
      *      TETOHOSPEDA, TETOOUTRAS), CONSUMIDO NA ORDEM DA
      *      SEQUENCIA. O VALOR ACEITO E REGRAVADO NO ITEM.
      *    GRAVA OU REGRAVA A LINHA DE DESPESA.DAT COMO CALCULADA;
      *    LINHA APROVADA, ENVIADA A FOLHA OU PAGA NAO E TOCADA
      *    (RESULTADO 1).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-DESPESA ASSIGN TO DISK WID-ARQ-DESPESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DSP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DESPESA.

           SELECT ARQ-DESPITEM ASSIGN TO DISK WID-ARQ-DESPITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DESPITEM.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VIS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VISITA.

           SELECT ARQ-ROTPLAN ASSIGN TO DISK WID-ARQ-ROTPLAN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ROT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ROTPLAN.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-DESPESA.FD".
       COPY "ARQ-DESPITEM.FD".
       COPY "ARQ-VISITA.FD".
       COPY "ARQ-ROTPLAN.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-DESPESA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DESPITEM         PIC X(50) VALUE SPACES.
       77 WID-ARQ-VISITA           PIC X(50) VALUE SPACES.
       77 WID-ARQ-ROTPLAN          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DESPESA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DESPITEM    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VISITA      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ROTPLAN     PIC 9(02) VALUE ZEROS.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
      *    VALOR DO KM RODADO (VALORKM) E TETOS DIARIOS POR TIPO DE
      *    DESPESA, NA ORDEM P/R/H/O. TETO ZERO = SEM LIMITE.
       77 WS-VALOR-KM              PIC 9(03)V9(04) VALUE 0,90.
       01 WS-TETOS.
          02 WS-TETO-TIPO          PIC 9(07)V9(02) OCCURS 4 TIMES.
       01 WS-NOMES-TETO.
          02 FILLER                PIC X(12) VALUE "TETOPEDAGIO".
          02 FILLER                PIC X(12) VALUE "TETOREFEICAO".
          02 FILLER                PIC X(12) VALUE "TETOHOSPEDA".
          02 FILLER                PIC X(12) VALUE "TETOOUTRAS".
       01 FILLER REDEFINES WS-NOMES-TETO.
          02 WS-NOME-TETO          PIC X(12) OCCURS 4 TIMES.
      *    ACUMULADO JA ACEITO POR DIA DO MES E TIPO DE DESPESA.
       01 WS-USO-TETOS.
          02 WS-USO-DIA OCCURS 31 TIMES.
             03 WS-USO-TIPO        PIC 9(07)V9(02) OCCURS 4 TIMES.
       77 WS-IND-TIPO              PIC 9(01) VALUE ZEROS.
       77 WS-IND-DIA               PIC 9(02) VALUE ZEROS.
       77 WS-SALDO-TETO            PIC S9(07)V9(02) VALUE ZEROS.
       77 WS-FIM-LEITURA           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ROTEIRO           PIC 9(01) VALUE ZEROS.
       77 WS-ACHOU-PARADA          PIC X(01) VALUE SPACES.
       77 WS-DATA-ANTERIOR         PIC 9(08) VALUE ZEROS.
       77 WS-LINHA-EXISTE          PIC X(01) VALUE SPACES.
       77 WS-KM-DECLARADO          PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-KM-CALCULADO          PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-QTD-VISITAS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIAS              PIC 9(02) VALUE ZEROS.
       77 WS-SEM-ROTA              PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ITENS             PIC 9(03) VALUE ZEROS.
       77 WS-OUTRAS-DECL           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-OUTRAS-ACEITAS        PIC 9(09)V9(02) VALUE ZEROS.
       01 WS-DATA-VISITA           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-VISITA.
          02 WS-VIS-COMPETENCIA    PIC 9(06).
          02 WS-VIS-DIA            PIC 9(02).

       LINKAGE SECTION.
       01 LK-AREA-DESPESA.
          02 LK-DSP-VEN-CODIGO     PIC 9(05).
          02 LK-DSP-COMPETENCIA    PIC 9(06).
          02 LK-DSP-KM-DECLARADO   PIC 9(07)V9(02).
          02 LK-DSP-DATA-CALCULO   PIC 9(08).
          02 LK-DSP-RESULTADO      PIC 9(01).

       PROCEDURE DIVISION USING LK-AREA-DESPESA.
       INICIO.
           MOVE ZEROS TO LK-DSP-RESULTADO
           PERFORM LE-PARAMETROS
           MOVE "DESPESA.DAT" TO WID-ARQ-DESPESA
           OPEN I-O ARQ-DESPESA
           IF WS-RESULTADO-DESPESA NOT = 00
              OPEN OUTPUT ARQ-DESPESA
              CLOSE ARQ-DESPESA
              OPEN I-O ARQ-DESPESA
           END-IF
           IF WS-RESULTADO-DESPESA NOT = 00
              MOVE 2 TO LK-DSP-RESULTADO
              GOBACK
           END-IF
           MOVE LK-DSP-VEN-CODIGO  TO DSP-VEN-CODIGO
           MOVE LK-DSP-COMPETENCIA TO DSP-COMPETENCIA
           READ ARQ-DESPESA
           IF WS-RESULTADO-DESPESA = 00
              MOVE "S" TO WS-LINHA-EXISTE
              IF DSP-APROVADA OR DSP-ENVIADA OR DSP-PAGA
                 MOVE 1 TO LK-DSP-RESULTADO
                 CLOSE ARQ-DESPESA
                 GOBACK
              END-IF
              MOVE DSP-KM-DECLARADO TO WS-KM-DECLARADO
           ELSE
              MOVE "N"   TO WS-LINHA-EXISTE
              MOVE ZEROS TO WS-KM-DECLARADO
           END-IF
           IF LK-DSP-KM-DECLARADO NOT = ZEROS
              MOVE LK-DSP-KM-DECLARADO TO WS-KM-DECLARADO
           END-IF
           PERFORM CALCULA-QUILOMETRAGEM
              THRU F-CALCULA-QUILOMETRAGEM
           PERFORM CALCULA-ITENS
              THRU F-CALCULA-ITENS
           IF WS-QTD-VISITAS = ZEROS AND WS-QTD-ITENS = ZEROS
              AND WS-KM-DECLARADO = ZEROS AND WS-LINHA-EXISTE = "N"
              MOVE 3 TO LK-DSP-RESULTADO
              CLOSE ARQ-DESPESA
              GOBACK
           END-IF
           PERFORM GRAVA-DEMONSTRATIVO
           CLOSE ARQ-DESPESA
           GOBACK
           .
       LE-PARAMETROS.
           MOVE "VALORKM" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-VALOR-KM
           END-IF
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
              UNTIL WS-IND-TIPO > 4
              MOVE ZEROS TO WS-TETO-TIPO (WS-IND-TIPO)
              MOVE WS-NOME-TETO (WS-IND-TIPO) TO WS-PARAM-NOME
              CALL "PARAMLER" USING WS-PARAM-NOME
                 WS-PARAM-VALOR WS-PARAM-RESULTADO
              IF WS-PARAM-RESULTADO = ZEROS
                 MOVE WS-PARAM-VALOR TO WS-TETO-TIPO (WS-IND-TIPO)
              END-IF
           END-PERFORM
           CANCEL "PARAMLER"
           .
       CALCULA-QUILOMETRAGEM.
           MOVE ZEROS TO WS-KM-CALCULADO
           MOVE ZEROS TO WS-QTD-VISITAS
           MOVE ZEROS TO WS-QTD-DIAS
           MOVE ZEROS TO WS-SEM-ROTA
           MOVE ZEROS TO WS-DATA-ANTERIOR
           MOVE "VISITA.DAT" TO WID-ARQ-VISITA
           OPEN INPUT ARQ-VISITA
           IF WS-RESULTADO-VISITA NOT = 00
              GO TO F-CALCULA-QUILOMETRAGEM
           END-IF
           MOVE "ROTPLAN.DAT" TO WID-ARQ-ROTPLAN
           OPEN INPUT ARQ-ROTPLAN
           MOVE LK-DSP-VEN-CODIGO  TO VIS-VEN-CODIGO
           MOVE LK-DSP-COMPETENCIA TO WS-VIS-COMPETENCIA
           MOVE 01                 TO WS-VIS-DIA
           MOVE WS-DATA-VISITA     TO VIS-DATA
           MOVE ZEROS              TO VIS-CLI-CODIGO
           MOVE ZEROS TO WS-FIM-LEITURA
           START ARQ-VISITA KEY IS NOT LESS VIS-CHAVE
           IF WS-RESULTADO-VISITA NOT = 00
              MOVE 1 TO WS-FIM-LEITURA
           END-IF
           PERFORM UNTIL WS-FIM-LEITURA = 1
              READ ARQ-VISITA NEXT AT END
                 MOVE 1 TO WS-FIM-LEITURA
              END-READ
              IF WS-FIM-LEITURA NOT = 1
                 MOVE VIS-DATA TO WS-DATA-VISITA
                 IF VIS-VEN-CODIGO NOT = LK-DSP-VEN-CODIGO
                    OR WS-VIS-COMPETENCIA NOT = LK-DSP-COMPETENCIA
                    MOVE 1 TO WS-FIM-LEITURA
                 ELSE
                    PERFORM SOMA-TRECHO-VISITA
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-VISITA
           IF WS-RESULTADO-ROTPLAN = 00
              CLOSE ARQ-ROTPLAN
           END-IF
           .
       F-CALCULA-QUILOMETRAGEM. EXIT.
       SOMA-TRECHO-VISITA.
           ADD 1 TO WS-QTD-VISITAS
           IF VIS-DATA NOT = WS-DATA-ANTERIOR
              ADD 1 TO WS-QTD-DIAS
              MOVE VIS-DATA TO WS-DATA-ANTERIOR
           END-IF
      *    A PARADA DO ROTEIRO E A DO MESMO VENDEDOR, DIA E CLIENTE;
      *    O TRECHO GRAVADO NELA E A DISTANCIA DESDE A PARADA
      *    ANTERIOR DO DIA.
           MOVE "N" TO WS-ACHOU-PARADA
           MOVE VIS-VEN-CODIGO TO ROT-VEN-CODIGO
           MOVE VIS-DATA       TO ROT-DATA
           MOVE ZEROS          TO ROT-SEQUENCIA
           MOVE ZEROS TO WS-FIM-ROTEIRO
           START ARQ-ROTPLAN KEY IS NOT LESS ROT-CHAVE
           IF WS-RESULTADO-ROTPLAN NOT = 00
              MOVE 1 TO WS-FIM-ROTEIRO
           END-IF
           PERFORM UNTIL WS-FIM-ROTEIRO = 1
              READ ARQ-ROTPLAN NEXT AT END
                 MOVE 1 TO WS-FIM-ROTEIRO
              END-READ
              IF WS-FIM-ROTEIRO NOT = 1
                 IF ROT-VEN-CODIGO NOT = VIS-VEN-CODIGO
                    OR ROT-DATA NOT = VIS-DATA
                    MOVE 1 TO WS-FIM-ROTEIRO
                 ELSE
                    IF ROT-CLI-CODIGO = VIS-CLI-CODIGO
                       MOVE "S" TO WS-ACHOU-PARADA
                       MOVE 1   TO WS-FIM-ROTEIRO
                       IF ROT-DISTANCIA > ZEROS
                          ADD ROT-DISTANCIA TO WS-KM-CALCULADO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ACHOU-PARADA = "N"
              ADD 1 TO WS-SEM-ROTA
           END-IF
           .
       CALCULA-ITENS.
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ZEROS TO WS-OUTRAS-DECL
           MOVE ZEROS TO WS-OUTRAS-ACEITAS
           INITIALIZE WS-USO-TETOS
           MOVE "DESPITEM.DAT" TO WID-ARQ-DESPITEM
           OPEN I-O ARQ-DESPITEM
           IF WS-RESULTADO-DESPITEM NOT = 00
              GO TO F-CALCULA-ITENS
           END-IF
           MOVE LK-DSP-VEN-CODIGO  TO DIT-VEN-CODIGO
           MOVE LK-DSP-COMPETENCIA TO DIT-COMPETENCIA
           MOVE ZEROS              TO DIT-SEQUENCIA
           MOVE ZEROS TO WS-FIM-LEITURA
           START ARQ-DESPITEM KEY IS NOT LESS DIT-CHAVE
           IF WS-RESULTADO-DESPITEM NOT = 00
              MOVE 1 TO WS-FIM-LEITURA
           END-IF
           PERFORM UNTIL WS-FIM-LEITURA = 1
              READ ARQ-DESPITEM NEXT AT END
                 MOVE 1 TO WS-FIM-LEITURA
              END-READ
              IF WS-FIM-LEITURA NOT = 1
                 IF DIT-VEN-CODIGO NOT = LK-DSP-VEN-CODIGO
                    OR DIT-COMPETENCIA NOT = LK-DSP-COMPETENCIA
                    MOVE 1 TO WS-FIM-LEITURA
                 ELSE
                    PERFORM APLICA-TETO-ITEM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-DESPITEM
           .
       F-CALCULA-ITENS. EXIT.
       APLICA-TETO-ITEM.
           ADD 1 TO WS-QTD-ITENS
           ADD DIT-VALOR TO WS-OUTRAS-DECL
           EVALUATE TRUE
              WHEN DIT-PEDAGIO    MOVE 1 TO WS-IND-TIPO
              WHEN DIT-REFEICAO   MOVE 2 TO WS-IND-TIPO
              WHEN DIT-HOSPEDAGEM MOVE 3 TO WS-IND-TIPO
              WHEN OTHER          MOVE 4 TO WS-IND-TIPO
           END-EVALUATE
           MOVE DIT-DATA TO WS-DATA-VISITA
           MOVE WS-VIS-DIA TO WS-IND-DIA
           IF WS-IND-DIA < 1 OR WS-IND-DIA > 31
              MOVE 1 TO WS-IND-DIA
           END-IF
           MOVE DIT-VALOR TO DIT-VALOR-ACEITO
           IF WS-TETO-TIPO (WS-IND-TIPO) > ZEROS
              COMPUTE WS-SALDO-TETO = WS-TETO-TIPO (WS-IND-TIPO)
                 - WS-USO-TIPO (WS-IND-DIA WS-IND-TIPO)
              IF WS-SALDO-TETO < ZEROS
                 MOVE ZEROS TO WS-SALDO-TETO
              END-IF
              IF DIT-VALOR > WS-SALDO-TETO
                 MOVE WS-SALDO-TETO TO DIT-VALOR-ACEITO
              END-IF
           END-IF
           ADD DIT-VALOR-ACEITO
              TO WS-USO-TIPO (WS-IND-DIA WS-IND-TIPO)
           ADD DIT-VALOR-ACEITO TO WS-OUTRAS-ACEITAS
           REWRITE REGISTRO-DESPITEM
           .
       GRAVA-DEMONSTRATIVO.
           IF WS-LINHA-EXISTE = "N"
              INITIALIZE REGISTRO-DESPESA
              MOVE LK-DSP-VEN-CODIGO  TO DSP-VEN-CODIGO
              MOVE LK-DSP-COMPETENCIA TO DSP-COMPETENCIA
           END-IF
           MOVE WS-KM-DECLARADO TO DSP-KM-DECLARADO
           MOVE WS-KM-CALCULADO TO DSP-KM-CALCULADO
           IF WS-KM-DECLARADO > ZEROS
              AND WS-KM-DECLARADO < WS-KM-CALCULADO
              MOVE WS-KM-DECLARADO TO DSP-KM-REEMBOLSO
           ELSE
              MOVE WS-KM-CALCULADO TO DSP-KM-REEMBOLSO
           END-IF
           MOVE WS-QTD-VISITAS TO DSP-QTD-VISITAS
           MOVE WS-QTD-DIAS    TO DSP-QTD-DIAS
           MOVE WS-SEM-ROTA    TO DSP-VISITAS-SEM-ROTA
           COMPUTE DSP-VALOR-KM ROUNDED =
              DSP-KM-REEMBOLSO * WS-VALOR-KM
           MOVE WS-OUTRAS-DECL    TO DSP-VALOR-OUTRAS-DECL
           MOVE WS-OUTRAS-ACEITAS TO DSP-VALOR-OUTRAS
           COMPUTE DSP-VALOR-TOTAL =
              DSP-VALOR-KM + DSP-VALOR-OUTRAS
           MOVE LK-DSP-DATA-CALCULO TO DSP-DATA-CALCULO
           MOVE "C" TO DSP-STATUS
           IF WS-LINHA-EXISTE = "S"
              REWRITE REGISTRO-DESPESA
           ELSE
              WRITE REGISTRO-DESPESA
           END-IF
           IF WS-RESULTADO-DESPESA NOT = 00 AND 02
              MOVE 2 TO LK-DSP-RESULTADO
           END-IF
           .
