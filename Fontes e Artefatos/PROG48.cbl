       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG48.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** DESPESAS DE VIAGEM DO VENDEDOR ********
      *    LANCAMENTO, PELO ESCRITORIO, DAS DESPESAS DE VIAGEM DE UM
      *    VENDEDOR NA COMPETENCIA: O KM DECLARADO PELO VENDEDOR E
      *    OS ITENS COM COMPROVANTE (PEDAGIO, REFEICAO, HOSPEDAGEM,
      *    OUTRAS) EM DESPITEM.DAT:
      *      (I)NCLUIR - NOVO ITEM, COM DATA DENTRO DA COMPETENCIA
      *                  E REFERENCIA DO COMPROVANTE OBRIGATORIA;
      *      (E)XCLUIR - REMOVE UM ITEM PELA SEQUENCIA;
      *      (M)AIS    - PROXIMA PAGINA DA LISTA DE ITENS;
      *      (F)IM     - ENCERRA O VENDEDOR.
      *    A CADA ALTERACAO O DEMONSTRATIVO E RECALCULADO PELO
      *    CALCDESP (KM CALCULADO PELO ROTEIRO E PELAS VISITAS, TETOS
      *    DIARIOS) E O RESUMO E REEXIBIDO. DEMONSTRATIVO JA APROVADO
      *    NO PROG49, ENVIADO A FOLHA OU PAGO FICA SO PARA CONSULTA.

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

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-DESPESA.FD".
       COPY "ARQ-DESPITEM.FD".
       COPY "ARQ-VENDEDOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 LIMPA-LINHA              PIC X(80) VALUE SPACES.
       77 WID-ARQ-DESPESA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DESPITEM         PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DESPESA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DESPITEM    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
       77 WS-CONTINUA              PIC X(01) VALUE "S".
       77 WS-ACAO                  PIC X(01) VALUE SPACES.
           88 ACAO-INCLUIR      VALUE "I" "i".
           88 ACAO-EXCLUIR      VALUE "E" "e".
           88 ACAO-MAIS         VALUE "M" "m".
           88 ACAO-FIM          VALUE "F" "f".
       77 WS-SO-CONSULTA           PIC X(01) VALUE "N".
       77 WS-TEM-DEMONSTRATIVO     PIC X(01) VALUE "N".
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
       77 WS-QTD-ITENS             PIC 9(03) VALUE ZEROS.
       77 WS-ULTIMA-SEQ            PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-LISTA             PIC 9(03) VALUE ZEROS.
       77 WS-PROXIMA-LISTA         PIC 9(03) VALUE ZEROS.
       77 WS-LINHA-TELA            PIC 9(02) VALUE ZEROS.
       77 WS-POSICAO               PIC 9(04) VALUE ZEROS.
       77 AUX-VEN-CODIGO           PIC 9(05) VALUE ZEROS.
       77 AUX-COMPETENCIA          PIC 9(06) VALUE ZEROS.
       77 AUX-KM-DECLARADO         PIC 9(07)V9(02) VALUE ZEROS.
       77 AUX-SEQUENCIA            PIC 9(03) VALUE ZEROS.
       77 AUX-DATA                 PIC 9(08) VALUE ZEROS.
       77 AUX-TIPO                 PIC X(01) VALUE SPACES.
       77 AUX-VALOR                PIC 9(07)V9(02) VALUE ZEROS.
       77 AUX-COMPROVANTE          PIC X(20) VALUE SPACES.
       77 AUX-DESCRICAO            PIC X(30) VALUE SPACES.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       01 WS-KM-EDITADO            PIC Z.ZZZ.ZZ9,99.
       01 WS-VALOR-EDITADO         PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-DATA-HOJE-R.
          02 WS-HOJE-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 WS-HOJE-ANO           PIC 9(04).
       01 WS-DETALHE-ITEM.
          02 DETI-SEQ              PIC ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-DATA             PIC 9(08).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-TIPO             PIC X(01).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-VALOR            PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-ACEITO           PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-COMPROVANTE      PIC X(15).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DETI-DESCRICAO        PIC X(20).

       COPY "AREA-DESPESA.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       77 OPERADOR                 PIC X(10).

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-DESPESA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  DESPESAS DE VIAGEM          ".
          02 LINE 02 COLUMN 73 VALUE "PROG48".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "CODIGO DO VENDEDOR....".
          02 LINE 05 COLUMN 01 VALUE "COMPETENCIA (AAAAMM)..".
          02 LINE 06 COLUMN 01 VALUE "KM DECLARADO..........".
          02 LINE 06 COLUMN 40 VALUE "SITUACAO..............".
          02 LINE 07 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 08 COLUMN 01 VALUE
             "SEQ DATA     T        VALOR       ACEITO COMPROVANTE".
          02 LINE 08 COLUMN 58 VALUE "DESCRICAO".
          02 LINE 19 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 20 COLUMN 01 VALUE "KM CALCULADO..".
          02 LINE 20 COLUMN 30 VALUE "KM REEMBOLSO..".
          02 LINE 20 COLUMN 59 VALUE "VALOR KM".
          02 LINE 21 COLUMN 01 VALUE "OUTRAS DECL...".
          02 LINE 21 COLUMN 30 VALUE "OUTRAS ACEITAS".
          02 LINE 21 COLUMN 59 VALUE "TOTAL...".
          02 LINE 22 COLUMN 01 VALUE "VISITAS.......".
          02 LINE 22 COLUMN 30 VALUE "DIAS EM ROTA..".
          02 LINE 22 COLUMN 59 VALUE "SEM ROTA".
          02 LINE 23 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE DATA-DE-HOJE TO WS-DATA-HOJE-R
           COMPUTE WS-HOJE-AAAAMMDD =
              (WS-HOJE-ANO * 10000) + (WS-HOJE-MES * 100)
                 + WS-HOJE-DIA
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "CADASTRO DE VENDEDORES INDISPONIVEL."  AT 2401
              ACCEPT PAUSA                                    AT 2478
              GO TO FIM-SEM-ARQUIVOS
           END-IF
      *    OS ITENS SO FICAM ABERTOS DURANTE A INCLUSAO/EXCLUSAO:
      *    O CALCDESP ABRE DESPITEM.DAT E DESPESA.DAT POR CONTA
      *    PROPRIA A CADA RECALCULO.
           MOVE "DESPITEM.DAT" TO WID-ARQ-DESPITEM
           OPEN I-O ARQ-DESPITEM
           IF WS-RESULTADO-DESPITEM NOT = 00
              OPEN OUTPUT ARQ-DESPITEM
           END-IF
           CLOSE ARQ-DESPITEM
           MOVE "DESPESA.DAT" TO WID-ARQ-DESPESA

           MOVE "S" TO WS-CONTINUA
           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM TRATA-VENDEDOR
                 THRU F-TRATA-VENDEDOR
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "OUTRO VENDEDOR? S/N"                   AT 2401
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
           CLOSE ARQ-VENDEDOR
           CANCEL "CALCDESP"
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
           EXIT PROGRAM
           .
       TRATA-VENDEDOR.
           DISPLAY TELA-DESPESA AT 0101
           MOVE ZEROS TO AUX-VEN-CODIGO
           ACCEPT AUX-VEN-CODIGO                              AT 0424
           IF AUX-VEN-CODIGO = ZEROS
              GO TO F-TRATA-VENDEDOR
           END-IF
           MOVE AUX-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "VENDEDOR NAO CADASTRADO."              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-TRATA-VENDEDOR
           END-IF
           DISPLAY VEN-NOME                                   AT 0431
           MOVE ZEROS TO AUX-COMPETENCIA
           ACCEPT AUX-COMPETENCIA                             AT 0524
           IF AUX-COMPETENCIA = ZEROS
              COMPUTE AUX-COMPETENCIA =
                 (WS-HOJE-ANO * 100) + WS-HOJE-MES
              DISPLAY AUX-COMPETENCIA                         AT 0524
           END-IF
           IF AUX-COMPETENCIA (5:2) < "01"
              OR AUX-COMPETENCIA (5:2) > "12"
              DISPLAY "COMPETENCIA INVALIDA."                 AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-TRATA-VENDEDOR
           END-IF
           PERFORM LE-DEMONSTRATIVO
           IF WS-SO-CONSULTA = "S"
              PERFORM EXIBE-DEMONSTRATIVO
              MOVE 1 TO WS-SEQ-LISTA
              PERFORM LISTA-ITENS
              DISPLAY "DEMONSTRATIVO APROVADO/ENVIADO/PAGO - "
                 "SO CONSULTA."                               AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-TRATA-VENDEDOR
           END-IF
           MOVE ZEROS TO AUX-KM-DECLARADO
           IF WS-TEM-DEMONSTRATIVO = "S"
              MOVE DSP-KM-DECLARADO TO WS-KM-EDITADO
              DISPLAY WS-KM-EDITADO                           AT 0624
           END-IF
           ACCEPT AUX-KM-DECLARADO                            AT 0624
           PERFORM RECALCULA-DEMONSTRATIVO
           MOVE 1 TO WS-SEQ-LISTA
           MOVE SPACES TO WS-ACAO
           PERFORM UNTIL ACAO-FIM
              PERFORM LISTA-ITENS
              MOVE SPACES TO WS-ACAO
              DISPLAY "(I)NCLUIR (E)XCLUIR (M)AIS ITENS (F)IM" AT 2401
              ACCEPT WS-ACAO                                  AT 2441
              DISPLAY LIMPA-LINHA                             AT 2401
              EVALUATE TRUE
                 WHEN ACAO-INCLUIR
                    PERFORM INCLUI-ITEM
                       THRU F-INCLUI-ITEM
                 WHEN ACAO-EXCLUIR
                    PERFORM EXCLUI-ITEM
                       THRU F-EXCLUI-ITEM
                 WHEN ACAO-MAIS
                    MOVE WS-PROXIMA-LISTA TO WS-SEQ-LISTA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           .
       F-TRATA-VENDEDOR. EXIT.
       LE-DEMONSTRATIVO.
           MOVE "N" TO WS-SO-CONSULTA
           MOVE "N" TO WS-TEM-DEMONSTRATIVO
           OPEN INPUT ARQ-DESPESA
           IF WS-RESULTADO-DESPESA NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-VEN-CODIGO  TO DSP-VEN-CODIGO
           MOVE AUX-COMPETENCIA TO DSP-COMPETENCIA
           READ ARQ-DESPESA
           IF WS-RESULTADO-DESPESA = 00
              MOVE "S" TO WS-TEM-DEMONSTRATIVO
              IF DSP-APROVADA OR DSP-ENVIADA OR DSP-PAGA
                 MOVE "S" TO WS-SO-CONSULTA
              END-IF
           END-IF
           CLOSE ARQ-DESPESA
           .
       RECALCULA-DEMONSTRATIVO.
           MOVE AUX-VEN-CODIGO   TO WS-DSP-VEN-CODIGO
           MOVE AUX-COMPETENCIA  TO WS-DSP-COMPETENCIA
           MOVE AUX-KM-DECLARADO TO WS-DSP-KM-DECLARADO
           MOVE WS-HOJE-AAAAMMDD TO WS-DSP-DATA-CALCULO
           CALL "CALCDESP" USING WS-AREA-DESPESA
           IF WS-DSP-RESULTADO = 1
              DISPLAY "DEMONSTRATIVO JA APROVADO - NAO RECALCULADO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           IF WS-DSP-RESULTADO = 2
              DISPLAY "ERRO NA GRAVACAO - DESPESAS."          AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           PERFORM LE-DEMONSTRATIVO
           PERFORM EXIBE-DEMONSTRATIVO
           .
       EXIBE-DEMONSTRATIVO.
           IF WS-TEM-DEMONSTRATIVO NOT = "S"
              INITIALIZE REGISTRO-DESPESA
              MOVE SPACES TO DSP-STATUS
           END-IF
           MOVE DSP-KM-DECLARADO TO WS-KM-EDITADO
           DISPLAY WS-KM-EDITADO                              AT 0624
           DISPLAY DSP-STATUS                                 AT 0663
           MOVE DSP-KM-CALCULADO TO WS-KM-EDITADO
           DISPLAY WS-KM-EDITADO                              AT 2015
           MOVE DSP-KM-REEMBOLSO TO WS-KM-EDITADO
           DISPLAY WS-KM-EDITADO                              AT 2044
           MOVE DSP-VALOR-KM TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 2067
           MOVE DSP-VALOR-OUTRAS-DECL TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 2115
           MOVE DSP-VALOR-OUTRAS TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 2144
           MOVE DSP-VALOR-TOTAL TO WS-VALOR-EDITADO
           DISPLAY WS-VALOR-EDITADO                           AT 2167
           DISPLAY DSP-QTD-VISITAS                            AT 2215
           DISPLAY DSP-QTD-DIAS                               AT 2244
           DISPLAY DSP-VISITAS-SEM-ROTA                       AT 2267
           .
       LISTA-ITENS.
      *    MOSTRA ATE 10 ITENS A PARTIR DA SEQUENCIA WS-SEQ-LISTA E
      *    GUARDA A ULTIMA SEQUENCIA DO VENDEDOR/MES PARA A INCLUSAO.
           PERFORM VARYING WS-LINHA-TELA FROM 9 BY 1
              UNTIL WS-LINHA-TELA > 18
              COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 1
              DISPLAY LIMPA-LINHA                   AT WS-POSICAO
           END-PERFORM
           MOVE 9     TO WS-LINHA-TELA
           MOVE ZEROS TO WS-QTD-ITENS
           MOVE ZEROS TO WS-ULTIMA-SEQ
           MOVE 1     TO WS-PROXIMA-LISTA
           OPEN INPUT ARQ-DESPITEM
           IF WS-RESULTADO-DESPITEM NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE AUX-VEN-CODIGO  TO DIT-VEN-CODIGO
           MOVE AUX-COMPETENCIA TO DIT-COMPETENCIA
           MOVE ZEROS           TO DIT-SEQUENCIA
           MOVE ZEROS TO WS-FIM-ITENS
           START ARQ-DESPITEM KEY IS NOT LESS DIT-CHAVE
           IF WS-RESULTADO-DESPITEM NOT = 00
              MOVE 1 TO WS-FIM-ITENS
           END-IF
           PERFORM UNTIL WS-FIM-ITENS = 1
              READ ARQ-DESPITEM NEXT AT END
                 MOVE 1 TO WS-FIM-ITENS
              END-READ
              IF WS-FIM-ITENS NOT = 1
                 IF DIT-VEN-CODIGO NOT = AUX-VEN-CODIGO
                    OR DIT-COMPETENCIA NOT = AUX-COMPETENCIA
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    PERFORM EXIBE-UM-ITEM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-DESPITEM
           .
       EXIBE-UM-ITEM.
           ADD 1 TO WS-QTD-ITENS
           MOVE DIT-SEQUENCIA TO WS-ULTIMA-SEQ
           IF DIT-SEQUENCIA < WS-SEQ-LISTA
              EXIT PARAGRAPH
           END-IF
           IF WS-LINHA-TELA > 18
              IF WS-PROXIMA-LISTA = 1
                 MOVE DIT-SEQUENCIA TO WS-PROXIMA-LISTA
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE DIT-SEQUENCIA    TO DETI-SEQ
           MOVE DIT-DATA         TO DETI-DATA
           MOVE DIT-TIPO         TO DETI-TIPO
           MOVE DIT-VALOR        TO DETI-VALOR
           MOVE DIT-VALOR-ACEITO TO DETI-ACEITO
           MOVE DIT-COMPROVANTE  TO DETI-COMPROVANTE
           MOVE DIT-DESCRICAO    TO DETI-DESCRICAO
           COMPUTE WS-POSICAO = (WS-LINHA-TELA * 100) + 1
           DISPLAY WS-DETALHE-ITEM                  AT WS-POSICAO
           ADD 1 TO WS-LINHA-TELA
           .
       INCLUI-ITEM.
           IF WS-ULTIMA-SEQ = 999
              DISPLAY "LIMITE DE ITENS NA COMPETENCIA."       AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-INCLUI-ITEM
           END-IF
           MOVE ZEROS TO AUX-DATA
           DISPLAY "DATA DA DESPESA (AAAAMMDD):"              AT 2401
           ACCEPT AUX-DATA                                    AT 2429
           DISPLAY LIMPA-LINHA                                AT 2401
           IF AUX-DATA (1:6) NOT = AUX-COMPETENCIA
              OR FUNCTION TEST-DATE-YYYYMMDD (AUX-DATA) NOT = ZEROS
              DISPLAY "DATA FORA DA COMPETENCIA OU INVALIDA." AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-INCLUI-ITEM
           END-IF
           MOVE SPACES TO AUX-TIPO
           DISPLAY "TIPO (P)EDAGIO (R)EFEICAO (H)OSPEDAGEM (O)UTRAS:"
                                                              AT 2401
           ACCEPT AUX-TIPO                                    AT 2450
           DISPLAY LIMPA-LINHA                                AT 2401
           MOVE FUNCTION UPPER-CASE (AUX-TIPO) TO DIT-TIPO
           IF NOT DIT-TIPO-VALIDO
              DISPLAY "TIPO DE DESPESA INVALIDO."             AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-INCLUI-ITEM
           END-IF
           MOVE DIT-TIPO TO AUX-TIPO
           MOVE ZEROS TO AUX-VALOR
           DISPLAY "VALOR DO COMPROVANTE:"                    AT 2401
           ACCEPT AUX-VALOR                                   AT 2423
           DISPLAY LIMPA-LINHA                                AT 2401
           IF AUX-VALOR = ZEROS
              GO TO F-INCLUI-ITEM
           END-IF
           MOVE SPACES TO AUX-COMPROVANTE
           DISPLAY "REFERENCIA DO COMPROVANTE:"               AT 2401
           ACCEPT AUX-COMPROVANTE                             AT 2428
           DISPLAY LIMPA-LINHA                                AT 2401
           IF AUX-COMPROVANTE = SPACES
              DISPLAY "COMPROVANTE OBRIGATORIO - ITEM NAO INCLUIDO."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-INCLUI-ITEM
           END-IF
           MOVE SPACES TO AUX-DESCRICAO
           DISPLAY "DESCRICAO:"                               AT 2401
           ACCEPT AUX-DESCRICAO                               AT 2412
           DISPLAY LIMPA-LINHA                                AT 2401
           OPEN I-O ARQ-DESPITEM
           INITIALIZE REGISTRO-DESPITEM
           MOVE AUX-VEN-CODIGO   TO DIT-VEN-CODIGO
           MOVE AUX-COMPETENCIA  TO DIT-COMPETENCIA
           COMPUTE DIT-SEQUENCIA = WS-ULTIMA-SEQ + 1
           MOVE AUX-DATA         TO DIT-DATA
           MOVE AUX-TIPO         TO DIT-TIPO
           MOVE AUX-VALOR        TO DIT-VALOR
           MOVE AUX-VALOR        TO DIT-VALOR-ACEITO
           MOVE AUX-COMPROVANTE  TO DIT-COMPROVANTE
           MOVE AUX-DESCRICAO    TO DIT-DESCRICAO
           MOVE OPERADOR         TO DIT-OPERADOR
           MOVE WS-HOJE-AAAAMMDD TO DIT-DATA-REGISTRO
           WRITE REGISTRO-DESPITEM
           IF WS-RESULTADO-DESPITEM NOT = 00
              DISPLAY "ERRO NA GRAVACAO - ITENS:"             AT 2401
              DISPLAY WS-RESULTADO-DESPITEM                   AT 2427
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           CLOSE ARQ-DESPITEM
           MOVE ZEROS TO AUX-KM-DECLARADO
           PERFORM RECALCULA-DEMONSTRATIVO
           .
       F-INCLUI-ITEM. EXIT.
       EXCLUI-ITEM.
           MOVE ZEROS TO AUX-SEQUENCIA
           DISPLAY "SEQUENCIA DO ITEM A EXCLUIR:"             AT 2401
           ACCEPT AUX-SEQUENCIA                               AT 2430
           DISPLAY LIMPA-LINHA                                AT 2401
           IF AUX-SEQUENCIA = ZEROS
              GO TO F-EXCLUI-ITEM
           END-IF
           OPEN I-O ARQ-DESPITEM
           MOVE AUX-VEN-CODIGO  TO DIT-VEN-CODIGO
           MOVE AUX-COMPETENCIA TO DIT-COMPETENCIA
           MOVE AUX-SEQUENCIA   TO DIT-SEQUENCIA
           READ ARQ-DESPITEM
           IF WS-RESULTADO-DESPITEM = 00
              DELETE ARQ-DESPITEM RECORD
           ELSE
              DISPLAY "ITEM NAO ENCONTRADO."                  AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           CLOSE ARQ-DESPITEM
           MOVE ZEROS TO AUX-KM-DECLARADO
           PERFORM RECALCULA-DEMONSTRATIVO
           .
       F-EXCLUI-ITEM. EXIT.
