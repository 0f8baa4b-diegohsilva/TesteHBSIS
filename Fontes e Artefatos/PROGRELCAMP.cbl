       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRELCAMP.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** RESULTADO DAS CAMPANHAS PROMOCIONAIS ********
      *    PARA CADA CAMPANHA (CAMPANHA.DAT, PROG46) COMPARA O
      *    VOLUME VENDIDO DOS PRODUTOS DELA NOS TERRITORIOS
      *    ELEGIVEIS DURANTE A CAMPANHA COM O MESMO NUMERO DE DIAS
      *    IMEDIATAMENTE ANTERIOR AO INICIO, POR VENDEDOR E POR
      *    TERRITORIO (QUANTIDADE, VALOR DOS ITENS E CRESCIMENTO).
      *    CAMPANHA AINDA EM ANDAMENTO E MEDIDA ATE A DATA DE HOJE.
      *    SO CONTAM PEDIDOS ATIVOS (STATUS "A"); O TERRITORIO VEM
      *    DA UF DO CLIENTE (TERRIT.DAT). O CARTAO SYSIN TRAZ O
      *    CODIGO DE UMA CAMPANHA (CINCO DIGITOS); ZERADO OU VAZIO
      *    LISTA AS CAMPANHAS JA INICIADAS QUE TERMINARAM HA NO
      *    MAXIMO 90 DIAS. GERA RCAMPANHA.TXT.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CMP-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAMPANHA.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDITEM.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

           SELECT RELATORIO ASSIGN TO "RCAMPANHA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CAMPANHA.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-TERRIT.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CAMPANHA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CAMPANHA    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-VENDEDOR-DISPONIVEL   PIC X(01) VALUE "N".
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ITENS             PIC 9(01) VALUE ZEROS.
       77 WS-CAMPANHA-PEDIDA       PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-INICIO           PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FIM              PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PERIODO          PIC 9(07) VALUE ZEROS.
       77 WS-DATA-PED-AAAAMMDD     PIC 9(08) VALUE ZEROS.
       77 WS-QTD-UFS               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-UF                PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CAMPANHAS         PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CMP               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-AUX               PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MARCADAS          PIC 9(02) VALUE ZEROS.
       77 WS-TERRITORIO-PED        PIC 9(03) VALUE ZEROS.
       77 WS-NOME-TER-PED          PIC X(30) VALUE SPACES.
       77 WS-TER-LOCALIZADO        PIC X(01) VALUE SPACES.
       77 WS-TER-ELEGIVEL          PIC X(01) VALUE SPACES.
       77 WS-TER-INFORMADO         PIC X(01) VALUE SPACES.
       77 WS-PRODUTO-NA-CAMPANHA   PIC X(01) VALUE SPACES.
       77 WS-QTD-RES-VEN           PIC 9(03) VALUE ZEROS.
       77 WS-IDX-VEN               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RES-TER           PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TER               PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU                 PIC X(01) VALUE SPACES.
       77 WS-CRESCIMENTO           PIC S9(05)V9(02) VALUE ZEROS.
       77 WS-TOT-QTD-CMP           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOT-VALOR-CMP         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-TOT-QTD-ANT           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOT-VALOR-ANT         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-CAMPANHAS-LISTADAS    PIC 9(03) VALUE ZEROS.
       77 WS-LIN-QTD-CMP           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-LIN-VALOR-CMP         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-LIN-QTD-ANT           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-LIN-VALOR-ANT         PIC 9(13)V9(02) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 AUX-DATA-PEDIDO          PIC 99/99/9(04).
       01 AUX-DATA-PEDIDO-R REDEFINES AUX-DATA-PEDIDO.
          02 AUX-PED-DIA           PIC 99.
          02 FILLER                PIC X(01).
          02 AUX-PED-MES           PIC 99.
          02 FILLER                PIC X(01).
          02 AUX-PED-ANO           PIC 9(04).
      *    CAMPANHAS DO RELATORIO. O FIM E O DA CAMPANHA OU HOJE,
      *    SE AINDA EM ANDAMENTO; O PERIODO ANTERIOR TEM O MESMO
      *    NUMERO DE DIAS E TERMINA NA VESPERA DO INICIO. A MARCA
      *    DIZ EM QUAL PERIODO CAI O PEDIDO LIDO ("C" CAMPANHA,
      *    "A" ANTERIOR, BRANCO FORA DOS DOIS OU DO TERRITORIO).
       01 TABELA-CAMPANHAS.
          02 CMP-OCORRENCIA OCCURS 50 TIMES.
             03 TAB-CMP-CODIGO     PIC 9(05).
             03 TAB-CMP-DESCRICAO  PIC X(30).
             03 TAB-CMP-INICIO     PIC 9(08).
             03 TAB-CMP-FIM        PIC 9(08).
             03 TAB-CMP-ANT-INICIO PIC 9(08).
             03 TAB-CMP-ANT-FIM    PIC 9(08).
             03 TAB-CMP-TERRITORIO PIC 9(03) OCCURS 10.
             03 TAB-CMP-QTD-PROD   PIC 9(02).
             03 TAB-CMP-PRODUTO    PIC 9(05) OCCURS 8.
             03 TAB-CMP-MARCA      PIC X(01).
       01 TABELA-UFS.
          02 UF-OCORRENCIA OCCURS 40 TIMES.
             03 TAB-UF-SIGLA       PIC X(02).
             03 TAB-UF-TERRITORIO  PIC 9(03).
             03 TAB-UF-NOME-TER    PIC X(30).
      *    RESULTADOS POR CAMPANHA E VENDEDOR / CAMPANHA E
      *    TERRITORIO (RES-CMP E A POSICAO NA TABELA-CAMPANHAS).
       01 TABELA-RESULTADO-VEN.
          02 RV-OCORRENCIA OCCURS 500 TIMES.
             03 RV-CMP             PIC 9(02).
             03 RV-VENDEDOR        PIC 9(05).
             03 RV-QTD-CMP         PIC 9(11)V9(02).
             03 RV-VALOR-CMP       PIC 9(13)V9(02).
             03 RV-QTD-ANT         PIC 9(11)V9(02).
             03 RV-VALOR-ANT       PIC 9(13)V9(02).
       01 TABELA-RESULTADO-TER.
          02 RT-OCORRENCIA OCCURS 300 TIMES.
             03 RT-CMP             PIC 9(02).
             03 RT-TERRITORIO      PIC 9(03).
             03 RT-NOME            PIC X(30).
             03 RT-QTD-CMP         PIC 9(11)V9(02).
             03 RT-VALOR-CMP       PIC 9(13)V9(02).
             03 RT-QTD-ANT         PIC 9(11)V9(02).
             03 RT-VALOR-ANT       PIC 9(13)V9(02).

       01 CABECALHO-TITULO.
          02 FILLER       PIC X(48) VALUE
             "RESULTADO DAS CAMPANHAS PROMOCIONAIS - DATA     ".
          02 CABT-DATA    PIC 9(08).

       01 CABECALHO-TRACO.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-CAMPANHA.
          02 FILLER          PIC X(09) VALUE "CAMPANHA ".
          02 CABC-CODIGO     PIC 9(05).
          02 FILLER          PIC X(03) VALUE " - ".
          02 CABC-DESCRICAO  PIC X(30).
          02 FILLER          PIC X(11) VALUE " PERIODO: ".
          02 CABC-INICIO     PIC 9(08).
          02 FILLER          PIC X(03) VALUE " A ".
          02 CABC-FIM        PIC 9(08).
          02 FILLER          PIC X(14) VALUE "  ANTERIOR: ".
          02 CABC-ANT-INICIO PIC 9(08).
          02 FILLER          PIC X(03) VALUE " A ".
          02 CABC-ANT-FIM    PIC 9(08).

       01 CABECALHO-COLUNAS.
          02 CABL-TIPO PIC X(39).
          02 FILLER PIC X(14) VALUE "   QTD.CAMPAN.".
          02 FILLER PIC X(18) VALUE "    VALOR CAMPANHA".
          02 FILLER PIC X(14) VALUE "  QTD.ANTERIOR".
          02 FILLER PIC X(18) VALUE "    VALOR ANTERIOR".
          02 FILLER PIC X(13) VALUE "  CRESC.QTD%".
          02 FILLER PIC X(13) VALUE " CRESC.VALOR%".

       01 DETALHE.
          02 DET-CODIGO            PIC 9(05).
          02 FILLER                PIC X(03) VALUE " - ".
          02 DET-NOME              PIC X(30).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-QTD-CMP           PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-VALOR-CMP         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-QTD-ANT           PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-VALOR-ANT         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-CRESC-QTD         PIC -ZZ.ZZ9,99.
          02 FILLER                PIC X(03) VALUE SPACES.
          02 DET-CRESC-VALOR       PIC -ZZ.ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "PROGRELCAMP - INICIO DO RESULTADO DE CAMPANHAS"
           ACCEPT WS-CAMPANHA-PEDIDA FROM SYSIN
           IF WS-CAMPANHA-PEDIDA NOT NUMERIC
              MOVE ZEROS TO WS-CAMPANHA-PEDIDA
           END-IF
           COMPUTE WS-DIAS-HOJE =
              FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)
           INITIALIZE TABELA-CAMPANHAS
           INITIALIZE TABELA-RESULTADO-VEN
           INITIALIZE TABELA-RESULTADO-TER
           MOVE "CAMPANHA.DAT" TO WID-ARQ-CAMPANHA
           OPEN INPUT ARQ-CAMPANHA
           IF WS-RESULTADO-CAMPANHA NOT = 00
              DISPLAY "PROGRELCAMP - CAMPANHA.DAT AUSENTE (PROG46)."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-CAMPANHAS
           CLOSE ARQ-CAMPANHA
           IF WS-QTD-CAMPANHAS = ZEROS
              DISPLAY "PROGRELCAMP - NENHUMA CAMPANHA A APURAR."
              GOBACK
           END-IF
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT = 00
              PERFORM CARREGA-TERRITORIOS-UF
              CLOSE ARQ-TERRIT
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              DISPLAY "PROGRELCAMP - NAO HA PEDIDOS REGISTRADOS."
              GOBACK
           END-IF
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN INPUT ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM NOT = 00
              DISPLAY "PROGRELCAMP - PEDITEM.DAT AUSENTE."
              CLOSE ARQ-PEDIDO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE

           PERFORM ACUMULA-PEDIDOS
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-CLIENTE

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE "S" TO WS-VENDEDOR-DISPONIVEL
           ELSE
              MOVE "N" TO WS-VENDEDOR-DISPONIVEL
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE WS-DATA-SISTEMA TO CABT-DATA
           WRITE LINHA FROM CABECALHO-TITULO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO  AFTER 1 LINES
           PERFORM IMPRIME-CAMPANHA
              VARYING WS-IDX-CMP FROM 1 BY 1
              UNTIL WS-IDX-CMP > WS-QTD-CAMPANHAS
           CLOSE RELATORIO
           IF WS-VENDEDOR-DISPONIVEL = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           DISPLAY "PROGRELCAMP - CAMPANHAS LISTADAS: "
              WS-CAMPANHAS-LISTADAS
           DISPLAY "PROGRELCAMP - RELATORIO EM RCAMPANHA.TXT."
           GOBACK
           .
       CARREGA-CAMPANHAS.
      *    COM CODIGO NO CARTAO, SO ELA; SEM CODIGO, AS JA
      *    INICIADAS QUE TERMINARAM HA NO MAXIMO 90 DIAS.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CAMPANHA NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 AND CMP-DATA-INICIO NOT GREATER WS-DATA-SISTEMA
                 AND WS-QTD-CAMPANHAS < 50
                 IF WS-CAMPANHA-PEDIDA NOT = ZEROS
                    IF CMP-CODIGO = WS-CAMPANHA-PEDIDA
                       PERFORM GUARDA-CAMPANHA
                    END-IF
                 ELSE
                    IF FUNCTION INTEGER-OF-DATE(CMP-DATA-FIM) + 90
                       NOT LESS WS-DIAS-HOJE
                       PERFORM GUARDA-CAMPANHA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       GUARDA-CAMPANHA.
           ADD 1 TO WS-QTD-CAMPANHAS
           MOVE CMP-CODIGO       TO TAB-CMP-CODIGO (WS-QTD-CAMPANHAS)
           MOVE CMP-DESCRICAO    TO
              TAB-CMP-DESCRICAO (WS-QTD-CAMPANHAS)
           MOVE CMP-DATA-INICIO  TO TAB-CMP-INICIO (WS-QTD-CAMPANHAS)
           IF CMP-DATA-FIM GREATER WS-DATA-SISTEMA
              MOVE WS-DATA-SISTEMA TO TAB-CMP-FIM (WS-QTD-CAMPANHAS)
           ELSE
              MOVE CMP-DATA-FIM    TO TAB-CMP-FIM (WS-QTD-CAMPANHAS)
           END-IF
           COMPUTE WS-DIAS-INICIO =
              FUNCTION INTEGER-OF-DATE(CMP-DATA-INICIO)
           COMPUTE WS-DIAS-FIM =
              FUNCTION INTEGER-OF-DATE(TAB-CMP-FIM (WS-QTD-CAMPANHAS))
           COMPUTE WS-DIAS-PERIODO = WS-DIAS-FIM - WS-DIAS-INICIO + 1
           COMPUTE TAB-CMP-ANT-FIM (WS-QTD-CAMPANHAS) =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-INICIO - 1)
           COMPUTE TAB-CMP-ANT-INICIO (WS-QTD-CAMPANHAS) =
              FUNCTION DATE-OF-INTEGER(WS-DIAS-INICIO
                 - WS-DIAS-PERIODO)
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
              UNTIL WS-IDX-AUX > 10
              MOVE CMP-TERRITORIO (WS-IDX-AUX) TO
                 TAB-CMP-TERRITORIO (WS-QTD-CAMPANHAS, WS-IDX-AUX)
           END-PERFORM
           MOVE CMP-QTD-PRODUTOS TO TAB-CMP-QTD-PROD (WS-QTD-CAMPANHAS)
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
              UNTIL WS-IDX-AUX > 8
              MOVE CMP-PRO-CODIGO (WS-IDX-AUX) TO
                 TAB-CMP-PRODUTO (WS-QTD-CAMPANHAS, WS-IDX-AUX)
           END-PERFORM
           .
       CARREGA-TERRITORIOS-UF.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-TERRIT NEXT AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1 AND WS-QTD-UFS < 40
                 ADD 1 TO WS-QTD-UFS
                 MOVE TER-UF TO TAB-UF-SIGLA (WS-QTD-UFS)
                 MOVE TER-TERRITORIO TO
                    TAB-UF-TERRITORIO (WS-QTD-UFS)
                 MOVE TER-NOME TO
                    TAB-UF-NOME-TER (WS-QTD-UFS)
              END-IF
           END-PERFORM
           .
       ACUMULA-PEDIDOS.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PEDIDO NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF PED-STATUS = "A"
                 PERFORM ACUMULA-UM-PEDIDO
              END-IF
           END-PERFORM
           .
       ACUMULA-UM-PEDIDO.
           MOVE PED-DATA TO AUX-DATA-PEDIDO
           COMPUTE WS-DATA-PED-AAAAMMDD =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           MOVE SPACES TO WS-TER-LOCALIZADO
           MOVE ZEROS  TO WS-QTD-MARCADAS
           PERFORM MARCA-CAMPANHA-PEDIDO
              VARYING WS-IDX-CMP FROM 1 BY 1
              UNTIL WS-IDX-CMP > WS-QTD-CAMPANHAS
           IF WS-QTD-MARCADAS = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE PED-NUMERO TO ITE-PED-NUMERO
           MOVE ZEROS      TO ITE-SEQUENCIA
           START ARQ-PEDITEM KEY IS NOT LESS ITE-CHAVE
           IF WS-RESULTADO-PEDITEM NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ITENS
           PERFORM UNTIL WS-FIM-ITENS = 1
              READ ARQ-PEDITEM NEXT AT END
                 MOVE 1 TO WS-FIM-ITENS
              END-READ
              IF WS-FIM-ITENS NOT = 1
                 IF ITE-PED-NUMERO NOT = PED-NUMERO
                    MOVE 1 TO WS-FIM-ITENS
                 ELSE
                    PERFORM ACUMULA-ITEM-CAMPANHA
                       VARYING WS-IDX-CMP FROM 1 BY 1
                       UNTIL WS-IDX-CMP > WS-QTD-CAMPANHAS
                 END-IF
              END-IF
           END-PERFORM
           .
       MARCA-CAMPANHA-PEDIDO.
           MOVE SPACES TO TAB-CMP-MARCA (WS-IDX-CMP)
           IF WS-DATA-PED-AAAAMMDD LESS TAB-CMP-ANT-INICIO (WS-IDX-CMP)
              OR WS-DATA-PED-AAAAMMDD GREATER TAB-CMP-FIM (WS-IDX-CMP)
              EXIT PARAGRAPH
           END-IF
      *    O TERRITORIO DO CLIENTE SO E BUSCADO UMA VEZ POR PEDIDO,
      *    QUANDO ALGUMA CAMPANHA PRECISA DELE.
           IF WS-TER-LOCALIZADO NOT = "S"
              PERFORM LOCALIZA-TERRITORIO-CLIENTE
              MOVE "S" TO WS-TER-LOCALIZADO
           END-IF
           MOVE SPACES TO WS-TER-ELEGIVEL
           MOVE SPACES TO WS-TER-INFORMADO
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
              UNTIL WS-IDX-AUX > 10
              IF TAB-CMP-TERRITORIO (WS-IDX-CMP, WS-IDX-AUX)
                 NOT = ZEROS
                 MOVE "S" TO WS-TER-INFORMADO
                 IF TAB-CMP-TERRITORIO (WS-IDX-CMP, WS-IDX-AUX)
                    = WS-TERRITORIO-PED
                    MOVE "S" TO WS-TER-ELEGIVEL
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TER-INFORMADO = "S" AND WS-TER-ELEGIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           IF WS-DATA-PED-AAAAMMDD LESS TAB-CMP-INICIO (WS-IDX-CMP)
              MOVE "A" TO TAB-CMP-MARCA (WS-IDX-CMP)
           ELSE
              MOVE "C" TO TAB-CMP-MARCA (WS-IDX-CMP)
           END-IF
           ADD 1 TO WS-QTD-MARCADAS
           .
       LOCALIZA-TERRITORIO-CLIENTE.
           MOVE ZEROS TO WS-TERRITORIO-PED
           MOVE "SEM TERRITORIO" TO WS-NOME-TER-PED
           MOVE PED-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UFS
              IF TAB-UF-SIGLA (WS-IDX-UF) = CLI-UF
                 MOVE TAB-UF-TERRITORIO (WS-IDX-UF)
                    TO WS-TERRITORIO-PED
                 MOVE TAB-UF-NOME-TER (WS-IDX-UF)
                    TO WS-NOME-TER-PED
                 MOVE WS-QTD-UFS TO WS-IDX-UF
              END-IF
           END-PERFORM
           .
       ACUMULA-ITEM-CAMPANHA.
           IF TAB-CMP-MARCA (WS-IDX-CMP) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRODUTO-NA-CAMPANHA
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
              UNTIL WS-IDX-AUX > TAB-CMP-QTD-PROD (WS-IDX-CMP)
                 OR WS-IDX-AUX > 8
              IF TAB-CMP-PRODUTO (WS-IDX-CMP, WS-IDX-AUX)
                 = ITE-PRO-CODIGO
                 MOVE "S" TO WS-PRODUTO-NA-CAMPANHA
              END-IF
           END-PERFORM
           IF WS-PRODUTO-NA-CAMPANHA NOT = "S"
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-RESULTADO-VEN
           IF WS-IDX-VEN NOT = ZEROS
              IF TAB-CMP-MARCA (WS-IDX-CMP) = "C"
                 ADD ITE-QUANTIDADE TO RV-QTD-CMP (WS-IDX-VEN)
                 ADD ITE-VALOR      TO RV-VALOR-CMP (WS-IDX-VEN)
              ELSE
                 ADD ITE-QUANTIDADE TO RV-QTD-ANT (WS-IDX-VEN)
                 ADD ITE-VALOR      TO RV-VALOR-ANT (WS-IDX-VEN)
              END-IF
           END-IF
           PERFORM LOCALIZA-RESULTADO-TER
           IF WS-IDX-TER NOT = ZEROS
              IF TAB-CMP-MARCA (WS-IDX-CMP) = "C"
                 ADD ITE-QUANTIDADE TO RT-QTD-CMP (WS-IDX-TER)
                 ADD ITE-VALOR      TO RT-VALOR-CMP (WS-IDX-TER)
              ELSE
                 ADD ITE-QUANTIDADE TO RT-QTD-ANT (WS-IDX-TER)
                 ADD ITE-VALOR      TO RT-VALOR-ANT (WS-IDX-TER)
              END-IF
           END-IF
           .
       LOCALIZA-RESULTADO-VEN.
           MOVE SPACES TO WS-ACHOU
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-RES-VEN OR WS-ACHOU = "S"
              IF RV-CMP (WS-IDX-VEN) = WS-IDX-CMP
                 AND RV-VENDEDOR (WS-IDX-VEN) = PED-VEN-CODIGO
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-IDX-VEN
           ELSE
              IF WS-QTD-RES-VEN < 500
                 ADD 1 TO WS-QTD-RES-VEN
                 MOVE WS-QTD-RES-VEN TO WS-IDX-VEN
                 MOVE WS-IDX-CMP     TO RV-CMP (WS-IDX-VEN)
                 MOVE PED-VEN-CODIGO TO RV-VENDEDOR (WS-IDX-VEN)
              ELSE
                 MOVE ZEROS TO WS-IDX-VEN
              END-IF
           END-IF
           .
       LOCALIZA-RESULTADO-TER.
           MOVE SPACES TO WS-ACHOU
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-QTD-RES-TER OR WS-ACHOU = "S"
              IF RT-CMP (WS-IDX-TER) = WS-IDX-CMP
                 AND RT-TERRITORIO (WS-IDX-TER) = WS-TERRITORIO-PED
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-IDX-TER
           ELSE
              IF WS-QTD-RES-TER < 300
                 ADD 1 TO WS-QTD-RES-TER
                 MOVE WS-QTD-RES-TER    TO WS-IDX-TER
                 MOVE WS-IDX-CMP        TO RT-CMP (WS-IDX-TER)
                 MOVE WS-TERRITORIO-PED TO RT-TERRITORIO (WS-IDX-TER)
                 MOVE WS-NOME-TER-PED   TO RT-NOME (WS-IDX-TER)
              ELSE
                 MOVE ZEROS TO WS-IDX-TER
              END-IF
           END-IF
           .
       IMPRIME-CAMPANHA.
           ADD 1 TO WS-CAMPANHAS-LISTADAS
           MOVE TAB-CMP-CODIGO (WS-IDX-CMP)     TO CABC-CODIGO
           MOVE TAB-CMP-DESCRICAO (WS-IDX-CMP)  TO CABC-DESCRICAO
           MOVE TAB-CMP-INICIO (WS-IDX-CMP)     TO CABC-INICIO
           MOVE TAB-CMP-FIM (WS-IDX-CMP)        TO CABC-FIM
           MOVE TAB-CMP-ANT-INICIO (WS-IDX-CMP) TO CABC-ANT-INICIO
           MOVE TAB-CMP-ANT-FIM (WS-IDX-CMP)    TO CABC-ANT-FIM
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-CAMPANHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO    AFTER 1 LINES
           MOVE "POR VENDEDOR" TO CABL-TIPO
           WRITE LINHA FROM CABECALHO-COLUNAS  AFTER 1 LINES
           MOVE ZEROS TO WS-TOT-QTD-CMP WS-TOT-VALOR-CMP
                         WS-TOT-QTD-ANT WS-TOT-VALOR-ANT
           PERFORM IMPRIME-LINHA-VENDEDOR
              VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-RES-VEN
           PERFORM IMPRIME-TOTAL-CAMPANHA
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           MOVE "POR TERRITORIO" TO CABL-TIPO
           WRITE LINHA FROM CABECALHO-COLUNAS  AFTER 1 LINES
           MOVE ZEROS TO WS-TOT-QTD-CMP WS-TOT-VALOR-CMP
                         WS-TOT-QTD-ANT WS-TOT-VALOR-ANT
           PERFORM IMPRIME-LINHA-TERRITORIO
              VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-QTD-RES-TER
           PERFORM IMPRIME-TOTAL-CAMPANHA
           .
       IMPRIME-LINHA-VENDEDOR.
           IF RV-CMP (WS-IDX-VEN) NOT = WS-IDX-CMP
              EXIT PARAGRAPH
           END-IF
           MOVE RV-VENDEDOR (WS-IDX-VEN) TO DET-CODIGO
           MOVE SPACES TO DET-NOME
           IF WS-VENDEDOR-DISPONIVEL = "S"
              MOVE RV-VENDEDOR (WS-IDX-VEN) TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VENDEDOR = 00
                 MOVE VEN-NOME TO DET-NOME
              END-IF
           END-IF
           MOVE RV-QTD-CMP (WS-IDX-VEN)   TO WS-LIN-QTD-CMP
           MOVE RV-VALOR-CMP (WS-IDX-VEN) TO WS-LIN-VALOR-CMP
           MOVE RV-QTD-ANT (WS-IDX-VEN)   TO WS-LIN-QTD-ANT
           MOVE RV-VALOR-ANT (WS-IDX-VEN) TO WS-LIN-VALOR-ANT
           ADD RV-QTD-CMP (WS-IDX-VEN)   TO WS-TOT-QTD-CMP
           ADD RV-VALOR-CMP (WS-IDX-VEN) TO WS-TOT-VALOR-CMP
           ADD RV-QTD-ANT (WS-IDX-VEN)   TO WS-TOT-QTD-ANT
           ADD RV-VALOR-ANT (WS-IDX-VEN) TO WS-TOT-VALOR-ANT
           PERFORM MONTA-DETALHE
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           .
       IMPRIME-LINHA-TERRITORIO.
           IF RT-CMP (WS-IDX-TER) NOT = WS-IDX-CMP
              EXIT PARAGRAPH
           END-IF
           MOVE RT-TERRITORIO (WS-IDX-TER) TO DET-CODIGO
           MOVE RT-NOME (WS-IDX-TER)       TO DET-NOME
           MOVE RT-QTD-CMP (WS-IDX-TER)    TO WS-LIN-QTD-CMP
           MOVE RT-VALOR-CMP (WS-IDX-TER)  TO WS-LIN-VALOR-CMP
           MOVE RT-QTD-ANT (WS-IDX-TER)    TO WS-LIN-QTD-ANT
           MOVE RT-VALOR-ANT (WS-IDX-TER)  TO WS-LIN-VALOR-ANT
           ADD RT-QTD-CMP (WS-IDX-TER)   TO WS-TOT-QTD-CMP
           ADD RT-VALOR-CMP (WS-IDX-TER) TO WS-TOT-VALOR-CMP
           ADD RT-QTD-ANT (WS-IDX-TER)   TO WS-TOT-QTD-ANT
           ADD RT-VALOR-ANT (WS-IDX-TER) TO WS-TOT-VALOR-ANT
           PERFORM MONTA-DETALHE
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           .
       IMPRIME-TOTAL-CAMPANHA.
           MOVE ZEROS           TO DET-CODIGO
           MOVE "TOTAL DA CAMPANHA" TO DET-NOME
           MOVE WS-TOT-QTD-CMP   TO WS-LIN-QTD-CMP
           MOVE WS-TOT-VALOR-CMP TO WS-LIN-VALOR-CMP
           MOVE WS-TOT-QTD-ANT   TO WS-LIN-QTD-ANT
           MOVE WS-TOT-VALOR-ANT TO WS-LIN-VALOR-ANT
           PERFORM MONTA-DETALHE
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           .
       MONTA-DETALHE.
      *    SEM VENDA NO PERIODO ANTERIOR O CRESCIMENTO SAI ZERADO.
           MOVE WS-LIN-QTD-CMP   TO DET-QTD-CMP
           MOVE WS-LIN-VALOR-CMP TO DET-VALOR-CMP
           MOVE WS-LIN-QTD-ANT   TO DET-QTD-ANT
           MOVE WS-LIN-VALOR-ANT TO DET-VALOR-ANT
           MOVE ZEROS TO DET-CRESC-QTD
           MOVE ZEROS TO DET-CRESC-VALOR
           IF WS-LIN-QTD-ANT NOT = ZEROS
              COMPUTE WS-CRESCIMENTO ROUNDED =
                 (WS-LIN-QTD-CMP - WS-LIN-QTD-ANT) * 100
                 / WS-LIN-QTD-ANT
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-CRESCIMENTO
              END-COMPUTE
              MOVE WS-CRESCIMENTO TO DET-CRESC-QTD
           END-IF
           IF WS-LIN-VALOR-ANT NOT = ZEROS
              COMPUTE WS-CRESCIMENTO ROUNDED =
                 (WS-LIN-VALOR-CMP - WS-LIN-VALOR-ANT) * 100
                 / WS-LIN-VALOR-ANT
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-CRESCIMENTO
              END-COMPUTE
              MOVE WS-CRESCIMENTO TO DET-CRESC-VALOR
           END-IF
           .
