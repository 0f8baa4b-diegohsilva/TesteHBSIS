       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVENCTR.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** CONTRATOS DE PRECO A VENCER ********
      *    PERCORRE OS CONTRATOS DE PRECO (CONTRATO.DAT, PROG62) E
      *    LISTA OS QUE TERMINAM ENTRE HOJE E OS PROXIMOS DIASCONTR
      *    DIAS (PARAMETRO, PADRAO 30). DE CADA CLIENTE OU GRUPO E
      *    PRODUTO SO CONTA A ULTIMA VIGENCIA CADASTRADA: CONTRATO
      *    JA RENOVADO (COM VIGENCIA POSTERIOR INCLUIDA) NAO SAI, E
      *    CONTRATO SEM DATA FIM NUNCA VENCE.
      *    O RELATORIO COMPLETO VAI PARA RVENCTR.TXT, CATALOGADO
      *    (TIPO RVENCTR). CADA VENDEDOR RESPONSAVEL (CTP-VEN-CODIGO;
      *    ZERADO, O DA CARTEIRA DO CLIENTE) RECEBE OS SEUS NUM AVISO
      *    (CTR.VNNNNN.TXT) ENFILEIRADO PARA O VEN-EMAIL PELO
      *    MAILENQ, COMO O AVISO DO PROGPEDREC. RODA NA CADEIA DIARIA
      *    DO PROGLOTE, ANTES DO DESPACHANTE DE CORREIO.

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

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-AVISO ASSIGN TO WID-ARQ-AVISO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-AVISO.

           SELECT RELATORIO ASSIGN TO "RVENCTR.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CONTRATO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-VENDEDOR.FD".

       FD ARQ-AVISO.
       01 LINHA-AVISO               PIC X(80).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CONTRATO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-AVISO            PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONTRATO    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AVISO       PIC 9(02) VALUE ZEROS.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
      *    ANTECEDENCIA DO AVISO, EM DIAS CORRIDOS.
       77 WS-DIAS-AVISO            PIC 9(03) VALUE 30.
       77 WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-RESTANTES        PIC 9(05) VALUE ZEROS.
       77 WS-FIM-CONTRATOS         PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-QTD-CONTRATOS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-A-VENCER          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-VENDEDOR      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-AVISOS            PIC 9(05) VALUE ZEROS.
      *    ULTIMA VIGENCIA LIDA DO CLIENTE/GRUPO + PRODUTO, SO
      *    AVALIADA QUANDO A LEITURA MUDA DE CHAVE (OU NO FIM).
       77 WS-TEM-ANTERIOR          PIC X(01) VALUE "N".
       01 WS-CONTRATO-ANTERIOR.
          02 WS-ANT-CLI-CODIGO     PIC 9(07).
          02 WS-ANT-RAIZ-CNPJ      PIC 9(08).
          02 WS-ANT-PRO-CODIGO     PIC 9(05).
          02 WS-ANT-VIGENCIA       PIC 9(08).
          02 WS-ANT-DATA-FIM       PIC 9(08).
          02 WS-ANT-VALOR          PIC 9(09)V9(02).
          02 WS-ANT-VEN-CODIGO     PIC 9(05).
          02 WS-ANT-NUMERO         PIC X(15).
       77 WS-NOME-ALVO             PIC X(30) VALUE SPACES.
       77 WS-VEN-CARTEIRA          PIC 9(05) VALUE ZEROS.
       01 WS-CNPJ-BUSCA            PIC 9(14) VALUE ZEROS.
       01 WS-CNPJ-BUSCA-R REDEFINES WS-CNPJ-BUSCA.
          02 WS-CNPJ-BUSCA-RAIZ    PIC 9(08).
          02 WS-CNPJ-BUSCA-RESTO   PIC 9(06).
      *    AVISO AO VENDEDOR, NO PADRAO DO PROGPEDREC.
       77 WS-QTD-VENDEDORES        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VEN               PIC 9(04) VALUE ZEROS.
       77 WS-AVISO-VENDEDOR        PIC 9(05) VALUE ZEROS.
       77 WS-AVISO-TEXTO           PIC X(80) VALUE SPACES.
       77 WS-VEN-EDIT              PIC 9(05) VALUE ZEROS.
       77 WS-MAIL-ASSUNTO          PIC X(40) VALUE SPACES.
       77 WS-MAIL-CORPO            PIC X(50) VALUE SPACES.
       77 WS-MAIL-ORIGEM           PIC X(10) VALUE "PROGVENCTR".
       77 WS-MAIL-RESULTADO        PIC 9(01) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RVENCTR".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RVENCTR.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 WS-VALOR-EDITADO         PIC ZZZ.ZZZ.ZZ9,99.
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).

       01 TABELA-VENDEDORES.
          02 VENDEDOR-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-VEN-CODIGO       PIC 9(05).
             03 TAB-VEN-EMAIL        PIC X(50).
             03 TAB-VEN-AVISO-INICIADO PIC X(01).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(31) VALUE
             "CONTRATOS DE PRECO A VENCER ATE".
          02 FILLER       PIC X(01) VALUE SPACES.
          02 CABT-LIMITE  PIC 9(08).
          02 FILLER       PIC X(39) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-1.
          02 FILLER PIC X(01) VALUE "T".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "  CODIGO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "CLIENTE / GRUPO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "PROD.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(20) VALUE "DESCRICAO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "VIGENCIA".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "FIM".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "DIAS".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "  PRECO CONTR.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(05) VALUE "VEND.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "CONTRATO".

       01 DETALHE.
          02 DET-TIPO              PIC X(01).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-CODIGO            PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-NOME              PIC X(30).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-PRODUTO           PIC 9(05).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-DESCRICAO         PIC X(20).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-VIGENCIA          PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-FIM               PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-DIAS              PIC ZZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-VENDEDOR          PIC 9(05).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-NUMERO            PIC X(15).

       01 RODAPE.
          02 FILLER PIC X(30) VALUE "CONTRATOS A VENCER..........: ".
          02 ROD-QTD PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           DISPLAY "PROGVENCTR - CONTRATOS DE PRECO A VENCER - "
              CAB-DATA
           MOVE "DIASCONTR" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DIAS-AVISO
           END-IF
           CANCEL "PARAMLER"
           COMPUTE WS-DATA-LIMITE =
              FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(DATA-SISTEMA)
                  + WS-DIAS-AVISO)
           MOVE "CONTRATO.DAT" TO WID-ARQ-CONTRATO
           OPEN INPUT ARQ-CONTRATO
           IF WS-RESULTADO-CONTRATO NOT = 00
              DISPLAY "PROGVENCTR - NAO HA CONTRATOS DE PRECO."
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-CLIENTE NOT = 00
              OR WS-RESULTADO-PRODUTO NOT = 00
              OR WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "PROGVENCTR - CADASTROS BASICOS AUSENTES "
                 "(CLIENTE/PRODUTO/VENDEDOR)."
              CLOSE ARQ-CONTRATO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-VENDEDORES
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA       TO CABT-DATA
           MOVE WS-DATA-LIMITE TO CABT-LIMITE
           PERFORM IMPRIMIR-CABECALHO

           MOVE "N" TO WS-TEM-ANTERIOR
           MOVE ZEROS TO WS-FIM-CONTRATOS
           PERFORM UNTIL WS-FIM-CONTRATOS = 1
              READ ARQ-CONTRATO NEXT AT END
                 MOVE 1 TO WS-FIM-CONTRATOS
              END-READ
              IF WS-FIM-CONTRATOS NOT = 1
                 ADD 1 TO WS-QTD-CONTRATOS
                 IF WS-TEM-ANTERIOR = "S"
                    AND (CTP-CLI-CODIGO NOT = WS-ANT-CLI-CODIGO
                      OR CTP-RAIZ-CNPJ NOT = WS-ANT-RAIZ-CNPJ
                      OR CTP-PRO-CODIGO NOT = WS-ANT-PRO-CODIGO)
                    PERFORM AVALIA-CONTRATO
                       THRU F-AVALIA-CONTRATO
                 END-IF
                 PERFORM GUARDA-CONTRATO
              END-IF
           END-PERFORM
           IF WS-TEM-ANTERIOR = "S"
              PERFORM AVALIA-CONTRATO
                 THRU F-AVALIA-CONTRATO
           END-IF

           MOVE WS-QTD-A-VENCER TO ROD-QTD
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINE
           WRITE LINHA FROM RODAPE      AFTER 1 LINE
           CLOSE RELATORIO
           CLOSE ARQ-CONTRATO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-VENDEDOR
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "VENCIMENTO ATE " WS-DATA-LIMITE
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGVENCTR - CONTRATOS LIDOS...........: "
              WS-QTD-CONTRATOS
           DISPLAY "PROGVENCTR - CONTRATOS A VENCER........: "
              WS-QTD-A-VENCER
           DISPLAY "PROGVENCTR - SEM VENDEDOR PARA AVISO...: "
              WS-QTD-SEM-VENDEDOR
           DISPLAY "PROGVENCTR - AVISOS A VENDEDORES.......: "
              WS-QTD-AVISOS
           DISPLAY "PROGVENCTR - RELATORIO EM RVENCTR.TXT."
           GOBACK
           .
       GUARDA-CONTRATO.
           MOVE "S"            TO WS-TEM-ANTERIOR
           MOVE CTP-CLI-CODIGO TO WS-ANT-CLI-CODIGO
           MOVE CTP-RAIZ-CNPJ  TO WS-ANT-RAIZ-CNPJ
           MOVE CTP-PRO-CODIGO TO WS-ANT-PRO-CODIGO
           MOVE CTP-VIGENCIA   TO WS-ANT-VIGENCIA
           MOVE CTP-DATA-FIM   TO WS-ANT-DATA-FIM
           MOVE CTP-VALOR      TO WS-ANT-VALOR
           MOVE CTP-VEN-CODIGO TO WS-ANT-VEN-CODIGO
           MOVE CTP-NUMERO     TO WS-ANT-NUMERO
           .
      *    ULTIMA VIGENCIA DO CLIENTE/GRUPO + PRODUTO: ENTRA SE TEM
      *    DATA FIM ENTRE HOJE E A DATA LIMITE.
       AVALIA-CONTRATO.
           IF WS-ANT-DATA-FIM = ZEROS
              OR WS-ANT-DATA-FIM LESS DATA-SISTEMA
              OR WS-ANT-DATA-FIM GREATER WS-DATA-LIMITE
              GO TO F-AVALIA-CONTRATO
           END-IF
           ADD 1 TO WS-QTD-A-VENCER
           COMPUTE WS-DIAS-RESTANTES =
              FUNCTION INTEGER-OF-DATE(WS-ANT-DATA-FIM)
              - FUNCTION INTEGER-OF-DATE(DATA-SISTEMA)
           PERFORM BUSCA-ALVO
           MOVE SPACES TO PRO-DESCRICAO
           MOVE WS-ANT-PRO-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              MOVE "PRODUTO NAO CADASTRADO" TO PRO-DESCRICAO
           END-IF
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           IF WS-ANT-CLI-CODIGO NOT = ZEROS
              MOVE "C"               TO DET-TIPO
              MOVE WS-ANT-CLI-CODIGO TO DET-CODIGO
           ELSE
              MOVE "G"               TO DET-TIPO
              MOVE WS-ANT-RAIZ-CNPJ  TO DET-CODIGO
           END-IF
           MOVE WS-NOME-ALVO      TO DET-NOME
           MOVE WS-ANT-PRO-CODIGO TO DET-PRODUTO
           MOVE PRO-DESCRICAO     TO DET-DESCRICAO
           MOVE WS-ANT-VIGENCIA   TO DET-VIGENCIA
           MOVE WS-ANT-DATA-FIM   TO DET-FIM
           MOVE WS-DIAS-RESTANTES TO DET-DIAS
           MOVE WS-ANT-VALOR      TO DET-VALOR
      *    SEM VENDEDOR NO CONTRATO, AVISA O DA CARTEIRA DO CLIENTE
      *    (NO CONTRATO DE GRUPO, O DO CLIENTE ENCONTRADO NO GRUPO).
           IF WS-ANT-VEN-CODIGO NOT = ZEROS
              MOVE WS-ANT-VEN-CODIGO TO WS-AVISO-VENDEDOR
           ELSE
              MOVE WS-VEN-CARTEIRA   TO WS-AVISO-VENDEDOR
           END-IF
           MOVE WS-AVISO-VENDEDOR TO DET-VENDEDOR
           MOVE WS-ANT-NUMERO     TO DET-NUMERO
           WRITE LINHA FROM DETALHE AFTER 1 LINE
           ADD 1 TO CONTADOR-LINHA
           MOVE SPACES TO WS-AVISO-TEXTO
           MOVE WS-ANT-VALOR TO WS-VALOR-EDITADO
           STRING DET-TIPO " " DET-CODIGO " PROD " WS-ANT-PRO-CODIGO
              " FIM " WS-ANT-DATA-FIM " PRECO " WS-VALOR-EDITADO
              " " WS-ANT-NUMERO
              DELIMITED BY SIZE INTO WS-AVISO-TEXTO
           END-STRING
           PERFORM ESCREVE-AVISO
           .
       F-AVALIA-CONTRATO. EXIT.
      *    NOME DO CLIENTE DO CONTRATO OU, NO CONTRATO DE GRUPO, O
      *    DO PRIMEIRO CLIENTE COM AQUELA RAIZ DE CNPJ.
       BUSCA-ALVO.
           MOVE SPACES TO WS-NOME-ALVO
           MOVE ZEROS  TO WS-VEN-CARTEIRA
           IF WS-ANT-CLI-CODIGO NOT = ZEROS
              MOVE WS-ANT-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-CLIENTE = 00
                 MOVE CLI-RAZAO-SOCIAL TO WS-NOME-ALVO
                 MOVE CLI-VEN-CODIGO   TO WS-VEN-CARTEIRA
              ELSE
                 MOVE "CLIENTE NAO CADASTRADO" TO WS-NOME-ALVO
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ANT-RAIZ-CNPJ TO WS-CNPJ-BUSCA-RAIZ
           MOVE ZEROS            TO WS-CNPJ-BUSCA-RESTO
           MOVE WS-CNPJ-BUSCA    TO CLI-CNPJ
           START ARQ-CLIENTE KEY IS NOT LESS CLI-CNPJ
           IF WS-RESULTADO-CLIENTE = 00
              READ ARQ-CLIENTE NEXT
              IF WS-RESULTADO-CLIENTE = 00
                 AND CLI-CNPJ (1:8) = WS-ANT-RAIZ-CNPJ
                 STRING "GRUPO " CLI-RAZAO-SOCIAL
                    DELIMITED BY SIZE INTO WS-NOME-ALVO
                 END-STRING
                 MOVE CLI-VEN-CODIGO TO WS-VEN-CARTEIRA
              END-IF
           END-IF
           IF WS-NOME-ALVO = SPACES
              MOVE "GRUPO SEM CLIENTE CADASTRADO" TO WS-NOME-ALVO
           END-IF
           .
       CARREGA-VENDEDORES.
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-VENDEDOR NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 AND WS-QTD-VENDEDORES LESS 9999
                 ADD 1 TO WS-QTD-VENDEDORES
                 MOVE VEN-CODIGO
                    TO TAB-VEN-CODIGO (WS-QTD-VENDEDORES)
                 MOVE VEN-EMAIL
                    TO TAB-VEN-EMAIL (WS-QTD-VENDEDORES)
                 MOVE "N"
                    TO TAB-VEN-AVISO-INICIADO (WS-QTD-VENDEDORES)
              END-IF
           END-PERFORM
           .
       LOCALIZA-VENDEDOR-TABELA.
           MOVE ZEROS TO WS-IDX-VEN
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > WS-QTD-VENDEDORES
              IF TAB-VEN-CODIGO (WS-IDX-VEN) = WS-AVISO-VENDEDOR
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-IDX-VEN > WS-QTD-VENDEDORES
              MOVE ZEROS TO WS-IDX-VEN
           END-IF
           .
       ESCREVE-AVISO.
      *    ABRE O AVISO DO VENDEDOR NO PRIMEIRO CONTRATO DELE
      *    (CABECALHO ENDERECADO AO VEN-EMAIL, JA ENFILEIRADO PARA O
      *    DESPACHANTE DE CORREIO) E ACRESCENTA OS DEMAIS. VENDEDOR
      *    SEM CADASTRO SO APARECE NO RELATORIO.
           IF WS-AVISO-VENDEDOR = ZEROS
              ADD 1 TO WS-QTD-SEM-VENDEDOR
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-VENDEDOR-TABELA
           IF WS-IDX-VEN = ZEROS
              ADD 1 TO WS-QTD-SEM-VENDEDOR
              EXIT PARAGRAPH
           END-IF
           MOVE WS-AVISO-VENDEDOR TO WS-VEN-EDIT
           MOVE SPACES TO WID-ARQ-AVISO
           STRING "CTR.V"     DELIMITED BY SIZE
                  WS-VEN-EDIT DELIMITED BY SIZE
                  ".TXT"      DELIMITED BY SIZE
               INTO WID-ARQ-AVISO
           END-STRING
           IF TAB-VEN-AVISO-INICIADO (WS-IDX-VEN) = "N"
              OPEN OUTPUT ARQ-AVISO
              MOVE "S" TO TAB-VEN-AVISO-INICIADO (WS-IDX-VEN)
              ADD 1 TO WS-QTD-AVISOS
              MOVE SPACES TO LINHA-AVISO
              STRING "PARA: " DELIMITED BY SIZE
                 TAB-VEN-EMAIL (WS-IDX-VEN) DELIMITED BY SIZE
                 INTO LINHA-AVISO
              END-STRING
              WRITE LINHA-AVISO
              MOVE SPACES TO LINHA-AVISO
              STRING "CONTRATOS DE PRECO A VENCER ATE "
                 DELIMITED BY SIZE
                 WS-DATA-LIMITE DELIMITED BY SIZE
                 " - VENDEDOR " DELIMITED BY SIZE
                 WS-VEN-EDIT DELIMITED BY SIZE
                 INTO LINHA-AVISO
              END-STRING
              WRITE LINHA-AVISO
              MOVE SPACES TO LINHA-AVISO
              STRING "RENOVE (NOVA VIGENCIA NO PROG62) OU DEIXE "
                 DELIMITED BY SIZE
                 "VENCER - DEPOIS VALE A TABELA."
                 DELIMITED BY SIZE
                 INTO LINHA-AVISO
              END-STRING
              WRITE LINHA-AVISO
              MOVE "C=CLIENTE G=RAIZ DO CNPJ DO GRUPO" TO LINHA-AVISO
              WRITE LINHA-AVISO
              IF TAB-VEN-EMAIL (WS-IDX-VEN) NOT = SPACES
                 MOVE "CONTRATOS DE PRECO A VENCER"
                    TO WS-MAIL-ASSUNTO
                 MOVE WID-ARQ-AVISO TO WS-MAIL-CORPO
                 CALL "MAILENQ" USING TAB-VEN-EMAIL (WS-IDX-VEN)
                    WS-MAIL-ASSUNTO WS-MAIL-CORPO WS-MAIL-ORIGEM
                    WS-MAIL-RESULTADO
                 CANCEL "MAILENQ"
              END-IF
           ELSE
              OPEN EXTEND ARQ-AVISO
              IF WS-RESULTADO-AVISO NOT = 00
                 OPEN OUTPUT ARQ-AVISO
              END-IF
           END-IF
           WRITE LINHA-AVISO FROM WS-AVISO-TEXTO
           CLOSE ARQ-AVISO
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-1      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.
