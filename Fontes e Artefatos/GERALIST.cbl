       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERALIST.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** EMISSAO DE LISTAGEM DEFINIDA ********
      *    SUBPROGRAMA QUE EMITE UMA LISTAGEM AVULSA DEFINIDA NO
      *    PROG51 (LISTADEF.DAT): LE A BASE (CLIENTE, VENDEDOR,
      *    PEDIDO OU TITULO) DO INICIO AO FIM, SEPARA OS REGISTROS
      *    QUE ATENDEM A TODAS AS CONDICOES, CLASSIFICA PELO CAMPO
      *    DE ORDEM (SORT SOBRE O ARQUIVO DE SELECAO) E GRAVA AS
      *    COLUNAS ESCOLHIDAS EM DUAS SAIDAS COM O MESMO NOME
      *    DATADO DO CATALOGO (CODIGO.AAAAMMDD.SSSSSS):
      *      - .TXT - CABECALHO COM A DEFINICAO E COLUNAS ALINHADAS;
      *      - .CSV - CABECALHO COM OS NOMES DOS CAMPOS E OS VALORES
      *               SEPARADOS POR ";".
      *    A GERACAO VAI PARA O CATALOGO DE RELATORIOS (CATREL.DAT)
      *    COM O CODIGO DA LISTAGEM COMO TIPO E O TITULO COMO
      *    FILTRO, E A DATA E A GERACAO DA ULTIMA EMISSAO FICAM NA
      *    DEFINICAO. CHAMADO PELO PROG52 (SOB DEMANDA, COM O
      *    PERFIL JA CONFERIDO) E PELO PROGLISTA (CADEIA NOTURNA).
      *    RESULTADO: 0 = EMITIDA, 1 = DEFINICAO NAO ENCONTRADA,
      *    2 = ARQUIVO DA BASE INDISPONIVEL, 3 = ERRO NO CATALOGO OU
      *    NA GRAVACAO DAS SAIDAS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-LISTADEF ASSIGN TO DISK WID-ARQ-LISTADEF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LDF-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-LISTADEF.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.

           SELECT ARQ-CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAT-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CATREL.

           SELECT RELATORIO ASSIGN TO WID-RELATORIO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-RELATORIO.

           SELECT RELATORIO-CSV ASSIGN TO WID-RELATORIO-CSV
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-CSV.

           SELECT ARQ-SEL ASSIGN TO "LISTASEL".

           SELECT ARQ-SAI ASSIGN TO "LISTASAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-LISTADEF.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-CATREL.FD".

       FD  RELATORIO.
       01  LINHA                   PIC X(132).

       FD  RELATORIO-CSV.
       01  LINHA-CSV               PIC X(132).

       FD  ARQ-SEL.
       01  REG-SEL.
           02 SEL-CHAVE            PIC X(40).
           02 SEL-LINHA            PIC X(132).
           02 SEL-CSV              PIC X(132).

       FD  ARQ-SAI.
       01  REG-SAI.
           02 SAI-CHAVE            PIC X(40).
           02 SAI-LINHA            PIC X(132).
           02 SAI-CSV              PIC X(132).

       SD  ARQ-SORT.
       01  REG-SORT.
           02 SRT-CHAVE            PIC X(40).
           02 FILLER               PIC X(132).
           02 FILLER               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "TAB-CAMPOS-LISTA.cpy".
       77 WID-ARQ-LISTADEF         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CATREL           PIC X(50) VALUE SPACES.
       77 WID-RELATORIO            PIC X(50) VALUE SPACES.
       77 WID-RELATORIO-CSV        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-LISTADEF    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CATREL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RELATORIO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CSV         PIC 9(02) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD         PIC 9(08) VALUE ZEROS.
       77 WS-CATREL-SEQ            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LINHAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LISTADOS          PIC 9(07) VALUE ZEROS.
       77 WS-FIM-BASE              PIC 9(01) VALUE ZEROS.
       77 WS-FIM-SAI               PIC 9(01) VALUE ZEROS.
       77 WS-IDX                   PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CAMPO             PIC 9(02) VALUE ZEROS.
       77 WS-CAMPO-BUSCA           PIC X(12) VALUE SPACES.
       77 WS-QTD-COND              PIC 9(01) VALUE ZEROS.
       77 WS-QTD-COL               PIC 9(01) VALUE ZEROS.
       77 WS-ORDEM-IDX             PIC 9(02) VALUE ZEROS.
       77 WS-USA-ULT-COMPRA        PIC X(01) VALUE "N".
       77 WS-REGISTRO-OK           PIC X(01) VALUE "S".
       77 WS-COMPARA               PIC S9(01) VALUE ZEROS.
       77 WS-QTD-OCORRENCIAS       PIC 9(03) VALUE ZEROS.
       77 WS-POS-LINHA             PIC 9(03) VALUE ZEROS.
       77 WS-PTR-CSV               PIC 9(03) VALUE ZEROS.
       77 WS-LARGURA               PIC 9(02) VALUE ZEROS.
       77 WS-LARGURA-TOTAL         PIC 9(03) VALUE ZEROS.
       77 WS-VALOR-ALFA            PIC X(40) VALUE SPACES.
       77 WS-VALOR-NUM             PIC S9(14)V9(02) VALUE ZEROS.
       77 WS-TEXTO-COLUNA          PIC X(40) VALUE SPACES.
       77 WS-EDITA-N               PIC Z(13)9.
       77 WS-EDITA-V               PIC -(11)9,99.
       77 WS-LINHA-TXT             PIC X(132) VALUE SPACES.
       77 WS-LINHA-CSV             PIC X(132) VALUE SPACES.
       77 WS-QTD-CLIENTES          PIC 9(04) VALUE ZEROS.
       77 WS-IDX-ULT               PIC 9(04) VALUE ZEROS.
       77 WS-ACHADO                PIC X(01) VALUE SPACES.
       77 WS-ULT-AAAAMMDD          PIC 9(08) VALUE ZEROS.
       01 WS-CHAVE-NUM             PIC 9(14)V9(02) VALUE ZEROS.
       01 FILLER REDEFINES WS-CHAVE-NUM.
          02 WS-CHAVE-NUM-X        PIC X(16).
       01 WS-DATA-NUM              PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-NUM.
          02 WS-DATA-NUM-ANO       PIC 9(04).
          02 WS-DATA-NUM-MES       PIC 9(02).
          02 WS-DATA-NUM-DIA       PIC 9(02).
       01 AUX-DATA-BARRA           PIC X(10) VALUE SPACES.
       01 FILLER REDEFINES AUX-DATA-BARRA.
          02 AUX-BARRA-DIA         PIC 9(02).
          02 FILLER                PIC X(01).
          02 AUX-BARRA-MES         PIC 9(02).
          02 FILLER                PIC X(01).
          02 AUX-BARRA-ANO         PIC 9(04).
      *    CONDICOES E COLUNAS JA RESOLVIDAS NO DICIONARIO.
       01 TABELA-CONDICOES.
          02 COND-OCORRENCIA OCCURS 5 TIMES.
             03 TAB-CND-IDX        PIC 9(02).
             03 TAB-CND-OPERADOR   PIC X(02).
             03 TAB-CND-ALFA       PIC X(40).
             03 TAB-CND-TAM        PIC 9(02).
             03 TAB-CND-NUM        PIC S9(14)V9(02).
       01 TABELA-COLUNAS.
          02 COL-OCORRENCIA OCCURS 8 TIMES.
             03 TAB-COL-IDX        PIC 9(02).
             03 TAB-COL-LARGURA    PIC 9(02).
      *    ULTIMA COMPRA POR CLIENTE, SO QUANDO A LISTAGEM USA O
      *    CAMPO ULT-COMPRA (MESMA TECNICA DO PROGINATIV).
       01 TABELA-ULT-COMPRA.
          02 ULT-COMPRA-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-ULT-CLIENTE    PIC 9(07).
             03 TAB-ULT-DATA       PIC 9(08).

       01 CABECALHO-1.
          02 FILLER                PIC X(09) VALUE "LISTAGEM ".
          02 CAB-CODIGO            PIC X(10).
          02 FILLER                PIC X(03) VALUE " - ".
          02 CAB-TITULO            PIC X(40).
          02 FILLER                PIC X(46) VALUE SPACES.
          02 FILLER                PIC X(09) VALUE "EMISSAO: ".
          02 CAB-DATA              PIC X(10).
       01 CABECALHO-2.
          02 FILLER                PIC X(10) VALUE "BASE....: ".
          02 CAB-BASE              PIC X(08).
          02 FILLER                PIC X(13) VALUE "   OPERADOR: ".
          02 CAB-OPERADOR          PIC X(10).
          02 FILLER                PIC X(12) VALUE "   GERACAO: ".
          02 CAB-GERACAO           PIC 9(06).
       01 CABECALHO-CONDICAO.
          02 FILLER                PIC X(10) VALUE "CONDICAO: ".
          02 CAB-COND-CAMPO        PIC X(12).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 CAB-COND-OPERADOR     PIC X(02).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 CAB-COND-VALOR        PIC X(30).
       01 CABECALHO-ORDEM.
          02 FILLER                PIC X(10) VALUE "ORDEM...: ".
          02 CAB-ORDEM-CAMPO       PIC X(12).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 CAB-ORDEM-SENTIDO     PIC X(13).
       01 RODAPE-TOTAL.
          02 FILLER                PIC X(20) VALUE
             "REGISTROS LISTADOS: ".
          02 ROD-QTD-LISTADOS      PIC ZZZ.ZZ9.

       LINKAGE SECTION.
       77 LK-CODIGO                PIC X(10).
       77 LK-OPERADOR              PIC X(10).
       77 LK-ARQUIVO               PIC X(50).
       77 LK-QTD-REGISTROS         PIC 9(07).
       77 LK-RESULTADO             PIC 9(01).

       PROCEDURE DIVISION USING LK-CODIGO LK-OPERADOR LK-ARQUIVO
                                LK-QTD-REGISTROS LK-RESULTADO.
       INICIO.
           MOVE ZEROS  TO LK-RESULTADO
           MOVE ZEROS  TO LK-QTD-REGISTROS
           MOVE SPACES TO LK-ARQUIVO
           ACCEPT WS-HOJE-AAAAMMDD FROM DATE YYYYMMDD
           MOVE "LISTADEF.DAT" TO WID-ARQ-LISTADEF
           OPEN I-O ARQ-LISTADEF
           IF WS-RESULTADO-LISTADEF NOT = 00
              MOVE 1 TO LK-RESULTADO
              GOBACK
           END-IF
           MOVE LK-CODIGO TO LDF-CODIGO
           READ ARQ-LISTADEF
           IF WS-RESULTADO-LISTADEF NOT = 00
              MOVE 1 TO LK-RESULTADO
              CLOSE ARQ-LISTADEF
              GOBACK
           END-IF
           PERFORM PREPARA-DEFINICAO
           PERFORM ABRE-BASE
           IF LK-RESULTADO NOT = ZEROS
              CLOSE ARQ-LISTADEF
              GOBACK
           END-IF
           IF WS-USA-ULT-COMPRA = "S"
              PERFORM CARREGA-ULTIMAS-COMPRAS
           END-IF

      *    SELECAO: UM REGISTRO DE ARQ-SEL POR LINHA DA LISTAGEM,
      *    COM A CHAVE DE CLASSIFICACAO NA FRENTE.
           MOVE ZEROS TO WS-QTD-LISTADOS
           OPEN OUTPUT ARQ-SEL
           MOVE ZEROS TO WS-FIM-BASE
           PERFORM UNTIL WS-FIM-BASE = 1
              PERFORM LE-PROXIMO-BASE
              IF WS-FIM-BASE NOT = 1
                 PERFORM AVALIA-CONDICOES
                 IF WS-REGISTRO-OK = "S"
                    PERFORM MONTA-LINHA-SELECAO
                    WRITE REG-SEL
                    ADD 1 TO WS-QTD-LISTADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-SEL
           PERFORM FECHA-BASE

           IF LDF-ORDEM-DESCENDENTE
              SORT ARQ-SORT ON DESCENDING KEY SRT-CHAVE
                 WITH DUPLICATES IN ORDER
                 USING  ARQ-SEL
                 GIVING ARQ-SAI
           ELSE
              SORT ARQ-SORT ON ASCENDING KEY SRT-CHAVE
                 WITH DUPLICATES IN ORDER
                 USING  ARQ-SEL
                 GIVING ARQ-SAI
           END-IF

           PERFORM ABRE-CATALOGO-LISTAGEM
           IF LK-RESULTADO NOT = ZEROS
              CLOSE ARQ-LISTADEF
              GOBACK
           END-IF
           OPEN OUTPUT RELATORIO
           OPEN OUTPUT RELATORIO-CSV
           IF WS-RESULTADO-RELATORIO NOT = 00
              OR WS-RESULTADO-CSV NOT = 00
              MOVE 3 TO LK-RESULTADO
              CLOSE ARQ-CATREL
              CLOSE ARQ-LISTADEF
              GOBACK
           END-IF
           MOVE ZEROS TO WS-QTD-LINHAS
           PERFORM IMPRIME-CABECALHO
           OPEN INPUT ARQ-SAI
           MOVE ZEROS TO WS-FIM-SAI
           PERFORM UNTIL WS-FIM-SAI = 1
              READ ARQ-SAI AT END
                 MOVE 1 TO WS-FIM-SAI
              END-READ
              IF WS-FIM-SAI NOT = 1
                 WRITE LINHA FROM SAI-LINHA
                 ADD 1 TO WS-QTD-LINHAS
                 WRITE LINHA-CSV FROM SAI-CSV
              END-IF
           END-PERFORM
           CLOSE ARQ-SAI
           MOVE SPACES TO LINHA
           WRITE LINHA
           MOVE WS-QTD-LISTADOS TO ROD-QTD-LISTADOS
           WRITE LINHA FROM RODAPE-TOTAL
           ADD 2 TO WS-QTD-LINHAS
           CLOSE RELATORIO
           CLOSE RELATORIO-CSV

           MOVE WS-CATREL-SEQ TO CAT-SEQ
           READ ARQ-CATREL
           IF WS-RESULTADO-CATREL = 00
              MOVE WS-QTD-LINHAS TO CAT-QTD-LINHAS
              REWRITE REGISTRO-CATREL
           END-IF
           CLOSE ARQ-CATREL

           MOVE WS-HOJE-AAAAMMDD TO LDF-ULT-EMISSAO
           MOVE WS-CATREL-SEQ    TO LDF-ULT-CATREL
           REWRITE REGISTRO-LISTADEF
           CLOSE ARQ-LISTADEF
           MOVE WID-RELATORIO   TO LK-ARQUIVO
           MOVE WS-QTD-LISTADOS TO LK-QTD-REGISTROS
           GOBACK
           .

      *    ---------------------------------------------------------
      *    DEFINICAO: RESOLVE OS CAMPOS NO DICIONARIO E PREPARA OS
      *    VALORES DAS CONDICOES PARA A COMPARACAO.
      *    ---------------------------------------------------------
       PREPARA-DEFINICAO.
           MOVE "N"   TO WS-USA-ULT-COMPRA
           MOVE ZEROS TO WS-QTD-COND
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              IF LDF-COND-CAMPO (WS-IDX) NOT = SPACES
                 MOVE LDF-COND-CAMPO (WS-IDX) TO WS-CAMPO-BUSCA
                 PERFORM LOCALIZA-CAMPO
                 IF WS-IDX-CAMPO NOT = ZEROS
                    ADD 1 TO WS-QTD-COND
                    PERFORM PREPARA-CONDICAO
                 END-IF
              END-IF
           END-PERFORM
      *    A COLUNA TEM A LARGURA DO CAMPO OU DO NOME, O QUE FOR
      *    MAIOR; COLUNA QUE NAO CABE NAS 132 POSICOES E DESPREZADA.
           MOVE ZEROS TO WS-QTD-COL
           MOVE ZEROS TO WS-LARGURA-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
              IF LDF-COL-CAMPO (WS-IDX) NOT = SPACES
                 MOVE LDF-COL-CAMPO (WS-IDX) TO WS-CAMPO-BUSCA
                 PERFORM LOCALIZA-CAMPO
                 IF WS-IDX-CAMPO NOT = ZEROS
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       CPL-CAMPO (WS-IDX-CAMPO))) TO WS-LARGURA
                    IF CPL-LARGURA (WS-IDX-CAMPO) > WS-LARGURA
                       MOVE CPL-LARGURA (WS-IDX-CAMPO) TO WS-LARGURA
                    END-IF
                    IF WS-LARGURA-TOTAL + WS-LARGURA NOT > 132
                       ADD 1 TO WS-QTD-COL
                       MOVE WS-IDX-CAMPO TO TAB-COL-IDX (WS-QTD-COL)
                       MOVE WS-LARGURA
                          TO TAB-COL-LARGURA (WS-QTD-COL)
                       COMPUTE WS-LARGURA-TOTAL =
                          WS-LARGURA-TOTAL + WS-LARGURA + 1
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-ORDEM-IDX
           IF LDF-ORDEM-CAMPO NOT = SPACES
              MOVE LDF-ORDEM-CAMPO TO WS-CAMPO-BUSCA
              PERFORM LOCALIZA-CAMPO
              MOVE WS-IDX-CAMPO TO WS-ORDEM-IDX
           END-IF
           .
       LOCALIZA-CAMPO.
           MOVE ZEROS TO WS-IDX-CAMPO
           PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
              UNTIL WS-IDX-CAMPO > WS-QTD-CAMPOS-LISTA
                 OR (CPL-BASE (WS-IDX-CAMPO) = LDF-BASE
                 AND CPL-CAMPO (WS-IDX-CAMPO) = WS-CAMPO-BUSCA)
              CONTINUE
           END-PERFORM
           IF WS-IDX-CAMPO > WS-QTD-CAMPOS-LISTA
              MOVE ZEROS TO WS-IDX-CAMPO
           ELSE
              IF LDF-BASE-CLIENTE AND WS-CAMPO-BUSCA = "ULT-COMPRA"
                 MOVE "S" TO WS-USA-ULT-COMPRA
              END-IF
           END-IF
           .
       PREPARA-CONDICAO.
           MOVE WS-IDX-CAMPO TO TAB-CND-IDX (WS-QTD-COND)
           MOVE LDF-COND-OPERADOR (WS-IDX)
              TO TAB-CND-OPERADOR (WS-QTD-COND)
           MOVE FUNCTION UPPER-CASE(LDF-COND-VALOR (WS-IDX))
              TO TAB-CND-ALFA (WS-QTD-COND)
           MOVE ZEROS TO TAB-CND-NUM (WS-QTD-COND)
           MOVE 1 TO TAB-CND-TAM (WS-QTD-COND)
           IF LDF-COND-VALOR (WS-IDX) NOT = SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(
                 LDF-COND-VALOR (WS-IDX) TRAILING))
                 TO TAB-CND-TAM (WS-QTD-COND)
           END-IF
           EVALUATE CPL-TIPO (WS-IDX-CAMPO)
              WHEN "D"
                 EVALUATE TAB-CND-ALFA (WS-QTD-COND)
                    WHEN "HOJE"
                       MOVE WS-HOJE-AAAAMMDD TO WS-DATA-NUM
                    WHEN "INICIO-MES"
                       MOVE WS-HOJE-AAAAMMDD TO WS-DATA-NUM
                       MOVE 01 TO WS-DATA-NUM-DIA
                    WHEN "INICIO-ANO"
                       MOVE WS-HOJE-AAAAMMDD TO WS-DATA-NUM
                       MOVE 01 TO WS-DATA-NUM-MES
                       MOVE 01 TO WS-DATA-NUM-DIA
                    WHEN OTHER
                       MOVE FUNCTION NUMVAL(LDF-COND-VALOR (WS-IDX))
                          TO WS-DATA-NUM
                 END-EVALUATE
                 MOVE WS-DATA-NUM TO TAB-CND-NUM (WS-QTD-COND)
              WHEN "N"
              WHEN "V"
                 MOVE FUNCTION NUMVAL(LDF-COND-VALOR (WS-IDX))
                    TO TAB-CND-NUM (WS-QTD-COND)
           END-EVALUATE
           .

      *    ---------------------------------------------------------
      *    LEITURA DA BASE.
      *    ---------------------------------------------------------
       ABRE-BASE.
           EVALUATE TRUE
              WHEN LDF-BASE-CLIENTE
                 MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
                 OPEN INPUT ARQ-CLIENTE
                 IF WS-RESULTADO-CLIENTE NOT = 00
                    MOVE 2 TO LK-RESULTADO
                 END-IF
              WHEN LDF-BASE-VENDEDOR
                 MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
                 OPEN INPUT ARQ-VENDEDOR
                 IF WS-RESULTADO-VENDEDOR NOT = 00
                    MOVE 2 TO LK-RESULTADO
                 END-IF
              WHEN LDF-BASE-PEDIDO
                 MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
                 OPEN INPUT ARQ-PEDIDO
                 IF WS-RESULTADO-PEDIDO NOT = 00
                    MOVE 2 TO LK-RESULTADO
                 END-IF
              WHEN LDF-BASE-TITULO
                 MOVE "TITULO.DAT" TO WID-ARQ-TITULO
                 OPEN INPUT ARQ-TITULO
                 IF WS-RESULTADO-TITULO NOT = 00
                    MOVE 2 TO LK-RESULTADO
                 END-IF
              WHEN OTHER
                 MOVE 2 TO LK-RESULTADO
           END-EVALUATE
           .
       LE-PROXIMO-BASE.
           EVALUATE TRUE
              WHEN LDF-BASE-CLIENTE
                 READ ARQ-CLIENTE NEXT AT END
                    MOVE 1 TO WS-FIM-BASE
                 END-READ
              WHEN LDF-BASE-VENDEDOR
                 READ ARQ-VENDEDOR NEXT AT END
                    MOVE 1 TO WS-FIM-BASE
                 END-READ
              WHEN LDF-BASE-PEDIDO
                 READ ARQ-PEDIDO NEXT AT END
                    MOVE 1 TO WS-FIM-BASE
                 END-READ
              WHEN LDF-BASE-TITULO
                 READ ARQ-TITULO NEXT AT END
                    MOVE 1 TO WS-FIM-BASE
                 END-READ
           END-EVALUATE
           .
       FECHA-BASE.
           EVALUATE TRUE
              WHEN LDF-BASE-CLIENTE
                 CLOSE ARQ-CLIENTE
              WHEN LDF-BASE-VENDEDOR
                 CLOSE ARQ-VENDEDOR
              WHEN LDF-BASE-PEDIDO
                 CLOSE ARQ-PEDIDO
              WHEN LDF-BASE-TITULO
                 CLOSE ARQ-TITULO
           END-EVALUATE
           .
       CARREGA-ULTIMAS-COMPRAS.
           MOVE ZEROS TO WS-QTD-CLIENTES
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-SAI
           PERFORM UNTIL WS-FIM-SAI = 1
              READ ARQ-PEDIDO NEXT AT END
                 MOVE 1 TO WS-FIM-SAI
              END-READ
              IF WS-FIM-SAI NOT = 1 AND PED-ATIVO
                 PERFORM GUARDA-ULTIMA-COMPRA
              END-IF
           END-PERFORM
           CLOSE ARQ-PEDIDO
           .
       GUARDA-ULTIMA-COMPRA.
           MOVE PED-DATA TO AUX-DATA-BARRA
           COMPUTE WS-ULT-AAAAMMDD =
              (AUX-BARRA-ANO * 10000) + (AUX-BARRA-MES * 100)
                 + AUX-BARRA-DIA
           MOVE SPACES TO WS-ACHADO
           PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
              UNTIL WS-IDX-ULT > WS-QTD-CLIENTES
                 OR WS-ACHADO = "S"
              IF TAB-ULT-CLIENTE (WS-IDX-ULT) = PED-CLI-CODIGO
                 MOVE "S" TO WS-ACHADO
                 IF WS-ULT-AAAAMMDD > TAB-ULT-DATA (WS-IDX-ULT)
                    MOVE WS-ULT-AAAAMMDD TO TAB-ULT-DATA (WS-IDX-ULT)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ACHADO NOT = "S" AND WS-QTD-CLIENTES < 9999
              ADD 1 TO WS-QTD-CLIENTES
              MOVE PED-CLI-CODIGO  TO
                 TAB-ULT-CLIENTE (WS-QTD-CLIENTES)
              MOVE WS-ULT-AAAAMMDD TO
                 TAB-ULT-DATA (WS-QTD-CLIENTES)
           END-IF
           .

      *    ---------------------------------------------------------
      *    CONDICOES: TODAS PRECISAM SER ATENDIDAS.
      *    ---------------------------------------------------------
       AVALIA-CONDICOES.
           MOVE "S" TO WS-REGISTRO-OK
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-COND
                 OR WS-REGISTRO-OK NOT = "S"
              MOVE TAB-CND-IDX (WS-IDX) TO WS-IDX-CAMPO
              PERFORM OBTEM-VALOR-CAMPO
              PERFORM AVALIA-UMA-CONDICAO
           END-PERFORM
           .
       AVALIA-UMA-CONDICAO.
           IF CPL-TIPO (WS-IDX-CAMPO) = "A"
              MOVE FUNCTION UPPER-CASE(WS-VALOR-ALFA) TO WS-VALOR-ALFA
              IF TAB-CND-OPERADOR (WS-IDX) = "CT"
                 MOVE ZEROS TO WS-QTD-OCORRENCIAS
                 INSPECT WS-VALOR-ALFA TALLYING WS-QTD-OCORRENCIAS
                    FOR ALL TAB-CND-ALFA (WS-IDX)
                       (1:TAB-CND-TAM (WS-IDX))
                 IF WS-QTD-OCORRENCIAS = ZEROS
                    MOVE "N" TO WS-REGISTRO-OK
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              EVALUATE TRUE
                 WHEN WS-VALOR-ALFA < TAB-CND-ALFA (WS-IDX)
                    MOVE -1 TO WS-COMPARA
                 WHEN WS-VALOR-ALFA > TAB-CND-ALFA (WS-IDX)
                    MOVE 1 TO WS-COMPARA
                 WHEN OTHER
                    MOVE 0 TO WS-COMPARA
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                 WHEN WS-VALOR-NUM < TAB-CND-NUM (WS-IDX)
                    MOVE -1 TO WS-COMPARA
                 WHEN WS-VALOR-NUM > TAB-CND-NUM (WS-IDX)
                    MOVE 1 TO WS-COMPARA
                 WHEN OTHER
                    MOVE 0 TO WS-COMPARA
              END-EVALUATE
           END-IF
           EVALUATE TAB-CND-OPERADOR (WS-IDX)
              WHEN "= "
                 IF WS-COMPARA NOT = 0
                    MOVE "N" TO WS-REGISTRO-OK
                 END-IF
              WHEN "<>"
                 IF WS-COMPARA = 0
                    MOVE "N" TO WS-REGISTRO-OK
                 END-IF
              WHEN "> "
                 IF WS-COMPARA NOT = 1
                    MOVE "N" TO WS-REGISTRO-OK
                 END-IF
              WHEN "< "
                 IF WS-COMPARA NOT = -1
                    MOVE "N" TO WS-REGISTRO-OK
                 END-IF
              WHEN ">="
                 IF WS-COMPARA = -1
                    MOVE "N" TO WS-REGISTRO-OK
                 END-IF
              WHEN "<="
                 IF WS-COMPARA = 1
                    MOVE "N" TO WS-REGISTRO-OK
                 END-IF
              WHEN OTHER
                 MOVE "N" TO WS-REGISTRO-OK
           END-EVALUATE
           .

      *    ---------------------------------------------------------
      *    VALOR DO CAMPO WS-IDX-CAMPO NO REGISTRO CORRENTE: TEXTO EM
      *    WS-VALOR-ALFA (TIPO A) OU NUMERO EM WS-VALOR-NUM (N, V E
      *    D, ESTA EM AAAAMMDD).
      *    ---------------------------------------------------------
       OBTEM-VALOR-CAMPO.
           MOVE SPACES TO WS-VALOR-ALFA
           MOVE ZEROS  TO WS-VALOR-NUM
           MOVE CPL-CAMPO (WS-IDX-CAMPO) TO WS-CAMPO-BUSCA
           EVALUATE TRUE
              WHEN LDF-BASE-CLIENTE
                 PERFORM OBTEM-VALOR-CLIENTE
              WHEN LDF-BASE-VENDEDOR
                 PERFORM OBTEM-VALOR-VENDEDOR
              WHEN LDF-BASE-PEDIDO
                 PERFORM OBTEM-VALOR-PEDIDO
              WHEN LDF-BASE-TITULO
                 PERFORM OBTEM-VALOR-TITULO
           END-EVALUATE
           .
       OBTEM-VALOR-CLIENTE.
           EVALUATE WS-CAMPO-BUSCA
              WHEN "CODIGO"
                 MOVE CLI-CODIGO         TO WS-VALOR-NUM
              WHEN "CNPJ"
                 MOVE CLI-CNPJ           TO WS-VALOR-NUM
              WHEN "RAZAO"
                 MOVE CLI-RAZAO-SOCIAL   TO WS-VALOR-ALFA
              WHEN "CIDADE"
                 MOVE CLI-CIDADE         TO WS-VALOR-ALFA
              WHEN "UF"
                 MOVE CLI-UF             TO WS-VALOR-ALFA
              WHEN "CEP"
                 MOVE CLI-CEP            TO WS-VALOR-NUM
              WHEN "STATUS"
                 MOVE CLI-STATUS         TO WS-VALOR-ALFA
              WHEN "CADASTRO"
                 MOVE CLI-DATA-CADASTRO  TO AUX-DATA-BARRA
                 PERFORM CONVERTE-DATA-BARRA
              WHEN "TELEFONE"
                 MOVE CLI-TELEFONE       TO WS-VALOR-ALFA
              WHEN "EMAIL"
                 MOVE CLI-EMAIL          TO WS-VALOR-ALFA
              WHEN "VENDEDOR"
                 MOVE CLI-VEN-CODIGO     TO WS-VALOR-NUM
              WHEN "FILIAL"
                 MOVE CLI-FILIAL         TO WS-VALOR-ALFA
              WHEN "CLASSE"
                 MOVE CLI-CLASSE-ABC     TO WS-VALOR-ALFA
              WHEN "LIMITE"
                 MOVE CLI-LIMITE-CREDITO TO WS-VALOR-NUM
              WHEN "BLOQUEADO"
                 MOVE CLI-BLOQ-COMERCIAL TO WS-VALOR-ALFA
              WHEN "CNAE"
                 MOVE CLI-CNAE           TO WS-VALOR-NUM
              WHEN "SEGMENTO"
                 MOVE CLI-SEGMENTO       TO WS-VALOR-NUM
              WHEN "SITUACAO-RF"
                 MOVE CLI-RF-SITUACAO    TO WS-VALOR-ALFA
              WHEN "IE"
                 MOVE CLI-IE             TO WS-VALOR-ALFA
              WHEN "ULT-COMPRA"
                 PERFORM OBTEM-ULTIMA-COMPRA
           END-EVALUATE
           .
       OBTEM-ULTIMA-COMPRA.
           PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
              UNTIL WS-IDX-ULT > WS-QTD-CLIENTES
                 OR TAB-ULT-CLIENTE (WS-IDX-ULT) = CLI-CODIGO
              CONTINUE
           END-PERFORM
           IF WS-IDX-ULT NOT > WS-QTD-CLIENTES
              MOVE TAB-ULT-DATA (WS-IDX-ULT) TO WS-VALOR-NUM
           END-IF
           .
       OBTEM-VALOR-VENDEDOR.
           EVALUATE WS-CAMPO-BUSCA
              WHEN "CODIGO"
                 MOVE VEN-CODIGO         TO WS-VALOR-NUM
              WHEN "CPF"
                 MOVE VEN-CPF            TO WS-VALOR-NUM
              WHEN "NOME"
                 MOVE VEN-NOME           TO WS-VALOR-ALFA
              WHEN "CIDADE"
                 MOVE VEN-CIDADE         TO WS-VALOR-ALFA
              WHEN "UF"
                 MOVE VEN-UF             TO WS-VALOR-ALFA
              WHEN "STATUS"
                 MOVE VEN-STATUS         TO WS-VALOR-ALFA
              WHEN "CADASTRO"
                 MOVE VEN-DATA-CADASTRO  TO AUX-DATA-BARRA
                 PERFORM CONVERTE-DATA-BARRA
              WHEN "TELEFONE"
                 MOVE VEN-TELEFONE       TO WS-VALOR-ALFA
              WHEN "EMAIL"
                 MOVE VEN-EMAIL          TO WS-VALOR-ALFA
              WHEN "COMISSAO"
                 MOVE VEN-COMISSAO       TO WS-VALOR-NUM
              WHEN "META"
                 MOVE VEN-META-MENSAL    TO WS-VALOR-NUM
           END-EVALUATE
           .
       OBTEM-VALOR-PEDIDO.
           EVALUATE WS-CAMPO-BUSCA
              WHEN "NUMERO"
                 MOVE PED-NUMERO         TO WS-VALOR-NUM
              WHEN "DATA"
                 MOVE PED-DATA           TO AUX-DATA-BARRA
                 PERFORM CONVERTE-DATA-BARRA
              WHEN "COMPETENCIA"
                 MOVE PED-COMPETENCIA    TO WS-VALOR-NUM
              WHEN "CLIENTE"
                 MOVE PED-CLI-CODIGO     TO WS-VALOR-NUM
              WHEN "VENDEDOR"
                 MOVE PED-VEN-CODIGO     TO WS-VALOR-NUM
              WHEN "VALOR"
                 MOVE PED-VALOR          TO WS-VALOR-NUM
              WHEN "STATUS"
                 MOVE PED-STATUS         TO WS-VALOR-ALFA
              WHEN "FORA-CART"
                 MOVE PED-FORA-CARTEIRA  TO WS-VALOR-ALFA
              WHEN "COND-PAGTO"
                 MOVE PED-COND-PAGTO     TO WS-VALOR-NUM
              WHEN "VALOR-BRUTO"
                 MOVE PED-VALOR-BRUTO    TO WS-VALOR-NUM
              WHEN "DESCONTO"
                 MOVE PED-PCT-DESCONTO   TO WS-VALOR-NUM
           END-EVALUATE
           .
       OBTEM-VALOR-TITULO.
           EVALUATE WS-CAMPO-BUSCA
              WHEN "NUMERO"
                 MOVE TIT-NUMERO          TO WS-VALOR-NUM
              WHEN "PARCELA"
                 MOVE TIT-PARCELA         TO WS-VALOR-NUM
              WHEN "CLIENTE"
                 MOVE TIT-CLI-CODIGO      TO WS-VALOR-NUM
              WHEN "VENDEDOR"
                 MOVE TIT-VEN-CODIGO      TO WS-VALOR-NUM
              WHEN "EMISSAO"
                 MOVE TIT-DATA-EMISSAO    TO WS-VALOR-NUM
              WHEN "VENCIMENTO"
                 MOVE TIT-DATA-VENCIMENTO TO WS-VALOR-NUM
              WHEN "VALOR"
                 MOVE TIT-VALOR           TO WS-VALOR-NUM
              WHEN "VALOR-PAGO"
                 MOVE TIT-VALOR-PAGO      TO WS-VALOR-NUM
              WHEN "PAGAMENTO"
                 MOVE TIT-DATA-PAGAMENTO  TO WS-VALOR-NUM
              WHEN "STATUS"
                 MOVE TIT-STATUS          TO WS-VALOR-ALFA
              WHEN "NIVEL-COBR"
                 MOVE TIT-COB-NIVEL       TO WS-VALOR-NUM
           END-EVALUATE
           .
       CONVERTE-DATA-BARRA.
           IF AUX-DATA-BARRA (1:2) NUMERIC
              AND AUX-DATA-BARRA (4:2) NUMERIC
              AND AUX-DATA-BARRA (7:4) NUMERIC
              COMPUTE WS-VALOR-NUM =
                 (AUX-BARRA-ANO * 10000) + (AUX-BARRA-MES * 100)
                    + AUX-BARRA-DIA
           END-IF
           .

      *    ---------------------------------------------------------
      *    LINHA DA LISTAGEM (TXT E CSV) E CHAVE DE CLASSIFICACAO.
      *    ---------------------------------------------------------
       MONTA-LINHA-SELECAO.
           MOVE SPACES TO SEL-CHAVE
           IF WS-ORDEM-IDX NOT = ZEROS
              MOVE WS-ORDEM-IDX TO WS-IDX-CAMPO
              PERFORM OBTEM-VALOR-CAMPO
              IF CPL-TIPO (WS-ORDEM-IDX) = "A"
                 MOVE WS-VALOR-ALFA TO SEL-CHAVE
              ELSE
                 MOVE WS-VALOR-NUM   TO WS-CHAVE-NUM
                 MOVE WS-CHAVE-NUM-X TO SEL-CHAVE
              END-IF
           END-IF
           MOVE SPACES TO WS-LINHA-TXT
           MOVE SPACES TO WS-LINHA-CSV
           MOVE 1 TO WS-POS-LINHA
           MOVE 1 TO WS-PTR-CSV
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-COL
              MOVE TAB-COL-IDX (WS-IDX) TO WS-IDX-CAMPO
              PERFORM OBTEM-VALOR-CAMPO
              PERFORM FORMATA-COLUNA
           END-PERFORM
           MOVE WS-LINHA-TXT TO SEL-LINHA
           MOVE WS-LINHA-CSV TO SEL-CSV
           .
       FORMATA-COLUNA.
           MOVE TAB-COL-LARGURA (WS-IDX) TO WS-LARGURA
           MOVE SPACES TO WS-TEXTO-COLUNA
           EVALUATE CPL-TIPO (WS-IDX-CAMPO)
              WHEN "A"
                 MOVE WS-VALOR-ALFA TO WS-TEXTO-COLUNA
              WHEN "N"
                 MOVE WS-VALOR-NUM TO WS-EDITA-N
                 MOVE WS-EDITA-N (15 - WS-LARGURA:WS-LARGURA)
                    TO WS-TEXTO-COLUNA
              WHEN "V"
                 MOVE WS-VALOR-NUM TO WS-EDITA-V
                 MOVE WS-EDITA-V TO WS-TEXTO-COLUNA
              WHEN "D"
                 IF WS-VALOR-NUM NOT = ZEROS
                    MOVE WS-VALOR-NUM TO WS-DATA-NUM
                    MOVE WS-DATA-NUM-DIA TO WS-TEXTO-COLUNA (1:2)
                    MOVE "/"             TO WS-TEXTO-COLUNA (3:1)
                    MOVE WS-DATA-NUM-MES TO WS-TEXTO-COLUNA (4:2)
                    MOVE "/"             TO WS-TEXTO-COLUNA (6:1)
                    MOVE WS-DATA-NUM-ANO TO WS-TEXTO-COLUNA (7:4)
                 END-IF
           END-EVALUATE
           MOVE WS-TEXTO-COLUNA (1:WS-LARGURA)
              TO WS-LINHA-TXT (WS-POS-LINHA:WS-LARGURA)
           COMPUTE WS-POS-LINHA = WS-POS-LINHA + WS-LARGURA + 1
           IF WS-IDX > 1
              STRING ";" DELIMITED BY SIZE
                 INTO WS-LINHA-CSV WITH POINTER WS-PTR-CSV
              END-STRING
           END-IF
           IF WS-TEXTO-COLUNA NOT = SPACES
              STRING FUNCTION TRIM(WS-TEXTO-COLUNA) DELIMITED BY SIZE
                 INTO WS-LINHA-CSV WITH POINTER WS-PTR-CSV
              END-STRING
           END-IF
           .

      *    ---------------------------------------------------------
      *    CATALOGO: PROXIMA SEQUENCIA E NOMES DATADOS DAS SAIDAS.
      *    ---------------------------------------------------------
       ABRE-CATALOGO-LISTAGEM.
           MOVE "CATREL.DAT" TO WID-ARQ-CATREL
           OPEN I-O ARQ-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              OPEN OUTPUT ARQ-CATREL
              CLOSE ARQ-CATREL
              OPEN I-O ARQ-CATREL
           END-IF
           MOVE ZEROS TO CAT-SEQ
           READ ARQ-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              INITIALIZE REGISTRO-CATREL
              MOVE ZEROS TO CAT-SEQ
              WRITE REGISTRO-CATREL
           END-IF
           COMPUTE WS-CATREL-SEQ = CAT-ULTIMA-SEQ + 1
           MOVE WS-CATREL-SEQ TO CAT-ULTIMA-SEQ
           MOVE ZEROS         TO CAT-SEQ
           REWRITE REGISTRO-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              MOVE 3 TO LK-RESULTADO
              CLOSE ARQ-CATREL
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WID-RELATORIO
           STRING FUNCTION TRIM(LDF-CODIGO) DELIMITED BY SIZE
                  "."              DELIMITED BY SIZE
                  WS-HOJE-AAAAMMDD DELIMITED BY SIZE
                  "."              DELIMITED BY SIZE
                  WS-CATREL-SEQ    DELIMITED BY SIZE
                  ".TXT"           DELIMITED BY SIZE
               INTO WID-RELATORIO
           END-STRING
           MOVE SPACES TO WID-RELATORIO-CSV
           STRING FUNCTION TRIM(LDF-CODIGO) DELIMITED BY SIZE
                  "."              DELIMITED BY SIZE
                  WS-HOJE-AAAAMMDD DELIMITED BY SIZE
                  "."              DELIMITED BY SIZE
                  WS-CATREL-SEQ    DELIMITED BY SIZE
                  ".CSV"           DELIMITED BY SIZE
               INTO WID-RELATORIO-CSV
           END-STRING
           INITIALIZE REGISTRO-CATREL
           MOVE WS-CATREL-SEQ    TO CAT-SEQ
           MOVE LDF-CODIGO       TO CAT-TIPO
           MOVE WS-HOJE-AAAAMMDD TO CAT-DATA
           MOVE LK-OPERADOR      TO CAT-OPERADOR
           MOVE LDF-TITULO       TO CAT-FILTROS
           MOVE WID-RELATORIO    TO CAT-ARQUIVO
           WRITE REGISTRO-CATREL
           IF WS-RESULTADO-CATREL NOT = 00
              MOVE 3 TO LK-RESULTADO
              CLOSE ARQ-CATREL
           END-IF
           .
       IMPRIME-CABECALHO.
           MOVE LDF-CODIGO       TO CAB-CODIGO
           MOVE LDF-TITULO       TO CAB-TITULO
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-NUM
           MOVE SPACES TO CAB-DATA
           MOVE WS-DATA-NUM-DIA TO CAB-DATA (1:2)
           MOVE "/"             TO CAB-DATA (3:1)
           MOVE WS-DATA-NUM-MES TO CAB-DATA (4:2)
           MOVE "/"             TO CAB-DATA (6:1)
           MOVE WS-DATA-NUM-ANO TO CAB-DATA (7:4)
           WRITE LINHA FROM CABECALHO-1
           MOVE LDF-BASE      TO CAB-BASE
           MOVE LK-OPERADOR   TO CAB-OPERADOR
           MOVE WS-CATREL-SEQ TO CAB-GERACAO
           WRITE LINHA FROM CABECALHO-2
           ADD 2 TO WS-QTD-LINHAS
           IF WS-QTD-COND = ZEROS
              MOVE SPACES TO CAB-COND-CAMPO
              MOVE SPACES TO CAB-COND-OPERADOR
              MOVE "NENHUMA - TODOS OS REGISTROS" TO CAB-COND-VALOR
              WRITE LINHA FROM CABECALHO-CONDICAO
              ADD 1 TO WS-QTD-LINHAS
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              IF LDF-COND-CAMPO (WS-IDX) NOT = SPACES
                 MOVE LDF-COND-CAMPO (WS-IDX)    TO CAB-COND-CAMPO
                 MOVE LDF-COND-OPERADOR (WS-IDX) TO CAB-COND-OPERADOR
                 MOVE LDF-COND-VALOR (WS-IDX)    TO CAB-COND-VALOR
                 WRITE LINHA FROM CABECALHO-CONDICAO
                 ADD 1 TO WS-QTD-LINHAS
              END-IF
           END-PERFORM
           IF WS-ORDEM-IDX = ZEROS
              MOVE "ARQUIVO"     TO CAB-ORDEM-CAMPO
              MOVE SPACES        TO CAB-ORDEM-SENTIDO
           ELSE
              MOVE LDF-ORDEM-CAMPO TO CAB-ORDEM-CAMPO
              IF LDF-ORDEM-DESCENDENTE
                 MOVE "DESCENDENTE" TO CAB-ORDEM-SENTIDO
              ELSE
                 MOVE "ASCENDENTE"  TO CAB-ORDEM-SENTIDO
              END-IF
           END-IF
           WRITE LINHA FROM CABECALHO-ORDEM
           MOVE SPACES TO LINHA
           WRITE LINHA
           ADD 2 TO WS-QTD-LINHAS
      *    TITULOS DAS COLUNAS: TXT ALINHADO E CSV COM OS NOMES.
           MOVE SPACES TO WS-LINHA-TXT
           MOVE SPACES TO WS-LINHA-CSV
           MOVE 1 TO WS-POS-LINHA
           MOVE 1 TO WS-PTR-CSV
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-COL
              MOVE TAB-COL-IDX (WS-IDX)     TO WS-IDX-CAMPO
              MOVE TAB-COL-LARGURA (WS-IDX) TO WS-LARGURA
              MOVE CPL-CAMPO (WS-IDX-CAMPO)
                 TO WS-LINHA-TXT (WS-POS-LINHA:WS-LARGURA)
              COMPUTE WS-POS-LINHA = WS-POS-LINHA + WS-LARGURA + 1
              IF WS-IDX > 1
                 STRING ";" DELIMITED BY SIZE
                    INTO WS-LINHA-CSV WITH POINTER WS-PTR-CSV
                 END-STRING
              END-IF
              STRING FUNCTION TRIM(CPL-CAMPO (WS-IDX-CAMPO))
                    DELIMITED BY SIZE
                 INTO WS-LINHA-CSV WITH POINTER WS-PTR-CSV
              END-STRING
           END-PERFORM
           WRITE LINHA FROM WS-LINHA-TXT
           MOVE ALL "-" TO LINHA
           IF WS-POS-LINHA < 133
              MOVE SPACES TO LINHA (WS-POS-LINHA:)
           END-IF
           WRITE LINHA
           ADD 2 TO WS-QTD-LINHAS
           WRITE LINHA-CSV FROM WS-LINHA-CSV
           .
