       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONCOR.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** NOSSO PRECO X PRECO DA CONCORRENCIA ********
      *    COMPARA, PARA AS PESQUISAS DE PRECO DA CONCORRENCIA DA
      *    COMPETENCIA (CONCOR.DAT, CAPTURADAS NO PROG32 E PELO
      *    PROGMOVCON), O NOSSO PRECO VIGENTE HOJE NA TABELA DE
      *    PRECOS (PRECO.DAT) NA FAIXA ABC DE CADA CLIENTE
      *    PESQUISADO - DEPOIS A GERAL, DEPOIS O PRECO DE LISTA, A
      *    MESMA REGRA DO PROG07 - COM A MEDIANA DOS PRECOS DOS
      *    CONCORRENTES. AS PESQUISAS VAO PARA UM ARQUIVO DE
      *    TRABALHO, CLASSIFICADO TRES VEZES PARA IMPRIMIR A VISAO
      *    POR PRODUTO, POR PRODUTO E CIDADE E POR PRODUTO E
      *    TERRITORIO, COM MENOR PRECO, MEDIANA E MAIOR PRECO DA
      *    CONCORRENCIA, A MEDIA DO NOSSO PRECO NOS CLIENTES
      *    PESQUISADOS E A DIFERENCA % SOBRE A MEDIANA. FICA
      *    DESTACADO ("ACIMA") PARA A EQUIPE DE PRECOS O GRUPO EM QUE
      *    ESTAMOS MAIS QUE PCTCONCOR % (PARAMETRO; AUSENTE, VALE 10)
      *    ACIMA DO MERCADO.
      *    CARTAO SYSIN OPCIONAL: COMPETENCIA AAAAMM (EM BRANCO = A
      *    CORRENTE). RODA NOS EXTRAS DE FECHAMENTO DE MES DO
      *    PROGLOTE E GERA RCONCOR.TXT, CATALOGADO (TIPO RCONCOR,
      *    VIA CATALOGA).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CONCOR ASSIGN TO DISK WID-ARQ-CONCOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CCR-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CONCOR.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT ARQ-PRECO ASSIGN TO DISK WID-ARQ-PRECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRECO.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TERRIT.

           SELECT ARQ-CMP ASSIGN TO "ARQCMP".

           SELECT ARQ-SAI ASSIGN TO "ARQSAI".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO "RCONCOR.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CONCOR.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-PRECO.FD".
       COPY "ARQ-TERRIT.FD".

      *    UMA LINHA POR PRECO DE CONCORRENTE PESQUISADO NO MES.
       FD ARQ-CMP.
       01 REG-CMP.
          02 CMP-PRO-CODIGO         PIC 9(05).
          02 CMP-UF                 PIC X(02).
          02 CMP-CIDADE             PIC X(30).
          02 CMP-TERRITORIO         PIC 9(03).
          02 CMP-PRECO-CONCOR       PIC 9(09)V9(02).
          02 CMP-NOSSO-PRECO        PIC 9(09)V9(02).

       FD ARQ-SAI.
       01 REG-SAI.
          02 CMP-PRO-CODIGO-SAI     PIC 9(05).
          02 CMP-UF-SAI             PIC X(02).
          02 CMP-CIDADE-SAI         PIC X(30).
          02 CMP-TERRITORIO-SAI     PIC 9(03).
          02 CMP-PRECO-CONCOR-SAI   PIC 9(09)V9(02).
          02 CMP-NOSSO-PRECO-SAI    PIC 9(09)V9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 CMP-PRO-CODIGO-SORT    PIC 9(05).
          05 CMP-UF-SORT            PIC X(02).
          05 CMP-CIDADE-SORT        PIC X(30).
          05 CMP-TERRITORIO-SORT    PIC 9(03).
          05 CMP-PRECO-CONCOR-SORT  PIC 9(09)V9(02).
          05 FILLER                 PIC X(11).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CONCOR           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRECO            PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CONCOR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRECO       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TERRIT      PIC 9(02) VALUE ZEROS.
       77 WS-PRECO-DISPONIVEL      PIC X(01) VALUE "N".
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-PESQUISA       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIDAS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-COMPETENCIA       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-CADASTRO      PIC 9(07) VALUE ZEROS.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
      *    DIFERENCA % SOBRE A MEDIANA DA CONCORRENCIA A PARTIR DA
      *    QUAL O GRUPO E DESTACADO (PARAMETRO PCTCONCOR).
       77 WS-PCT-ACIMA             PIC 9(03)V9(02) VALUE 10.
      *    REGRA DE PRECO VIGENTE DO PROG07.
       77 WS-PRECO-SUGERIDO        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PRO-BUSCA             PIC 9(05) VALUE ZEROS.
       77 WS-TIER-BUSCA            PIC X(01) VALUE SPACES.
       77 WS-FIM-PRECOS            PIC 9(01) VALUE ZEROS.
       77 WS-ACHOU-PRECO           PIC X(01) VALUE SPACES.
      *    VISAO EM IMPRESSAO: 1 = PRODUTO, 2 = PRODUTO E CIDADE,
      *    3 = PRODUTO E TERRITORIO.
       77 WS-VISAO                 PIC 9(01) VALUE ZEROS.
       77 WS-CHAVE-LIDA            PIC X(40) VALUE SPACES.
       77 WS-CHAVE-ATUAL           PIC X(40) VALUE SPACES.
       77 WS-PRIMEIRA-CHAVE        PIC X(01) VALUE "S".
       77 WS-QTD-CHAVES            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ACIMA             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ACIMA-GERAL       PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-NOSSO            PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-NOSSO-MEDIO           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-MEDIANA               PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-DIFERENCA             PIC S9(05)V9(02) VALUE ZEROS.
       77 WS-QTD-PRECOS            PIC 9(05) VALUE ZEROS.
       77 WS-IDX-MEIO              PIC 9(05) VALUE ZEROS.
       77 WS-RESTO                 PIC 9(01) VALUE ZEROS.
       77 WS-QTD-TERRIT            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-TER               PIC 9(02) VALUE ZEROS.
       77 WS-TERRIT-ACHADO         PIC 9(03) VALUE ZEROS.
       77 WS-TERRIT-NOME-ACHADO    PIC X(30) VALUE SPACES.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RCONCOR".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RCONCOR.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).

       01 TABELA-TERRITORIOS.
          02 TERRIT-OCORRENCIA OCCURS 30 TIMES.
             03 TAB-TER-UF            PIC X(02).
             03 TAB-TER-CODIGO        PIC 9(03).
             03 TAB-TER-NOME          PIC X(30).

      *    PRECOS DA CONCORRENCIA DO GRUPO EM IMPRESSAO, JA EM
      *    ORDEM CRESCENTE PELO SORT, PARA TIRAR A MEDIANA. GRUPO
      *    COM MAIS PRECOS QUE A TABELA FICA COM OS MENORES 999.
       01 TABELA-PRECOS.
          02 TAB-PRECO-CONCOR PIC 9(09)V9(02) OCCURS 999 TIMES.

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(31) VALUE
             "NOSSO PRECO X CONCORRENCIA     ".
          02 FILLER       PIC X(10) VALUE "  COMPET: ".
          02 CAB-COMPETENCIA PIC 9(06).
          02 FILLER       PIC X(33) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-VISAO.
          02 FILLER          PIC X(04) VALUE "POR ".
          02 CABV-VISAO      PIC X(22).
          02 FILLER          PIC X(28) VALUE
             " - DESTAQUE ACIMA DE (%):  ".
          02 CABV-PCT        PIC ZZ9,99.
          02 FILLER          PIC X(37) VALUE
             "  (NOSSO = MEDIA NA FAIXA DO CLIENTE)".

       01 CABECALHO-1.
          02 FILLER PIC X(05) VALUE "PROD.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(20) VALUE "DESCRICAO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 CAB1-LOCAL PIC X(22).
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(04) VALUE "QTD.".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(12) VALUE "  MENOR CONC".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE "     MEDIANA".
          02 FILLER PIC X(01) VALUE SPACES.
          02 FILLER PIC X(12) VALUE "  MAIOR CONC".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(12) VALUE " NOSSO PRECO".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "  DIF. %".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(09) VALUE SPACES.

       01 DETALHE.
          02 DET-PRO-CODIGO        PIC ZZZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-DESCRICAO         PIC X(20).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-LOCAL             PIC X(22).
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-QTD               PIC ZZZ9.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-MENOR             PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-MEDIANA           PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-MAIOR             PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-NOSSO             PIC Z.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-DIFERENCA         PIC -ZZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-DESTAQUE          PIC X(09).

       01 TOTAL-VISAO.
          02 FILLER                PIC X(26) VALUE
             "TOTAL DA COMPETENCIA.....".
          02 FILLER                PIC X(09) VALUE "GRUPOS: ".
          02 TOTV-QTD              PIC ZZ.ZZ9.
          02 FILLER                PIC X(25) VALUE
             "   ACIMA DO MERCADO: ".
          02 TOTV-ACIMA            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           COMPUTE WS-COMPET-CORRENTE =
              (ANO-SISTEMA * 100) + MES-SISTEMA
           MOVE WS-COMPET-CORRENTE TO WS-COMPETENCIA
           DISPLAY "PROGCONCOR - NOSSO PRECO X CONCORRENCIA - "
              CAB-DATA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGCONCOR - COMPETENCIA INVALIDA NO "
                    "SYSIN (AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPET-CORRENTE
              DISPLAY "PROGCONCOR - COMPETENCIA FUTURA: "
                 WS-COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *    LIMIAR DO DESTAQUE VEM DA TABELA DE PARAMETROS
      *    (PARAM.DAT, PROG37); PARAMETRO AUSENTE MANTEM O VALOR
      *    PADRAO EMBUTIDO.
           MOVE "PCTCONCOR" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-ACIMA
           END-IF
           CANCEL "PARAMLER"
           MOVE "CONCOR.DAT" TO WID-ARQ-CONCOR
           OPEN INPUT ARQ-CONCOR
           IF WS-RESULTADO-CONCOR NOT = 00
              DISPLAY "PROGCONCOR - NAO HA PESQUISAS DE PRECO."
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-CLIENTE NOT = 00
              OR WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "PROGCONCOR - CADASTROS BASICOS AUSENTES "
                 "(CLIENTE/PRODUTO)."
              CLOSE ARQ-CONCOR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "PRECO.DAT" TO WID-ARQ-PRECO
           OPEN INPUT ARQ-PRECO
           IF WS-RESULTADO-PRECO = 00
              MOVE "S" TO WS-PRECO-DISPONIVEL
           END-IF
           PERFORM CARREGA-TERRITORIOS
           OPEN OUTPUT ARQ-CMP
           PERFORM GERA-LINHAS-COMPARACAO
           CLOSE ARQ-CMP
           CLOSE ARQ-CONCOR
           CLOSE ARQ-CLIENTE
           IF WS-PRECO-DISPONIVEL = "S"
              CLOSE ARQ-PRECO
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA        TO CABT-DATA
           MOVE WS-COMPETENCIA  TO CAB-COMPETENCIA
           MOVE WS-PCT-ACIMA    TO CABV-PCT
           PERFORM IMPRIMIR-CABECALHO

           SORT ARQ-SORT ON ASCENDING KEY CMP-PRO-CODIGO-SORT
                                          CMP-PRECO-CONCOR-SORT
              USING  ARQ-CMP
              GIVING ARQ-SAI
           MOVE 1 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           SORT ARQ-SORT ON ASCENDING KEY CMP-PRO-CODIGO-SORT
                                          CMP-UF-SORT
                                          CMP-CIDADE-SORT
                                          CMP-PRECO-CONCOR-SORT
              USING  ARQ-CMP
              GIVING ARQ-SAI
           MOVE 2 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           SORT ARQ-SORT ON ASCENDING KEY CMP-PRO-CODIGO-SORT
                                          CMP-TERRITORIO-SORT
                                          CMP-PRECO-CONCOR-SORT
              USING  ARQ-CMP
              GIVING ARQ-SAI
           MOVE 3 TO WS-VISAO
           PERFORM IMPRIME-VISAO

           CLOSE RELATORIO
           CLOSE ARQ-PRODUTO
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "COMPETENCIA " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGCONCOR - COMPETENCIA........: " WS-COMPETENCIA
           DISPLAY "PROGCONCOR - PESQUISAS LIDAS.....: " WS-QTD-LIDAS
           DISPLAY "PROGCONCOR - PESQUISAS NO MES....: "
              WS-QTD-COMPETENCIA
           DISPLAY "PROGCONCOR - SEM CLIENTE/PRODUTO.: "
              WS-QTD-SEM-CADASTRO
           DISPLAY "PROGCONCOR - PRODUTOS ACIMA......: "
              WS-QTD-ACIMA-GERAL
           DISPLAY "PROGCONCOR - RELATORIO EM RCONCOR.TXT."
           GOBACK
           .
       GERA-LINHAS-COMPARACAO.
      *    SO AS PESQUISAS DA COMPETENCIA, DE CLIENTE E PRODUTO
      *    AINDA CADASTRADOS.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CONCOR NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              ADD 1 TO WS-QTD-LIDAS
              DIVIDE CCR-DATA BY 100 GIVING WS-COMPET-PESQUISA
              IF WS-COMPET-PESQUISA = WS-COMPETENCIA
                 ADD 1 TO WS-QTD-COMPETENCIA
                 PERFORM GRAVA-LINHA-COMPARACAO
              END-IF
           END-PERFORM
           .
       GRAVA-LINHA-COMPARACAO.
           MOVE CCR-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE NOT = 00
              ADD 1 TO WS-QTD-SEM-CADASTRO
              EXIT PARAGRAPH
           END-IF
           MOVE CCR-PRO-CODIGO TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00
              ADD 1 TO WS-QTD-SEM-CADASTRO
              EXIT PARAGRAPH
           END-IF
           MOVE CCR-PRO-CODIGO TO WS-PRO-BUSCA
           PERFORM BUSCA-PRECO-VIGENTE
           PERFORM BUSCA-TERRITORIO-UF
           MOVE CCR-PRO-CODIGO    TO CMP-PRO-CODIGO
           MOVE CLI-UF            TO CMP-UF
           MOVE CLI-CIDADE        TO CMP-CIDADE
           MOVE WS-TERRIT-ACHADO  TO CMP-TERRITORIO
           MOVE CCR-PRECO         TO CMP-PRECO-CONCOR
           MOVE WS-PRECO-SUGERIDO TO CMP-NOSSO-PRECO
           WRITE REG-CMP
           .
       BUSCA-PRECO-VIGENTE.
      *    MESMA REGRA DE PRECO SUGERIDO DA DIGITACAO ONLINE:
      *    TABELA DE PRECOS VIGENTE HOJE, FAIXA DA CLASSE ABC DO
      *    CLIENTE E DEPOIS A GERAL; SEM TABELA, O PRECO DE LISTA
      *    DO CADASTRO.
           MOVE PRO-PRECO-LISTA TO WS-PRECO-SUGERIDO
           IF WS-PRECO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACHOU-PRECO
           IF CLI-CLASSE-ABC = "A" OR = "B" OR = "C"
              MOVE CLI-CLASSE-ABC TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER
           END-IF
           IF WS-ACHOU-PRECO NOT = "S"
              MOVE SPACE TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER
           END-IF
           .
       PROCURA-PRECO-TIER.
           MOVE WS-PRO-BUSCA   TO PRE-PRO-CODIGO
           MOVE WS-TIER-BUSCA  TO PRE-TIER
           MOVE ZEROS          TO PRE-VIGENCIA
           START ARQ-PRECO KEY IS NOT LESS PRE-CHAVE
           IF WS-RESULTADO-PRECO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-PRECOS
           PERFORM UNTIL WS-FIM-PRECOS = 1
              READ ARQ-PRECO NEXT AT END
                 MOVE 1 TO WS-FIM-PRECOS
              END-READ
              IF WS-FIM-PRECOS NOT = 1
                 IF PRE-PRO-CODIGO NOT = WS-PRO-BUSCA
                    OR PRE-TIER NOT = WS-TIER-BUSCA
                    OR PRE-VIGENCIA GREATER DATA-SISTEMA
                    MOVE 1 TO WS-FIM-PRECOS
                 ELSE
                    MOVE PRE-VALOR TO WS-PRECO-SUGERIDO
                    MOVE "S"       TO WS-ACHOU-PRECO
                 END-IF
              END-IF
           END-PERFORM
           .
       CARREGA-TERRITORIOS.
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-TERRIT = 00
              MOVE ZEROS TO CONTROLE-FIM
              PERFORM UNTIL CONTROLE-FIM = 1
                 READ ARQ-TERRIT NEXT AT END
                    MOVE 1 TO CONTROLE-FIM
                 END-READ
                 IF CONTROLE-FIM NOT = 1
                    AND WS-QTD-TERRIT LESS 30
                    ADD 1 TO WS-QTD-TERRIT
                    MOVE TER-UF
                       TO TAB-TER-UF (WS-QTD-TERRIT)
                    MOVE TER-TERRITORIO
                       TO TAB-TER-CODIGO (WS-QTD-TERRIT)
                    MOVE TER-NOME
                       TO TAB-TER-NOME (WS-QTD-TERRIT)
                 END-IF
              END-PERFORM
              CLOSE ARQ-TERRIT
           END-IF
           .
       BUSCA-TERRITORIO-UF.
           MOVE ZEROS TO WS-TERRIT-ACHADO
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-QTD-TERRIT
              IF TAB-TER-UF (WS-IDX-TER) = CLI-UF
                 MOVE TAB-TER-CODIGO (WS-IDX-TER)
                    TO WS-TERRIT-ACHADO
              END-IF
           END-PERFORM
           .
       BUSCA-NOME-TERRITORIO.
           MOVE "SEM TERRITORIO" TO WS-TERRIT-NOME-ACHADO
           PERFORM VARYING WS-IDX-TER FROM 1 BY 1
              UNTIL WS-IDX-TER > WS-QTD-TERRIT
              IF TAB-TER-CODIGO (WS-IDX-TER) = CMP-TERRITORIO-SAI
                 MOVE TAB-TER-NOME (WS-IDX-TER)
                    TO WS-TERRIT-NOME-ACHADO
              END-IF
           END-PERFORM
           .
       IMPRIME-VISAO.
           EVALUATE WS-VISAO
              WHEN 1
                 MOVE "PRODUTO"              TO CABV-VISAO
                 MOVE SPACES                 TO CAB1-LOCAL
              WHEN 2
                 MOVE "PRODUTO E CIDADE"     TO CABV-VISAO
                 MOVE "CIDADE/UF"            TO CAB1-LOCAL
              WHEN OTHER
                 MOVE "PRODUTO E TERRITORIO" TO CABV-VISAO
                 MOVE "TERRITORIO"           TO CAB1-LOCAL
           END-EVALUATE
           IF CONTADOR-LINHA GREATER LIMITE-LINHAS - 8
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-VISAO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1     AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2     AFTER 1 LINES
           ADD 4 TO CONTADOR-LINHA
           MOVE ZEROS TO WS-QTD-CHAVES
           MOVE ZEROS TO WS-QTD-ACIMA
           MOVE "S" TO WS-PRIMEIRA-CHAVE
           MOVE ZEROS TO CONTROLE-FIM
           OPEN INPUT ARQ-SAI
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              MOVE SPACES TO WS-CHAVE-LIDA
              EVALUATE WS-VISAO
                 WHEN 1
                    MOVE REG-SAI (1:5)  TO WS-CHAVE-LIDA
                 WHEN 2
                    MOVE REG-SAI (1:37) TO WS-CHAVE-LIDA
                 WHEN OTHER
                    MOVE REG-SAI (1:5)  TO WS-CHAVE-LIDA (1:5)
                    MOVE REG-SAI (38:3) TO WS-CHAVE-LIDA (6:3)
              END-EVALUATE
              IF WS-PRIMEIRA-CHAVE = "S"
                 OR WS-CHAVE-LIDA NOT = WS-CHAVE-ATUAL
                 PERFORM QUEBRA-CHAVE
              END-IF
              ADD 1 TO WS-QTD-PRECOS
              IF WS-QTD-PRECOS NOT GREATER 999
                 MOVE CMP-PRECO-CONCOR-SAI
                    TO TAB-PRECO-CONCOR (WS-QTD-PRECOS)
              END-IF
              ADD CMP-NOSSO-PRECO-SAI TO WS-SOMA-NOSSO
           END-PERFORM
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CHAVE
           END-IF
           CLOSE ARQ-SAI
           MOVE WS-QTD-CHAVES TO TOTV-QTD
           MOVE WS-QTD-ACIMA  TO TOTV-ACIMA
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM TOTAL-VISAO AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           IF WS-VISAO = 1
              MOVE WS-QTD-ACIMA TO WS-QTD-ACIMA-GERAL
           END-IF
           .
       QUEBRA-CHAVE.
           IF WS-PRIMEIRA-CHAVE NOT = "S"
              PERFORM IMPRIME-CHAVE
           END-IF
           MOVE "N" TO WS-PRIMEIRA-CHAVE
           MOVE WS-CHAVE-LIDA TO WS-CHAVE-ATUAL
           MOVE ZEROS TO WS-QTD-PRECOS
           MOVE ZEROS TO WS-SOMA-NOSSO
      *    O REGISTRO LIDO E O PRIMEIRO DO GRUPO: GUARDA A
      *    DESCRICAO E O LOCAL PARA A LINHA DO GRUPO.
           MOVE CMP-PRO-CODIGO-SAI TO DET-PRO-CODIGO
           MOVE CMP-PRO-CODIGO-SAI TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO = 00
              MOVE PRO-DESCRICAO TO DET-DESCRICAO
           ELSE
              MOVE "*** NAO CADASTRADO" TO DET-DESCRICAO
           END-IF
           MOVE SPACES TO DET-LOCAL
           EVALUATE WS-VISAO
              WHEN 2
                 STRING CMP-CIDADE-SAI DELIMITED BY "  "
                        "/" CMP-UF-SAI DELIMITED BY SIZE
                    INTO DET-LOCAL
              WHEN 3
                 PERFORM BUSCA-NOME-TERRITORIO
                 MOVE WS-TERRIT-NOME-ACHADO TO DET-LOCAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       IMPRIME-CHAVE.
      *    MEDIANA: O PRECO DO MEIO, OU A MEDIA DOS DOIS DO MEIO
      *    QUANDO A QUANTIDADE E PAR.
           ADD 1 TO WS-QTD-CHAVES
           COMPUTE WS-NOSSO-MEDIO ROUNDED =
              WS-SOMA-NOSSO / WS-QTD-PRECOS
           IF WS-QTD-PRECOS GREATER 999
              MOVE 999 TO WS-QTD-PRECOS
           END-IF
           DIVIDE WS-QTD-PRECOS BY 2 GIVING WS-IDX-MEIO
              REMAINDER WS-RESTO
           IF WS-RESTO = 1
              ADD 1 TO WS-IDX-MEIO
              MOVE TAB-PRECO-CONCOR (WS-IDX-MEIO) TO WS-MEDIANA
           ELSE
              COMPUTE WS-MEDIANA ROUNDED =
                 (TAB-PRECO-CONCOR (WS-IDX-MEIO)
                  + TAB-PRECO-CONCOR (WS-IDX-MEIO + 1)) / 2
           END-IF
           MOVE ZEROS TO WS-DIFERENCA
           IF WS-MEDIANA GREATER ZEROS
              COMPUTE WS-DIFERENCA ROUNDED =
                 (WS-NOSSO-MEDIO - WS-MEDIANA) * 100 / WS-MEDIANA
           END-IF
           MOVE SPACES TO DET-DESTAQUE
           IF WS-DIFERENCA GREATER WS-PCT-ACIMA
              MOVE "*** ACIMA" TO DET-DESTAQUE
              ADD 1 TO WS-QTD-ACIMA
           END-IF
           MOVE WS-QTD-PRECOS                   TO DET-QTD
           MOVE TAB-PRECO-CONCOR (1)            TO DET-MENOR
           MOVE WS-MEDIANA                      TO DET-MEDIANA
           MOVE TAB-PRECO-CONCOR (WS-QTD-PRECOS) TO DET-MAIOR
           MOVE WS-NOSSO-MEDIO                  TO DET-NOSSO
           MOVE WS-DIFERENCA                    TO DET-DIFERENCA
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA.
