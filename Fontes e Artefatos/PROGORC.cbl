       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGORC.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** ACOMPANHAMENTO DE ORCAMENTOS POR VENDEDOR ********
      *    PERCORRE OS ORCAMENTOS (ORCAMENTO.DAT, DIGITADOS NO PROG07)
      *    EMITIDOS DESDE A COMPETENCIA PEDIDA E LISTA, POR VENDEDOR,
      *    CADA ORCAMENTO COM A SUA SITUACAO: ABERTO, VENCIDO (ABERTO
      *    COM A VALIDADE JA PASSADA), CONVERTIDO (COM O PEDIDO
      *    GERADO) OU PERDIDO (COM O MOTIVO). NO FIM DE CADA VENDEDOR
      *    E NO TOTAL GERAL SAEM AS QUANTIDADES POR SITUACAO E A TAXA
      *    DE CONVERSAO - CONVERTIDOS SOBRE EMITIDOS, EM QUANTIDADE E
      *    EM VALOR. OS ORCAMENTOS VAO PARA UM ARQUIVO DE TRABALHO
      *    CLASSIFICADO POR VENDEDOR E NUMERO.
      *    CARTAO SYSIN OPCIONAL: COMPETENCIA AAAAMM DA PRIMEIRA
      *    EMISSAO (EM BRANCO = A CORRENTE). GERA RORC.TXT, CATALOGADO
      *    (TIPO RORC, VIA CATALOGA); CADA VENDEDOR ABRE SECAO
      *    "VENDEDOR NNNNN" PARA A ASSINATURA POR E-MAIL. RODA TODA
      *    NOITE NO PROGLOTE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-ORCAMENTO ASSIGN TO DISK WID-ARQ-ORCAMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ORC-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ORCAMENTO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIENTE.

           SELECT ARQ-ORC ASSIGN TO "ARQORC".

           SELECT ARQ-SAI ASSIGN TO "ARQORCS".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO "RORC.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-ORCAMENTO.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-CLIENTE.FD".

      *    UMA LINHA POR ORCAMENTO EMITIDO NO PERIODO. A SITUACAO JA
      *    VEM APURADA (V = VENCIDO).
       FD ARQ-ORC.
       01 REG-ORC.
          02 TRB-VEN-CODIGO         PIC 9(05).
          02 TRB-NUMERO             PIC 9(09).
          02 TRB-DATA               PIC X(10).
          02 TRB-VALIDADE           PIC 9(08).
          02 TRB-CLI-CODIGO         PIC 9(07).
          02 TRB-VALOR              PIC 9(09)V9(02).
          02 TRB-SITUACAO           PIC X(01).
          02 TRB-PED-NUMERO         PIC 9(09).
          02 TRB-MOTIVO-PERDA       PIC X(30).

       FD ARQ-SAI.
       01 REG-SAI.
          02 SAI-VEN-CODIGO         PIC 9(05).
          02 SAI-NUMERO             PIC 9(09).
          02 SAI-DATA               PIC X(10).
          02 SAI-VALIDADE           PIC 9(08).
          02 SAI-CLI-CODIGO         PIC 9(07).
          02 SAI-VALOR              PIC 9(09)V9(02).
          02 SAI-SITUACAO           PIC X(01).
             88 SAI-ABERTO          VALUE "A".
             88 SAI-VENCIDO         VALUE "V".
             88 SAI-CONVERTIDO      VALUE "C".
             88 SAI-PERDIDO         VALUE "P".
          02 SAI-PED-NUMERO         PIC 9(09).
          02 SAI-MOTIVO-PERDA       PIC X(30).

       SD ARQ-SORT.
       01 REG-SORT.
          05 SRT-VEN-CODIGO         PIC 9(05).
          05 SRT-NUMERO             PIC 9(09).
          05 FILLER                 PIC X(76).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-ORCAMENTO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ORCAMENTO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIENTE     PIC 9(02) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-CARTAO-SYSIN          PIC X(06) VALUE SPACES.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-CORRENTE       PIC 9(06) VALUE ZEROS.
       77 WS-COMPET-ORCAMENTO      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-PRIMEIRO-VENDEDOR     PIC X(01) VALUE "S".
       77 WS-VEN-ATUAL             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENDEDORES        PIC 9(05) VALUE ZEROS.
      *    QUANTIDADES E VALORES DO VENDEDOR CORRENTE E DO GERAL.
       77 WS-VEN-EMITIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-VEN-ABERTOS           PIC 9(07) VALUE ZEROS.
       77 WS-VEN-VENCIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-VEN-CONVERTIDOS       PIC 9(07) VALUE ZEROS.
       77 WS-VEN-PERDIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-VEN-VALOR-EMITIDO     PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VEN-VALOR-CONVERTIDO  PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-GER-EMITIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-GER-ABERTOS           PIC 9(07) VALUE ZEROS.
       77 WS-GER-VENCIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-GER-CONVERTIDOS       PIC 9(07) VALUE ZEROS.
       77 WS-GER-PERDIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-GER-VALOR-EMITIDO     PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-GER-VALOR-CONVERTIDO  PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-PCT-CONVERSAO-QTD     PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-PCT-CONVERSAO-VALOR   PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RORC".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RORC.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).
       01 CAB-DATA                 PIC 99/99/9(04).
       01 WS-DATA-EDITADA          PIC X(10) VALUE SPACES.

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(46) VALUE
             "ACOMPANHAMENTO DE ORCAMENTOS - EMITIDOS DESDE ".
          02 CABT-COMPETENCIA PIC 9(06).

       01 CABECALHO-TRACO.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-VENDEDOR.
          02 FILLER       PIC X(09) VALUE "VENDEDOR ".
          02 CABV-CODIGO  PIC 9(05).
          02 FILLER       PIC X(03) VALUE " - ".
          02 CABV-NOME    PIC X(40).

       01 CABECALHO-COLUNAS.
          02 FILLER PIC X(10) VALUE "ORCAMENTO ".
          02 FILLER PIC X(11) VALUE "EMISSAO    ".
          02 FILLER PIC X(11) VALUE "VALIDADE   ".
          02 FILLER PIC X(08) VALUE "CLIENTE ".
          02 FILLER PIC X(31) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(15) VALUE "          VALOR".
          02 FILLER PIC X(12) VALUE "  SITUACAO".
          02 FILLER PIC X(20) VALUE "PEDIDO / MOTIVO".

       01 DETALHE.
          02 DET-NUMERO            PIC 9(09).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-DATA              PIC X(10).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-VALIDADE          PIC X(10).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-CLIENTE           PIC 9(07).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-RAZAO             PIC X(30).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(02) VALUE SPACES.
          02 DET-SITUACAO          PIC X(11).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-OBSERVACAO        PIC X(30).

      *    UMA LINHA PARA O VENDEDOR E OUTRA PARA O GERAL.
       01 TOTAL-QUANTIDADES.
          02 TOTQ-ROTULO           PIC X(19).
          02 FILLER                PIC X(10) VALUE "EMITIDOS: ".
          02 TOTQ-EMITIDOS         PIC Z.ZZ9.
          02 FILLER                PIC X(11) VALUE "  ABERTOS: ".
          02 TOTQ-ABERTOS          PIC Z.ZZ9.
          02 FILLER                PIC X(12) VALUE "  VENCIDOS: ".
          02 TOTQ-VENCIDOS         PIC Z.ZZ9.
          02 FILLER                PIC X(15) VALUE "  CONVERTIDOS: ".
          02 TOTQ-CONVERTIDOS      PIC Z.ZZ9.
          02 FILLER                PIC X(12) VALUE "  PERDIDOS: ".
          02 TOTQ-PERDIDOS         PIC Z.ZZ9.

       01 TOTAL-CONVERSAO.
          02 FILLER                PIC X(19) VALUE SPACES.
          02 FILLER                PIC X(16) VALUE "VALOR EMITIDO: ".
          02 TOTC-VALOR-EMITIDO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(14) VALUE "  CONVERTIDO: ".
          02 TOTC-VALOR-CONVERTIDO PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER                PIC X(20) VALUE
             "  CONVERSAO - QTD: ".
          02 TOTC-PCT-QTD          PIC ZZ9,99.
          02 FILLER                PIC X(10) VALUE "%  VALOR: ".
          02 TOTC-PCT-VALOR        PIC ZZ9,99.
          02 FILLER                PIC X(01) VALUE "%".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE WS-MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE WS-ANO-SISTEMA TO CAB-DATA (7:4)
           DISPLAY "PROGORC - ACOMPANHAMENTO DE ORCAMENTOS - "
              CAB-DATA
           COMPUTE WS-COMPET-CORRENTE =
              (WS-ANO-SISTEMA * 100) + WS-MES-SISTEMA
           MOVE WS-COMPET-CORRENTE TO WS-COMPETENCIA
           ACCEPT WS-CARTAO-SYSIN FROM SYSIN
           IF WS-CARTAO-SYSIN NOT = SPACES
              IF WS-CARTAO-SYSIN NOT NUMERIC
                 OR WS-CARTAO-SYSIN (5:2) < "01"
                 OR WS-CARTAO-SYSIN (5:2) > "12"
                 DISPLAY "PROGORC - COMPETENCIA INVALIDA NO SYSIN "
                    "(AAAAMM)."
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-CARTAO-SYSIN TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA > WS-COMPET-CORRENTE
              DISPLAY "PROGORC - COMPETENCIA FUTURA: " WS-COMPETENCIA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "ORCAMENTO.DAT" TO WID-ARQ-ORCAMENTO
           OPEN INPUT ARQ-ORCAMENTO
           IF WS-RESULTADO-ORCAMENTO NOT = 00
              DISPLAY "PROGORC - NAO HA ORCAMENTOS CADASTRADOS."
              GOBACK
           END-IF
           OPEN OUTPUT ARQ-ORC
           PERFORM GERA-LINHAS-ORCAMENTO
           CLOSE ARQ-ORC
           CLOSE ARQ-ORCAMENTO

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA       TO CABT-DATA
           MOVE WS-COMPETENCIA TO CABT-COMPETENCIA
           WRITE LINHA FROM CABECALHO-TITULO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO  AFTER 1 LINES

           SORT ARQ-SORT ON ASCENDING KEY SRT-VEN-CODIGO
                                          SRT-NUMERO
              USING  ARQ-ORC
              GIVING ARQ-SAI
           PERFORM IMPRIME-ORCAMENTOS

           CLOSE RELATORIO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "EMITIDOS DESDE " WS-COMPETENCIA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGORC - EMITIDOS DESDE..........: "
              WS-COMPETENCIA
           DISPLAY "PROGORC - ORCAMENTOS LIDOS........: "
              WS-QTD-LIDOS
           DISPLAY "PROGORC - ORCAMENTOS NO PERIODO...: "
              WS-GER-EMITIDOS
           DISPLAY "PROGORC - CONVERTIDOS.............: "
              WS-GER-CONVERTIDOS
           DISPLAY "PROGORC - RELATORIO EM RORC.TXT."
           GOBACK
           .
       GERA-LINHAS-ORCAMENTO.
      *    A COMPETENCIA DE EMISSAO SAI DA DATA DO ORCAMENTO
      *    (DD/MM/AAAA). O ABERTO COM VALIDADE ANTERIOR A HOJE E
      *    GRAVADO COMO VENCIDO.
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-ORCAMENTO NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              ADD 1 TO WS-QTD-LIDOS
              MOVE ORC-DATA (7:4) TO WS-COMPET-ORCAMENTO (1:4)
              MOVE ORC-DATA (4:2) TO WS-COMPET-ORCAMENTO (5:2)
              IF WS-COMPET-ORCAMENTO NOT LESS WS-COMPETENCIA
                 PERFORM GRAVA-LINHA-ORCAMENTO
              END-IF
           END-PERFORM
           .
       GRAVA-LINHA-ORCAMENTO.
           MOVE ORC-VEN-CODIGO     TO TRB-VEN-CODIGO
           MOVE ORC-NUMERO         TO TRB-NUMERO
           MOVE ORC-DATA           TO TRB-DATA
           MOVE ORC-VALIDADE       TO TRB-VALIDADE
           MOVE ORC-CLI-CODIGO     TO TRB-CLI-CODIGO
           MOVE ORC-VALOR          TO TRB-VALOR
           MOVE ORC-PED-NUMERO     TO TRB-PED-NUMERO
           MOVE ORC-MOTIVO-PERDA   TO TRB-MOTIVO-PERDA
           EVALUATE TRUE
              WHEN ORC-CONVERTIDO
                 MOVE "C" TO TRB-SITUACAO
              WHEN ORC-PERDIDO
                 MOVE "P" TO TRB-SITUACAO
              WHEN ORC-VALIDADE LESS WS-DATA-SISTEMA
                 MOVE "V" TO TRB-SITUACAO
              WHEN OTHER
                 MOVE "A" TO TRB-SITUACAO
           END-EVALUATE
           WRITE REG-ORC
           .
       IMPRIME-ORCAMENTOS.
           MOVE "S" TO WS-PRIMEIRO-VENDEDOR
           MOVE ZEROS TO CONTROLE-FIM
           OPEN INPUT ARQ-SAI
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF WS-PRIMEIRO-VENDEDOR = "S"
                 OR SAI-VEN-CODIGO NOT = WS-VEN-ATUAL
                 PERFORM QUEBRA-VENDEDOR
              END-IF
              PERFORM IMPRIME-DETALHE
           END-PERFORM
           IF WS-PRIMEIRO-VENDEDOR NOT = "S"
              PERFORM IMPRIME-TOTAL-VENDEDOR
           END-IF
           CLOSE ARQ-SAI
      *    O TOTAL GERAL FICA FORA DAS SECOES: A LINHA EM BRANCO
      *    ANTES DELE ENCERRA A SECAO DO ULTIMO VENDEDOR.
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-TRACO AFTER 1 LINES
           MOVE "TOTAL GERAL......." TO TOTQ-ROTULO
           MOVE WS-GER-EMITIDOS         TO TOTQ-EMITIDOS
           MOVE WS-GER-ABERTOS          TO TOTQ-ABERTOS
           MOVE WS-GER-VENCIDOS         TO TOTQ-VENCIDOS
           MOVE WS-GER-CONVERTIDOS      TO TOTQ-CONVERTIDOS
           MOVE WS-GER-PERDIDOS         TO TOTQ-PERDIDOS
           MOVE ZEROS TO WS-PCT-CONVERSAO-QTD
           MOVE ZEROS TO WS-PCT-CONVERSAO-VALOR
           IF WS-GER-EMITIDOS GREATER ZEROS
              COMPUTE WS-PCT-CONVERSAO-QTD ROUNDED =
                 WS-GER-CONVERTIDOS * 100 / WS-GER-EMITIDOS
           END-IF
           IF WS-GER-VALOR-EMITIDO GREATER ZEROS
              COMPUTE WS-PCT-CONVERSAO-VALOR ROUNDED =
                 WS-GER-VALOR-CONVERTIDO * 100 / WS-GER-VALOR-EMITIDO
           END-IF
           MOVE WS-GER-VALOR-EMITIDO    TO TOTC-VALOR-EMITIDO
           MOVE WS-GER-VALOR-CONVERTIDO TO TOTC-VALOR-CONVERTIDO
           MOVE WS-PCT-CONVERSAO-QTD    TO TOTC-PCT-QTD
           MOVE WS-PCT-CONVERSAO-VALOR  TO TOTC-PCT-VALOR
           WRITE LINHA FROM TOTAL-QUANTIDADES AFTER 1 LINES
           WRITE LINHA FROM TOTAL-CONVERSAO   AFTER 1 LINES
           .
       QUEBRA-VENDEDOR.
      *    SECAO DO VENDEDOR: LINHA EM BRANCO ANTES, NENHUMA DENTRO.
           IF WS-PRIMEIRO-VENDEDOR NOT = "S"
              PERFORM IMPRIME-TOTAL-VENDEDOR
           END-IF
           MOVE "N" TO WS-PRIMEIRO-VENDEDOR
           MOVE SAI-VEN-CODIGO TO WS-VEN-ATUAL
           ADD 1 TO WS-QTD-VENDEDORES
           MOVE ZEROS TO WS-VEN-EMITIDOS
           MOVE ZEROS TO WS-VEN-ABERTOS
           MOVE ZEROS TO WS-VEN-VENCIDOS
           MOVE ZEROS TO WS-VEN-CONVERTIDOS
           MOVE ZEROS TO WS-VEN-PERDIDOS
           MOVE ZEROS TO WS-VEN-VALOR-EMITIDO
           MOVE ZEROS TO WS-VEN-VALOR-CONVERTIDO
           MOVE WS-VEN-ATUAL TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE VEN-NOME TO CABV-NOME
           ELSE
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO CABV-NOME
           END-IF
           MOVE WS-VEN-ATUAL TO CABV-CODIGO
           MOVE SPACES TO LINHA
           WRITE LINHA AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-VENDEDOR AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-COLUNAS  AFTER 1 LINES
           .
       IMPRIME-DETALHE.
           ADD 1 TO WS-VEN-EMITIDOS
           ADD 1 TO WS-GER-EMITIDOS
           ADD SAI-VALOR TO WS-VEN-VALOR-EMITIDO
           ADD SAI-VALOR TO WS-GER-VALOR-EMITIDO
           MOVE SPACES TO DET-OBSERVACAO
           EVALUATE TRUE
              WHEN SAI-CONVERTIDO
                 MOVE "CONVERTIDO" TO DET-SITUACAO
                 STRING "PEDIDO " SAI-PED-NUMERO
                    DELIMITED BY SIZE INTO DET-OBSERVACAO
                 ADD 1 TO WS-VEN-CONVERTIDOS
                 ADD 1 TO WS-GER-CONVERTIDOS
                 ADD SAI-VALOR TO WS-VEN-VALOR-CONVERTIDO
                 ADD SAI-VALOR TO WS-GER-VALOR-CONVERTIDO
              WHEN SAI-PERDIDO
                 MOVE "PERDIDO" TO DET-SITUACAO
                 MOVE SAI-MOTIVO-PERDA TO DET-OBSERVACAO
                 ADD 1 TO WS-VEN-PERDIDOS
                 ADD 1 TO WS-GER-PERDIDOS
              WHEN SAI-VENCIDO
                 MOVE "VENCIDO" TO DET-SITUACAO
                 ADD 1 TO WS-VEN-VENCIDOS
                 ADD 1 TO WS-GER-VENCIDOS
              WHEN OTHER
                 MOVE "ABERTO" TO DET-SITUACAO
                 ADD 1 TO WS-VEN-ABERTOS
                 ADD 1 TO WS-GER-ABERTOS
           END-EVALUATE
           MOVE SAI-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLIENTE = 00
              MOVE CLI-RAZAO-SOCIAL TO DET-RAZAO
           ELSE
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO DET-RAZAO
           END-IF
           MOVE SAI-VALIDADE (7:2) TO WS-DATA-EDITADA (1:2)
           MOVE "/"                TO WS-DATA-EDITADA (3:1)
           MOVE SAI-VALIDADE (5:2) TO WS-DATA-EDITADA (4:2)
           MOVE "/"                TO WS-DATA-EDITADA (6:1)
           MOVE SAI-VALIDADE (1:4) TO WS-DATA-EDITADA (7:4)
           MOVE SAI-NUMERO      TO DET-NUMERO
           MOVE SAI-DATA        TO DET-DATA
           MOVE WS-DATA-EDITADA TO DET-VALIDADE
           MOVE SAI-CLI-CODIGO  TO DET-CLIENTE
           MOVE SAI-VALOR       TO DET-VALOR
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           .
       IMPRIME-TOTAL-VENDEDOR.
           MOVE "TOTAL DO VENDEDOR." TO TOTQ-ROTULO
           MOVE WS-VEN-EMITIDOS         TO TOTQ-EMITIDOS
           MOVE WS-VEN-ABERTOS          TO TOTQ-ABERTOS
           MOVE WS-VEN-VENCIDOS         TO TOTQ-VENCIDOS
           MOVE WS-VEN-CONVERTIDOS      TO TOTQ-CONVERTIDOS
           MOVE WS-VEN-PERDIDOS         TO TOTQ-PERDIDOS
           MOVE ZEROS TO WS-PCT-CONVERSAO-QTD
           MOVE ZEROS TO WS-PCT-CONVERSAO-VALOR
           IF WS-VEN-EMITIDOS GREATER ZEROS
              COMPUTE WS-PCT-CONVERSAO-QTD ROUNDED =
                 WS-VEN-CONVERTIDOS * 100 / WS-VEN-EMITIDOS
           END-IF
           IF WS-VEN-VALOR-EMITIDO GREATER ZEROS
              COMPUTE WS-PCT-CONVERSAO-VALOR ROUNDED =
                 WS-VEN-VALOR-CONVERTIDO * 100 / WS-VEN-VALOR-EMITIDO
           END-IF
           MOVE WS-VEN-VALOR-EMITIDO    TO TOTC-VALOR-EMITIDO
           MOVE WS-VEN-VALOR-CONVERTIDO TO TOTC-VALOR-CONVERTIDO
           MOVE WS-PCT-CONVERSAO-QTD    TO TOTC-PCT-QTD
           MOVE WS-PCT-CONVERSAO-VALOR  TO TOTC-PCT-VALOR
           WRITE LINHA FROM TOTAL-QUANTIDADES AFTER 1 LINES
           WRITE LINHA FROM TOTAL-CONVERSAO   AFTER 1 LINES
           .
