       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFOLHA.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** EXPORTACAO DE PAGAMENTOS PARA A FOLHA ********
      *    SELECIONA AS COMISSOES APROVADAS NO LEDGER (COMISLED.DAT)
      *    E OS REEMBOLSOS DE DESPESAS DE VIAGEM APROVADOS
      *    (DESPESA.DAT) AINDA NAO EXPORTADOS E MONTA, PARA CADA
      *    COMPETENCIA, UM LOTE NUMERADO PARA O SISTEMA DE FOLHA DE
      *    PAGAMENTO (FOLHA.NNNNNN.TXT), EM LAYOUT FIXO COM
      *    CABECALHO (TIPO H), DETALHES (TIPO D) E TRAILER (TIPO T):
      *      H + LOTE(6) + COMPETENCIA(6) + DATA(8) + HORA(6)
      *      D + CPF(11) + EVENTO(4) + VALOR(11) + VENDEDOR(5)
      *        + COMPETENCIA(6)
      *      T + QTD DETALHES(7) + VALOR TOTAL(13)
      *    O EVENTO DA FOLHA VEM DOS PARAMETROS EVTCOMISSAO (PADRAO
      *    1001) E EVTDESPESA (PADRAO 1002). CADA LINHA ENVIADA
      *    PASSA A "E" (ENVIADA) COM O NUMERO DO LOTE E A DATA DO
      *    ENVIO; O "P" (PAGA) SO VEM COM A CONFIRMACAO DA FOLHA
      *    (PROGRETFOL). VENDEDOR NAO CADASTRADO OU SEM CPF FICA DE
      *    FORA E E LISTADO NO SYSOUT, VOLTANDO NO PROXIMO LOTE.
      *    LINHA APROVADA COM VALOR ZERO NAO TEM O QUE PAGAR E E
      *    DADA COMO PAGA SEM IR PARA A FOLHA. A NUMERACAO DOS
      *    LOTES FICA NA LINHA 3 DO CTRLREM.DAT E SO AVANCA QUANDO
      *    O LOTE LEVA ALGUM DETALHE.
      *    COMPETENCIA NO CARTAO SYSIN (AAAAMM); VAZIO EXPORTA TODAS
      *    AS COMPETENCIAS COM LINHAS APROVADAS PENDENTES, UM LOTE
      *    POR COMPETENCIA.
      *    COM O CADASTRO DE EMPRESAS (EMPRESA.DAT) SAI UM LOTE POR
      *    COMPETENCIA E EMPRESA ATIVA (A MESMA NUMERACAO DA LINHA
      *    3), COM O CODIGO E O CNPJ DA EMPRESA NO CABECALHO:
      *      H + LOTE(6) + COMPETENCIA(6) + DATA(8) + HORA(6)
      *        + EMPRESA(2) + CNPJ DA EMPRESA(14)
      *    A COMISSAO VAI NO LOTE DA EMPRESA DA LINHA DO LEDGER
      *    (CML-EMPRESA) E O REEMBOLSO NO DA EMPRESA DO VENDEDOR
      *    (VEN-EMPRESA); EMPRESA ZERO = 01. SEM O CADASTRO SAI SO A
      *    EMPRESA 01, COM CNPJ ZERADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-COMLED ASSIGN TO DISK WID-ARQ-COMLED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CML-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-COMLED.

           SELECT ARQ-DESPESA ASSIGN TO DISK WID-ARQ-DESPESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DSP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DESPESA.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-CTRL-REMESSA ASSIGN TO DISK
                  WID-ARQ-CTRL-REMESSA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE-REM
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRLREM.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMPRESA.

           SELECT ARQ-FOLHA ASSIGN TO WID-ARQ-FOLHA
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-FOLHA.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-COMLED.FD".
       COPY "ARQ-DESPESA.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "CTRL-REMESSA.FD".
       COPY "ARQ-EMPRESA.FD".

       FD  ARQ-FOLHA.
       01  LINHA-FOLHA              PIC X(43).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-DESPESA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-REMESSA     PIC X(50) VALUE SPACES.
       77 WID-ARQ-FOLHA            PIC X(50) VALUE SPACES.
       77 WID-ARQ-EMPRESA          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-COMLED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DESPESA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRLREM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FOLHA       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WS-EVENTO-COMISSAO       PIC 9(04) VALUE 1001.
       77 WS-EVENTO-DESPESA        PIC 9(04) VALUE 1002.
       77 WS-DESPESA-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-CARTAO-COMPETENCIA    PIC X(06) VALUE SPACES.
       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-FIM-LEITURA           PIC 9(01) VALUE ZEROS.
       77 WS-LOTE                  PIC 9(06) VALUE ZEROS.
       77 WS-VEN-LIBERADO          PIC X(01) VALUE "N".
       77 WS-LINHA-CPF             PIC 9(11) VALUE ZEROS.
       77 WS-QTD-LOTE              PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-LOTE            PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-LOTES             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COMISSOES         PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-COMISSOES       PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-QTD-DESPESAS          PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-DESPESAS        PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-QTD-ZERADAS           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RETIDAS           PIC 9(07) VALUE ZEROS.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-FIM-EMPRESAS          PIC 9(01) VALUE ZEROS.
       77 WS-QTD-EMPRESAS          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-EMPRESA           PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-ATUAL         PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-REGISTRO      PIC 9(02) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 WS-TAB-EMPRESAS.
          02 WS-TAB-EMPRESA        OCCURS 99 TIMES.
             03 WS-TAB-EMP-CODIGO  PIC 9(02).
             03 WS-TAB-EMP-CNPJ    PIC 9(14).

      *    COMPETENCIAS COM LINHAS APROVADAS PENDENTES, EM ORDEM
      *    CRESCENTE - UM LOTE PARA CADA UMA.
       01 WS-TAB-COMPETENCIAS.
          02 WS-QTD-COMPETENCIAS   PIC 9(03) VALUE ZEROS.
          02 WS-COMP-PENDENTE      PIC 9(06) OCCURS 120 TIMES.
       77 WS-IND-COMP              PIC 9(03) VALUE ZEROS.
       77 WS-IND-DESLOCA           PIC 9(03) VALUE ZEROS.
       77 WS-COMP-ACHADA           PIC X(01) VALUE "N".

       01 REG-FOLHA-H.
          02 FILLER                PIC X(01) VALUE "H".
          02 FLH-LOTE              PIC 9(06).
          02 FLH-COMPETENCIA       PIC 9(06).
          02 FLH-DATA              PIC 9(08).
          02 FLH-HORA              PIC 9(06).
          02 FLH-EMPRESA           PIC 9(02).
          02 FLH-CNPJ-EMPRESA      PIC 9(14).

       01 REG-FOLHA-D.
          02 FILLER                PIC X(01) VALUE "D".
          02 FLD-CPF               PIC 9(11).
          02 FLD-EVENTO            PIC 9(04).
          02 FLD-VALOR             PIC 9(09)V9(02).
          02 FLD-VEN-CODIGO        PIC 9(05).
          02 FLD-COMPETENCIA       PIC 9(06).

       01 REG-FOLHA-T.
          02 FILLER                PIC X(01) VALUE "T".
          02 FLT-QTD-DETALHES      PIC 9(07).
          02 FLT-VALOR-TOTAL       PIC 9(11)V9(02).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGFOLHA - INICIO DA EXPORTACAO PARA A FOLHA"
           MOVE "PROGFOLHA" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGFOLHA - JA EXISTE EXPORTACAO EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           ACCEPT WS-CARTAO-COMPETENCIA FROM SYSIN
           IF WS-CARTAO-COMPETENCIA IS NUMERIC
              AND WS-CARTAO-COMPETENCIA NOT = ZEROS
              AND WS-CARTAO-COMPETENCIA (5:2) NOT < "01"
              AND WS-CARTAO-COMPETENCIA (5:2) NOT > "12"
              MOVE WS-CARTAO-COMPETENCIA TO WS-COMPETENCIA
              DISPLAY "PROGFOLHA - COMPETENCIA: " WS-COMPETENCIA
           ELSE
              MOVE ZEROS TO WS-COMPETENCIA
              DISPLAY "PROGFOLHA - TODAS AS COMPETENCIAS PENDENTES"
           END-IF
           PERFORM LE-PARAMETROS

           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           OPEN I-O ARQ-COMLED
           IF WS-RESULTADO-COMLED NOT = 00
              DISPLAY "PROGFOLHA - NAO HA LEDGER DE COMISSOES."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "DESPESA.DAT" TO WID-ARQ-DESPESA
           OPEN I-O ARQ-DESPESA
           IF WS-RESULTADO-DESPESA = 00
              MOVE "S" TO WS-DESPESA-DISPONIVEL
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "PROGFOLHA - VENDEDOR.DAT INDISPONIVEL."
              CLOSE ARQ-COMLED
              IF WS-DESPESA-DISPONIVEL = "S"
                 CLOSE ARQ-DESPESA
              END-IF
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "CTRLREM.DAT" TO WID-ARQ-CTRL-REMESSA
           OPEN I-O ARQ-CTRL-REMESSA
           IF WS-RESULTADO-CTRLREM NOT = 00
              OPEN OUTPUT ARQ-CTRL-REMESSA
              CLOSE ARQ-CTRL-REMESSA
              OPEN I-O ARQ-CTRL-REMESSA
           END-IF
           MOVE 3 TO CTL-CHAVE-REM
           READ ARQ-CTRL-REMESSA
           IF WS-RESULTADO-CTRLREM NOT = 00
              MOVE 3     TO CTL-CHAVE-REM
              MOVE ZEROS TO CTL-ULTIMA-REMESSA
              WRITE REGISTRO-CTRL-REMESSA
           END-IF

           PERFORM CARREGA-EMPRESAS
           PERFORM LEVANTA-COMPETENCIAS
           IF WS-QTD-COMPETENCIAS = ZEROS
              DISPLAY "PROGFOLHA - NENHUMA LINHA APROVADA A EXPORTAR."
           END-IF
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                   UNTIL WS-IND-COMP > WS-QTD-COMPETENCIAS
              MOVE WS-COMP-PENDENTE (WS-IND-COMP) TO WS-COMPETENCIA
              PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
                 UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
                 PERFORM EXPORTA-COMPETENCIA
              END-PERFORM
           END-PERFORM

           CLOSE ARQ-COMLED
           IF WS-DESPESA-DISPONIVEL = "S"
              CLOSE ARQ-DESPESA
           END-IF
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CTRL-REMESSA
           DISPLAY "PROGFOLHA - LOTES GERADOS......: " WS-QTD-LOTES
           DISPLAY "PROGFOLHA - COMISSOES ENVIADAS.: " WS-QTD-COMISSOES
           DISPLAY "PROGFOLHA - VALOR COMISSOES....: "
              WS-VALOR-COMISSOES
           DISPLAY "PROGFOLHA - REEMBOLSOS ENVIADOS: " WS-QTD-DESPESAS
           DISPLAY "PROGFOLHA - VALOR REEMBOLSOS...: "
              WS-VALOR-DESPESAS
           DISPLAY "PROGFOLHA - ZERADAS DADAS PAGAS: " WS-QTD-ZERADAS
           DISPLAY "PROGFOLHA - LINHAS RETIDAS.....: " WS-QTD-RETIDAS
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGFOLHA - FIM DA EXPORTACAO."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       CARREGA-EMPRESAS.
      *    EMPRESAS ATIVAS DO CADASTRO, NA ORDEM DO CODIGO. SEM O
      *    CADASTRO (OU SEM NENHUMA ATIVA) O LOTE E SO DA 01.
           MOVE ZEROS TO WS-QTD-EMPRESAS
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN INPUT ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA = 00
              MOVE ZEROS TO WS-FIM-EMPRESAS
              PERFORM UNTIL WS-FIM-EMPRESAS = 1
                 READ ARQ-EMPRESA NEXT AT END
                    MOVE 1 TO WS-FIM-EMPRESAS
                 END-READ
                 IF WS-FIM-EMPRESAS NOT = 1 AND EMP-ATIVA
                    AND WS-QTD-EMPRESAS < 99
                    ADD 1 TO WS-QTD-EMPRESAS
                    MOVE EMP-CODIGO
                       TO WS-TAB-EMP-CODIGO (WS-QTD-EMPRESAS)
                    MOVE EMP-CNPJ
                       TO WS-TAB-EMP-CNPJ (WS-QTD-EMPRESAS)
                 END-IF
              END-PERFORM
              CLOSE ARQ-EMPRESA
           END-IF
           IF WS-QTD-EMPRESAS = ZEROS
              MOVE 1     TO WS-QTD-EMPRESAS
              MOVE 01    TO WS-TAB-EMP-CODIGO (1)
              MOVE ZEROS TO WS-TAB-EMP-CNPJ (1)
           END-IF
           .
       LE-PARAMETROS.
           MOVE "EVTCOMISSAO" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS AND WS-PARAM-VALOR > ZEROS
              MOVE WS-PARAM-VALOR TO WS-EVENTO-COMISSAO
           END-IF
           MOVE "EVTDESPESA" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS AND WS-PARAM-VALOR > ZEROS
              MOVE WS-PARAM-VALOR TO WS-EVENTO-DESPESA
           END-IF
           CANCEL "PARAMLER"
           .
       LEVANTA-COMPETENCIAS.
      *    COM CARTAO SYSIN SO A COMPETENCIA INFORMADA; SEM ELE,
      *    TODA COMPETENCIA QUE TENHA LINHA APROVADA NO LEDGER OU
      *    NAS DESPESAS.
           MOVE ZEROS TO WS-QTD-COMPETENCIAS
           IF WS-COMPETENCIA NOT = ZEROS
              MOVE 1              TO WS-QTD-COMPETENCIAS
              MOVE WS-COMPETENCIA TO WS-COMP-PENDENTE (1)
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO CML-CHAVE
           START ARQ-COMLED KEY IS NOT LESS CML-CHAVE
           IF WS-RESULTADO-COMLED = 00
              MOVE ZEROS TO WS-FIM-LEITURA
              PERFORM UNTIL WS-FIM-LEITURA = 1
                 READ ARQ-COMLED NEXT AT END
                    MOVE 1 TO WS-FIM-LEITURA
                 END-READ
                 IF WS-FIM-LEITURA NOT = 1 AND CML-APROVADA
                    MOVE CML-COMPETENCIA TO WS-COMPETENCIA
                    PERFORM INCLUI-COMPETENCIA
                 END-IF
              END-PERFORM
           END-IF
           IF WS-DESPESA-DISPONIVEL = "S"
              MOVE ZEROS TO DSP-CHAVE
              START ARQ-DESPESA KEY IS NOT LESS DSP-CHAVE
              IF WS-RESULTADO-DESPESA = 00
                 MOVE ZEROS TO WS-FIM-LEITURA
                 PERFORM UNTIL WS-FIM-LEITURA = 1
                    READ ARQ-DESPESA NEXT AT END
                       MOVE 1 TO WS-FIM-LEITURA
                    END-READ
                    IF WS-FIM-LEITURA NOT = 1 AND DSP-APROVADA
                       MOVE DSP-COMPETENCIA TO WS-COMPETENCIA
                       PERFORM INCLUI-COMPETENCIA
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           .
       INCLUI-COMPETENCIA.
      *    INSERCAO ORDENADA, SEM REPETIR A COMPETENCIA.
           MOVE "N" TO WS-COMP-ACHADA
           PERFORM VARYING WS-IND-COMP FROM 1 BY 1
                   UNTIL WS-IND-COMP > WS-QTD-COMPETENCIAS
                      OR WS-COMP-ACHADA = "S"
              IF WS-COMP-PENDENTE (WS-IND-COMP) = WS-COMPETENCIA
                 MOVE "S" TO WS-COMP-ACHADA
              END-IF
              IF WS-COMP-PENDENTE (WS-IND-COMP) > WS-COMPETENCIA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-COMP-ACHADA = "S" OR WS-QTD-COMPETENCIAS = 120
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IND-DESLOCA FROM WS-QTD-COMPETENCIAS
                   BY -1 UNTIL WS-IND-DESLOCA < WS-IND-COMP
              MOVE WS-COMP-PENDENTE (WS-IND-DESLOCA)
                 TO WS-COMP-PENDENTE (WS-IND-DESLOCA + 1)
           END-PERFORM
           MOVE WS-COMPETENCIA TO WS-COMP-PENDENTE (WS-IND-COMP)
           ADD 1 TO WS-QTD-COMPETENCIAS
           .
       EXPORTA-COMPETENCIA.
      *    UM LOTE POR COMPETENCIA E EMPRESA; LOTE QUE NAO LEVOU
      *    NENHUM DETALHE NAO CONSOME NUMERO E O ARQUIVO E
      *    REAPROVEITADO PELA EMPRESA OU COMPETENCIA SEGUINTE.
           MOVE WS-TAB-EMP-CODIGO (WS-IDX-EMPRESA) TO WS-EMPRESA-ATUAL
           COMPUTE WS-LOTE = CTL-ULTIMA-REMESSA + 1
           MOVE ZEROS TO WS-QTD-LOTE
           MOVE ZEROS TO WS-VALOR-LOTE
           MOVE SPACES TO WID-ARQ-FOLHA
           STRING "FOLHA."  DELIMITED BY SIZE
                  WS-LOTE   DELIMITED BY SIZE
                  ".TXT"    DELIMITED BY SIZE
               INTO WID-ARQ-FOLHA
           END-STRING
           OPEN OUTPUT ARQ-FOLHA
           MOVE WS-LOTE         TO FLH-LOTE
           MOVE WS-COMPETENCIA  TO FLH-COMPETENCIA
           MOVE WS-DATA-SISTEMA TO FLH-DATA
           MOVE WS-HORA-SISTEMA TO FLH-HORA
           MOVE WS-EMPRESA-ATUAL TO FLH-EMPRESA
           MOVE WS-TAB-EMP-CNPJ (WS-IDX-EMPRESA) TO FLH-CNPJ-EMPRESA
           WRITE LINHA-FOLHA FROM REG-FOLHA-H

           MOVE ZEROS          TO CML-VEN-CODIGO
           MOVE WS-COMPETENCIA TO CML-COMPETENCIA
           START ARQ-COMLED KEY IS NOT LESS CML-CHAVE
           IF WS-RESULTADO-COMLED = 00
              MOVE ZEROS TO WS-FIM-LEITURA
              PERFORM UNTIL WS-FIM-LEITURA = 1
                 READ ARQ-COMLED NEXT AT END
                    MOVE 1 TO WS-FIM-LEITURA
                 END-READ
                 IF WS-FIM-LEITURA NOT = 1
                    MOVE CML-EMPRESA TO WS-EMPRESA-REGISTRO
                    IF WS-EMPRESA-REGISTRO = ZEROS
                       MOVE 01 TO WS-EMPRESA-REGISTRO
                    END-IF
                 END-IF
                 IF WS-FIM-LEITURA NOT = 1
                    AND CML-COMPETENCIA = WS-COMPETENCIA
                    AND CML-APROVADA
                    AND WS-EMPRESA-REGISTRO = WS-EMPRESA-ATUAL
                    PERFORM EXPORTA-COMISSAO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-DESPESA-DISPONIVEL = "S"
              MOVE ZEROS TO DSP-CHAVE
              START ARQ-DESPESA KEY IS NOT LESS DSP-CHAVE
              IF WS-RESULTADO-DESPESA = 00
                 MOVE ZEROS TO WS-FIM-LEITURA
                 PERFORM UNTIL WS-FIM-LEITURA = 1
                    READ ARQ-DESPESA NEXT AT END
                       MOVE 1 TO WS-FIM-LEITURA
                    END-READ
                    IF WS-FIM-LEITURA NOT = 1
                       AND DSP-COMPETENCIA = WS-COMPETENCIA
                       AND DSP-APROVADA
                       PERFORM LOCALIZA-EMPRESA-DESPESA
                       IF WS-EMPRESA-REGISTRO = WS-EMPRESA-ATUAL
                          PERFORM EXPORTA-DESPESA
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF

           MOVE WS-QTD-LOTE   TO FLT-QTD-DETALHES
           MOVE WS-VALOR-LOTE TO FLT-VALOR-TOTAL
           WRITE LINHA-FOLHA FROM REG-FOLHA-T
           CLOSE ARQ-FOLHA
           IF WS-QTD-LOTE NOT = ZEROS
              MOVE WS-LOTE TO CTL-ULTIMA-REMESSA
              MOVE 3       TO CTL-CHAVE-REM
              REWRITE REGISTRO-CTRL-REMESSA
              ADD 1 TO WS-QTD-LOTES
              DISPLAY "PROGFOLHA - LOTE " WS-LOTE " COMPETENCIA "
                 WS-COMPETENCIA " EMPRESA " WS-EMPRESA-ATUAL ": "
                 WS-QTD-LOTE " DETALHES, "
                 WS-VALOR-LOTE " - " WID-ARQ-FOLHA
           END-IF
           .
       EXPORTA-COMISSAO.
           IF CML-VALOR = ZEROS
              MOVE "P"             TO CML-STATUS
              MOVE WS-DATA-SISTEMA TO CML-DATA-PAGAMENTO
              REWRITE REGISTRO-COMLED
              ADD 1 TO WS-QTD-ZERADAS
              EXIT PARAGRAPH
           END-IF
           MOVE CML-VEN-CODIGO TO VEN-CODIGO
           PERFORM VERIFICA-VENDEDOR
           IF WS-VEN-LIBERADO NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LINHA-CPF       TO FLD-CPF
           MOVE WS-EVENTO-COMISSAO TO FLD-EVENTO
           MOVE CML-VALOR          TO FLD-VALOR
           MOVE CML-VEN-CODIGO     TO FLD-VEN-CODIGO
           MOVE CML-COMPETENCIA    TO FLD-COMPETENCIA
           WRITE LINHA-FOLHA FROM REG-FOLHA-D
           MOVE "E"             TO CML-STATUS
           MOVE WS-LOTE         TO CML-LOTE-FOLHA
           MOVE WS-DATA-SISTEMA TO CML-DATA-ENVIO-FOLHA
           REWRITE REGISTRO-COMLED
           ADD 1 TO WS-QTD-LOTE
           ADD FLD-VALOR TO WS-VALOR-LOTE
           ADD 1 TO WS-QTD-COMISSOES
           ADD FLD-VALOR TO WS-VALOR-COMISSOES
           .
       EXPORTA-DESPESA.
           IF DSP-VALOR-TOTAL = ZEROS
              MOVE "P"             TO DSP-STATUS
              MOVE WS-DATA-SISTEMA TO DSP-DATA-PAGAMENTO
              REWRITE REGISTRO-DESPESA
              ADD 1 TO WS-QTD-ZERADAS
              EXIT PARAGRAPH
           END-IF
           MOVE DSP-VEN-CODIGO TO VEN-CODIGO
           PERFORM VERIFICA-VENDEDOR
           IF WS-VEN-LIBERADO NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LINHA-CPF      TO FLD-CPF
           MOVE WS-EVENTO-DESPESA TO FLD-EVENTO
           MOVE DSP-VALOR-TOTAL   TO FLD-VALOR
           MOVE DSP-VEN-CODIGO    TO FLD-VEN-CODIGO
           MOVE DSP-COMPETENCIA   TO FLD-COMPETENCIA
           WRITE LINHA-FOLHA FROM REG-FOLHA-D
           MOVE "E"             TO DSP-STATUS
           MOVE WS-LOTE         TO DSP-LOTE-FOLHA
           MOVE WS-DATA-SISTEMA TO DSP-DATA-ENVIO-FOLHA
           REWRITE REGISTRO-DESPESA
           ADD 1 TO WS-QTD-LOTE
           ADD FLD-VALOR TO WS-VALOR-LOTE
           ADD 1 TO WS-QTD-DESPESAS
           ADD FLD-VALOR TO WS-VALOR-DESPESAS
           .
       LOCALIZA-EMPRESA-DESPESA.
      *    O REEMBOLSO E DA EMPRESA DO VENDEDOR; SEM CADASTRO FICA NA
      *    01 (E E RETIDO NO VERIFICA-VENDEDOR).
           MOVE 01 TO WS-EMPRESA-REGISTRO
           MOVE DSP-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00 AND VEN-EMPRESA NOT = ZEROS
              MOVE VEN-EMPRESA TO WS-EMPRESA-REGISTRO
           END-IF
           .
       VERIFICA-VENDEDOR.
      *    A FOLHA IDENTIFICA O FUNCIONARIO PELO CPF; SEM CADASTRO
      *    OU SEM CPF A LINHA ESPERA A CORRECAO DO CADASTRO
      *    (PROG02) E VOLTA NO PROXIMO LOTE.
           MOVE "N" TO WS-VEN-LIBERADO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00 OR VEN-CPF = ZEROS
              DISPLAY "PROGFOLHA - VENDEDOR " VEN-CODIGO
                 " COMPETENCIA " WS-COMPETENCIA
                 " RETIDO: SEM CADASTRO/CPF."
              ADD 1 TO WS-QTD-RETIDAS
              EXIT PARAGRAPH
           END-IF
           MOVE VEN-CPF TO WS-LINHA-CPF
           MOVE "S" TO WS-VEN-LIBERADO
           .
