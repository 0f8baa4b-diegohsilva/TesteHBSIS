       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREMBAN.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** REMESSA BANCARIA DE REGISTRO DE BOLETOS ********
      *    LADO DE SAIDA DO PROGRETBAN: MONTA A REMESSA NUMERADA
      *    PARA O BANCO (REMBAN.NNNNNN.TXT), EM LAYOUT FIXO COM
      *    CABECALHO (TIPO H), DETALHES (TIPO D) E TRAILER (TIPO T):
      *      H + REMESSA(6) + DATA(8) + HORA(6)
      *      D + INSTRUCAO(2) + NOSSO NUMERO(11) + VENCIMENTO(8)
      *        + VALOR(11) + CNPJ(14) + NOME(40) + ENDERECO(40)
      *        + CIDADE(30) + UF(2) + CEP(8)
      *      T + QTD REGISTROS(7) + VALOR REGISTROS(13)
      *        + QTD BAIXAS(7) + VALOR BAIXAS(13)
      *    INSTRUCAO 01 (REGISTRO): PARCELA EM ABERTO AINDA NAO
      *    ENVIADA; O SACADO VEM DO CLIENTE.DAT. INSTRUCAO 02
      *    (BAIXA): PARCELA JA REGISTRADA QUE FOI CANCELADA NO
      *    PROG07 E CUJA BAIXA AINDA NAO FOI PEDIDA. O NOSSO NUMERO
      *    E O NUMERO DO TITULO MAIS A PARCELA, O MESMO QUE VOLTA NO
      *    RETORNO (RETBAN.TXT). CADA PARCELA ENVIADA GUARDA O NUMERO
      *    E A DATA DA REMESSA (TIT-REM-*). PARCELA DE CLIENTE NAO
      *    CADASTRADO OU SEM CNPJ, OU CUJA MARCA DE ENVIO NAO PODE
      *    SER GRAVADA NO TITULO.DAT, FICA DE FORA E E LISTADA NO
      *    SYSOUT, VOLTANDO NA PROXIMA REMESSA. A NUMERACAO FICA NA
      *    LINHA 2 DO CTRLREM.DAT. OS TOTAIS DA EXECUCAO VAO PARA O
      *    CTRLTOT.DAT (BALANCEAMENTO DO PROGBALANC); REEXECUCAO NO
      *    MESMO DIA SOMA NA LINHA DO DIA.
      *    COM O CADASTRO DE EMPRESAS (EMPRESA.DAT) SAI UMA REMESSA
      *    POR EMPRESA ATIVA, CADA UMA COM O SEU NUMERO (A MESMA
      *    SEQUENCIA DA LINHA 2, QUE SO AVANCA QUANDO A REMESSA TEM
      *    DETALHE) E COM O CODIGO E O CNPJ DA EMPRESA NO CABECALHO:
      *      H + REMESSA(6) + DATA(8) + HORA(6) + EMPRESA(2)
      *        + CNPJ DA EMPRESA(14)
      *    A PARCELA VAI NA REMESSA DA EMPRESA DO TITULO (TIT-EMPRESA;
      *    ZERO = 01). SEM O CADASTRO SAI SO A EMPRESA 01, COM CNPJ
      *    ZERADO. OS TOTAIS DO CTRLTOT SAO A SOMA DAS EMPRESAS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CTRL-REMESSA ASSIGN TO DISK
                  WID-ARQ-CTRL-REMESSA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE-REM
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRLREM.

           SELECT ARQ-CTRL-TOTAIS ASSIGN TO WID-ARQ-CTRL-TOTAIS
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRL-TOT.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMPRESA.

           SELECT ARQ-REMESSA ASSIGN TO WID-ARQ-REMESSA
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-REMESSA.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "CTRL-REMESSA.FD".
       COPY "CTRL-TOTAIS.FD".
       COPY "ARQ-EMPRESA.FD".

       FD  ARQ-REMESSA.
       01  LINHA-REMESSA            PIC X(180).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-REMESSA     PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-TOTAIS      PIC X(50) VALUE SPACES.
       77 WID-ARQ-REMESSA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-EMPRESA          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRLREM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL-TOT    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REMESSA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-FIM-TITULOS           PIC 9(01) VALUE ZEROS.
       77 WS-REMESSA               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REGISTROS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-BAIXAS            PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-REGISTROS       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VALOR-BAIXAS          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-HASH-CHAVES           PIC 9(15) VALUE ZEROS.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-TOT-REGISTROS         PIC 9(07) VALUE ZEROS.
       77 WS-TOT-BAIXAS            PIC 9(07) VALUE ZEROS.
       77 WS-TOT-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77 WS-FIM-EMPRESAS          PIC 9(01) VALUE ZEROS.
       77 WS-QTD-EMPRESAS          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-EMPRESA           PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-TITULO        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-EMPRESAS.
          02 WS-TAB-EMPRESA        OCCURS 99 TIMES.
             03 WS-TAB-EMP-CODIGO  PIC 9(02).
             03 WS-TAB-EMP-CNPJ    PIC 9(14).
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.

       01 REG-REMBAN-H.
          02 FILLER                PIC X(01) VALUE "H".
          02 RBH-REMESSA           PIC 9(06).
          02 RBH-DATA              PIC 9(08).
          02 RBH-HORA              PIC 9(06).
          02 RBH-EMPRESA           PIC 9(02).
          02 RBH-CNPJ-EMPRESA      PIC 9(14).

       01 REG-REMBAN-D.
          02 FILLER                PIC X(01) VALUE "D".
          02 RBD-INSTRUCAO         PIC 9(02).
             88 RBD-REGISTRO       VALUE 01.
             88 RBD-BAIXA          VALUE 02.
          02 RBD-NOSSO-NUMERO.
             03 RBD-TITULO         PIC 9(09).
             03 RBD-PARCELA        PIC 9(02).
          02 RBD-VENCIMENTO        PIC 9(08).
          02 RBD-VALOR             PIC 9(09)V9(02).
          02 RBD-CNPJ              PIC 9(14).
          02 RBD-NOME              PIC X(40).
          02 RBD-ENDERECO          PIC X(40).
          02 RBD-CIDADE            PIC X(30).
          02 RBD-UF                PIC X(02).
          02 RBD-CEP               PIC 9(08).

       01 REG-REMBAN-T.
          02 FILLER                PIC X(01) VALUE "T".
          02 RBT-QTD-REGISTROS     PIC 9(07).
          02 RBT-VALOR-REGISTROS   PIC 9(11)V9(02).
          02 RBT-QTD-BAIXAS        PIC 9(07).
          02 RBT-VALOR-BAIXAS      PIC 9(11)V9(02).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGREMBAN - INICIO DA REMESSA BANCARIA"
           MOVE "PROGREMBAN" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGREMBAN - JA EXISTE REMESSA EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              DISPLAY "PROGREMBAN - NAO HA TITULOS REGISTRADOS."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "CTRLREM.DAT" TO WID-ARQ-CTRL-REMESSA
           OPEN I-O ARQ-CTRL-REMESSA
           IF WS-RESULTADO-CTRLREM NOT = 00
              OPEN OUTPUT ARQ-CTRL-REMESSA
              CLOSE ARQ-CTRL-REMESSA
              OPEN I-O ARQ-CTRL-REMESSA
           END-IF
           MOVE 2 TO CTL-CHAVE-REM
           READ ARQ-CTRL-REMESSA
           IF WS-RESULTADO-CTRLREM NOT = 00
              MOVE 2     TO CTL-CHAVE-REM
              MOVE ZEROS TO CTL-ULTIMA-REMESSA
              WRITE REGISTRO-CTRL-REMESSA
           END-IF
           PERFORM CARREGA-EMPRESAS
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
              UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
              PERFORM GERA-REMESSA-EMPRESA
           END-PERFORM

           CLOSE ARQ-TITULO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-CTRL-REMESSA
           PERFORM GRAVA-CONTROLE-TOTAIS
           DISPLAY "PROGREMBAN - EMPRESAS..........: " WS-QTD-EMPRESAS
           DISPLAY "PROGREMBAN - PARCELAS LIDAS....: " WS-TOT-LIDOS
           DISPLAY "PROGREMBAN - REGISTROS ENVIADOS: " WS-TOT-REGISTROS
           DISPLAY "PROGREMBAN - BAIXAS ENVIADAS...: " WS-TOT-BAIXAS
           DISPLAY "PROGREMBAN - PARCELAS RETIDAS..: "
              WS-TOT-REJEITADOS
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGREMBAN - FIM DA REMESSA."
           GOBACK
           .
       CARREGA-EMPRESAS.
      *    EMPRESAS ATIVAS DO CADASTRO, NA ORDEM DO CODIGO. SEM O
      *    CADASTRO (OU SEM NENHUMA ATIVA) A REMESSA E SO DA 01.
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
       GERA-REMESSA-EMPRESA.
      *    UMA VARREDURA DO TITULO.DAT POR EMPRESA; SO AS PARCELAS DA
      *    EMPRESA DA VEZ SAO CONTADAS E ENVIADAS. REMESSA SEM
      *    DETALHE NAO CONSOME NUMERO (O ARQUIVO VAZIO E REGRAVADO
      *    PELA EMPRESA SEGUINTE OU PELA PROXIMA EXECUCAO).
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-REGISTROS WS-QTD-BAIXAS
              WS-QTD-REJEITADOS WS-VALOR-REGISTROS WS-VALOR-BAIXAS
              WS-FIM-TITULOS
           COMPUTE WS-REMESSA = CTL-ULTIMA-REMESSA + 1

           MOVE SPACES TO WID-ARQ-REMESSA
           STRING "REMBAN."  DELIMITED BY SIZE
                  WS-REMESSA DELIMITED BY SIZE
                  ".TXT"     DELIMITED BY SIZE
               INTO WID-ARQ-REMESSA
           END-STRING
           OPEN OUTPUT ARQ-REMESSA
           MOVE WS-REMESSA      TO RBH-REMESSA
           MOVE WS-DATA-SISTEMA TO RBH-DATA
           MOVE WS-HORA-SISTEMA TO RBH-HORA
           MOVE WS-TAB-EMP-CODIGO (WS-IDX-EMPRESA) TO RBH-EMPRESA
           MOVE WS-TAB-EMP-CNPJ (WS-IDX-EMPRESA) TO RBH-CNPJ-EMPRESA
           WRITE LINHA-REMESSA FROM REG-REMBAN-H

           MOVE ZEROS TO TIT-CHAVE
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO NOT = 00
              MOVE 1 TO WS-FIM-TITULOS
           END-IF
           PERFORM UNTIL WS-FIM-TITULOS = 1
              READ ARQ-TITULO NEXT AT END
                 MOVE 1 TO WS-FIM-TITULOS
              END-READ
              IF WS-FIM-TITULOS NOT = 1
                 MOVE TIT-EMPRESA TO WS-EMPRESA-TITULO
                 IF WS-EMPRESA-TITULO = ZEROS
                    MOVE 01 TO WS-EMPRESA-TITULO
                 END-IF
              END-IF
              IF WS-FIM-TITULOS NOT = 1 AND WS-EMPRESA-TITULO =
                 WS-TAB-EMP-CODIGO (WS-IDX-EMPRESA)
                 ADD 1 TO WS-QTD-LIDOS
                 EVALUATE TRUE
                    WHEN TIT-ABERTO AND TIT-REM-NUMERO = ZEROS
                       PERFORM REGISTRA-PARCELA
                    WHEN TIT-CANCELADO AND TIT-REM-NUMERO NOT = ZEROS
                       AND TIT-REM-BAIXA-NUMERO = ZEROS
                       PERFORM BAIXA-PARCELA
                 END-EVALUATE
              END-IF
           END-PERFORM

           MOVE WS-QTD-REGISTROS   TO RBT-QTD-REGISTROS
           MOVE WS-VALOR-REGISTROS TO RBT-VALOR-REGISTROS
           MOVE WS-QTD-BAIXAS      TO RBT-QTD-BAIXAS
           MOVE WS-VALOR-BAIXAS    TO RBT-VALOR-BAIXAS
           WRITE LINHA-REMESSA FROM REG-REMBAN-T
           CLOSE ARQ-REMESSA
           IF WS-QTD-REGISTROS NOT = ZEROS OR WS-QTD-BAIXAS NOT = ZEROS
              MOVE WS-REMESSA TO CTL-ULTIMA-REMESSA
              MOVE 2          TO CTL-CHAVE-REM
              REWRITE REGISTRO-CTRL-REMESSA
           END-IF
           ADD WS-QTD-LIDOS      TO WS-TOT-LIDOS
           ADD WS-QTD-REGISTROS  TO WS-TOT-REGISTROS
           ADD WS-QTD-BAIXAS     TO WS-TOT-BAIXAS
           ADD WS-QTD-REJEITADOS TO WS-TOT-REJEITADOS
           DISPLAY "PROGREMBAN - EMPRESA...........: "
              WS-TAB-EMP-CODIGO (WS-IDX-EMPRESA)
           DISPLAY "PROGREMBAN - REMESSA GERADA....: " WS-REMESSA
           DISPLAY "PROGREMBAN - PARCELAS LIDAS....: " WS-QTD-LIDOS
           DISPLAY "PROGREMBAN - REGISTROS ENVIADOS: " WS-QTD-REGISTROS
           DISPLAY "PROGREMBAN - VALOR REGISTRADO..: "
              WS-VALOR-REGISTROS
           DISPLAY "PROGREMBAN - BAIXAS ENVIADAS...: " WS-QTD-BAIXAS
           DISPLAY "PROGREMBAN - VALOR BAIXADO.....: " WS-VALOR-BAIXAS
           DISPLAY "PROGREMBAN - PARCELAS RETIDAS..: "
              WS-QTD-REJEITADOS
           DISPLAY "PROGREMBAN - ARQUIVO...........: "
              WID-ARQ-REMESSA
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       REGISTRA-PARCELA.
      *    O SACADO DO BOLETO E O CLIENTE DO TITULO; SEM CADASTRO OU
      *    SEM CNPJ O BANCO RECUSARIA O REGISTRO, ENTAO A PARCELA
      *    ESPERA A CORRECAO DO CADASTRO.
           MOVE TIT-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 OR CLI-CNPJ = ZEROS
              DISPLAY "PROGREMBAN - PARCELA " TIT-NUMERO "/"
                 TIT-PARCELA " RETIDA: CLIENTE " TIT-CLI-CODIGO
                 " SEM CADASTRO/CNPJ."
              ADD 1 TO WS-QTD-REJEITADOS
              EXIT PARAGRAPH
           END-IF
           MOVE 01                  TO RBD-INSTRUCAO
           MOVE TIT-NUMERO          TO RBD-TITULO
           MOVE TIT-PARCELA         TO RBD-PARCELA
           MOVE TIT-DATA-VENCIMENTO TO RBD-VENCIMENTO
           COMPUTE RBD-VALOR = TIT-VALOR - TIT-VALOR-PAGO
           MOVE CLI-CNPJ            TO RBD-CNPJ
           MOVE CLI-RAZAO-SOCIAL    TO RBD-NOME
           MOVE CLI-ENDERECO        TO RBD-ENDERECO
           MOVE CLI-CIDADE          TO RBD-CIDADE
           MOVE CLI-UF              TO RBD-UF
           MOVE CLI-CEP             TO RBD-CEP
      *    A PARCELA SO VAI NA REMESSA SE A MARCA DE ENVIADA FOR
      *    GRAVADA; SEM ELA, O BOLETO SAIRIA DE NOVO NA PROXIMA.
           MOVE WS-REMESSA      TO TIT-REM-NUMERO
           MOVE WS-DATA-SISTEMA TO TIT-REM-DATA
           REWRITE REGISTRO-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              DISPLAY "PROGREMBAN - PARCELA " TIT-NUMERO "/"
                 TIT-PARCELA " RETIDA: ERRO NA GRAVACAO - TITULOS: "
                 WS-RESULTADO-TITULO
              ADD 1 TO WS-QTD-REJEITADOS
              EXIT PARAGRAPH
           END-IF
           WRITE LINHA-REMESSA FROM REG-REMBAN-D
           ADD 1 TO WS-QTD-REGISTROS
           ADD RBD-VALOR TO WS-VALOR-REGISTROS
           PERFORM SOMA-HASH-CHAVE
           .
       BAIXA-PARCELA.
      *    PEDIDO CANCELADO DEPOIS DO REGISTRO: O BANCO PRECISA
      *    RETIRAR O BOLETO DE COBRANCA.
           MOVE 02                  TO RBD-INSTRUCAO
           MOVE TIT-NUMERO          TO RBD-TITULO
           MOVE TIT-PARCELA         TO RBD-PARCELA
           MOVE TIT-DATA-VENCIMENTO TO RBD-VENCIMENTO
           COMPUTE RBD-VALOR = TIT-VALOR - TIT-VALOR-PAGO
           MOVE ZEROS               TO RBD-CNPJ
           MOVE SPACES              TO RBD-NOME
           MOVE SPACES              TO RBD-ENDERECO
           MOVE SPACES              TO RBD-CIDADE
           MOVE SPACES              TO RBD-UF
           MOVE ZEROS               TO RBD-CEP
           MOVE WS-REMESSA      TO TIT-REM-BAIXA-NUMERO
           MOVE WS-DATA-SISTEMA TO TIT-REM-BAIXA-DATA
           REWRITE REGISTRO-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              DISPLAY "PROGREMBAN - BAIXA DA PARCELA " TIT-NUMERO "/"
                 TIT-PARCELA " RETIDA: ERRO NA GRAVACAO - TITULOS: "
                 WS-RESULTADO-TITULO
              ADD 1 TO WS-QTD-REJEITADOS
              EXIT PARAGRAPH
           END-IF
           WRITE LINHA-REMESSA FROM REG-REMBAN-D
           ADD 1 TO WS-QTD-BAIXAS
           ADD RBD-VALOR TO WS-VALOR-BAIXAS
           PERFORM SOMA-HASH-CHAVE
           .
       SOMA-HASH-CHAVE.
           COMPUTE WS-HASH-CHAVES =
              FUNCTION MOD (WS-HASH-CHAVES + TIT-NUMERO,
                 1000000000000000)
           .
       GRAVA-CONTROLE-TOTAIS.
      *    TOTAIS DE CONTROLE PARA O BALANCEAMENTO DA CADEIA
      *    (PROGBALANC) - VER CTRL-TOTAIS.FD. GRAVADOS = DETALHES
      *    DA REMESSA (REGISTROS MAIS BAIXAS); A REEXECUCAO NO MESMO
      *    DIA SOMA NA LINHA, POIS AS PARCELAS DAS DUAS EXECUCOES
      *    FICAM COM A DATA DO DIA.
           MOVE "CTRLTOT.DAT" TO WID-ARQ-CTRL-TOTAIS
           OPEN I-O ARQ-CTRL-TOTAIS
           IF WS-RESULTADO-CTRL-TOT NOT = 00
              OPEN OUTPUT ARQ-CTRL-TOTAIS
              CLOSE ARQ-CTRL-TOTAIS
              OPEN I-O ARQ-CTRL-TOTAIS
           END-IF
           MOVE WS-DATA-SISTEMA TO CTT-DATA
           MOVE "PROGREMBAN"    TO CTT-PROGRAMA
           READ ARQ-CTRL-TOTAIS
           IF WS-RESULTADO-CTRL-TOT = 00
              ADD WS-TOT-LIDOS TO CTT-QTD-LIDOS
              ADD WS-TOT-REGISTROS WS-TOT-BAIXAS TO CTT-QTD-GRAVADOS
              ADD WS-TOT-REJEITADOS TO CTT-QTD-REJEITADOS
              COMPUTE CTT-HASH-CHAVES =
                 FUNCTION MOD (CTT-HASH-CHAVES + WS-HASH-CHAVES,
                    1000000000000000)
              REWRITE REGISTRO-CTRL-TOTAIS
           ELSE
              MOVE WS-DATA-SISTEMA   TO CTT-DATA
              MOVE "PROGREMBAN"      TO CTT-PROGRAMA
              MOVE WS-TOT-LIDOS      TO CTT-QTD-LIDOS
              COMPUTE CTT-QTD-GRAVADOS =
                 WS-TOT-REGISTROS + WS-TOT-BAIXAS
              MOVE WS-TOT-REJEITADOS TO CTT-QTD-REJEITADOS
              MOVE WS-HASH-CHAVES    TO CTT-HASH-CHAVES
              WRITE REGISTRO-CTRL-TOTAIS
           END-IF
           CLOSE ARQ-CTRL-TOTAIS
           .
