       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCNPJ.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** CONFERENCIA DE CNPJ COM A RECEITA FEDERAL ********
      *    LE O EXTRATO DE SITUACAO CADASTRAL TIRADO DOS DADOS
      *    PUBLICOS DA RECEITA (RFCNPJ.TXT), LOCALIZA CADA CNPJ NO
      *    CADASTRO PELA CHAVE ALTERNATIVA (CLI-CNPJ) E GRAVA NO
      *    CLIENTE A SITUACAO OFICIAL, A DATA DA SITUACAO, A RAZAO
      *    SOCIAL OFICIAL E A DATA DA CONFERENCIA. CNPJ DO EXTRATO
      *    QUE NAO E CLIENTE E SO CONTADO; CLIENTE AUSENTE DO
      *    EXTRATO FICA COM A CONFERENCIA ANTERIOR.
      *    AS DIVERGENCIAS SAEM EM RCNPJ.TXT: CNPJ NAO ATIVO
      *    (SUSPENSO, INAPTO, BAIXADO OU NULO) E RAZAO SOCIAL DO
      *    CADASTRO DIFERENTE DA OFICIAL (COMPARADA NAS 40 POSICOES
      *    DO CADASTRO, SEM DIFERENCIAR MAIUSCULAS). O PROG07 USA A
      *    SITUACAO GRAVADA PARA AVISAR OU RECUSAR O PEDIDO.
      *
      *    LAYOUT DE RFCNPJ.TXT (UMA LINHA POR CNPJ, 174 POSICOES):
      *      POS 001-014 CNPJ (SO DIGITOS)
      *      POS 015-016 SITUACAO CADASTRAL NO CODIGO DA RECEITA:
      *                  01 NULA, 02 ATIVA, 03 SUSPENSA, 04 INAPTA,
      *                  08 BAIXADA
      *      POS 017-024 DATA DA SITUACAO (AAAAMMDD)
      *      POS 025-174 RAZAO SOCIAL (NOME EMPRESARIAL)

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-RFCNPJ ASSIGN TO DISK WID-ARQ-RFCNPJ
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-RFCNPJ.

           SELECT RELATORIO ASSIGN TO "RCNPJ.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       FD  ARQ-RFCNPJ
           LABEL RECORD IS STANDARD.
       01  REGISTRO-RFCNPJ.
           02 RFC-CNPJ              PIC 9(14).
           02 RFC-SITUACAO          PIC 9(02).
              88 RFC-NULA           VALUE 01.
              88 RFC-ATIVA          VALUE 02.
              88 RFC-SUSPENSA       VALUE 03.
              88 RFC-INAPTA         VALUE 04.
              88 RFC-BAIXADA        VALUE 08.
           02 RFC-DATA-SITUACAO     PIC 9(08).
           02 RFC-RAZAO-SOCIAL      PIC X(150).

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-RFCNPJ           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RFCNPJ      PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-SITUACAO-NOVA         PIC X(01) VALUE SPACE.
       77 WS-RAZAO-CADASTRO        PIC X(40) VALUE SPACES.
       77 WS-RAZAO-OFICIAL         PIC X(40) VALUE SPACES.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-INVALIDOS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NAO-CLIENTES      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ATUALIZADOS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NAO-ATIVOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RAZAO-DIFERENTE   PIC 9(07) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).
       01 CAB-DATA                 PIC 99/99/9(04).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(46) VALUE
             "DIVERGENCIAS DE CNPJ COM A RECEITA FEDERAL".
          02 FILLER       PIC X(34) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-COLUNAS.
          02 FILLER PIC X(09) VALUE "CLIENTE".
          02 FILLER PIC X(16) VALUE "CNPJ".
          02 FILLER PIC X(42) VALUE "RAZAO SOCIAL NO CADASTRO".
          02 FILLER PIC X(03) VALUE "ST".
          02 FILLER PIC X(10) VALUE "SITUACAO".
          02 FILLER PIC X(12) VALUE "DESDE".
          02 FILLER PIC X(40) VALUE "OCORRENCIA".

       01 DETALHE-DIVERGENCIA.
          02 DET-CODIGO       PIC 9(07).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-CNPJ         PIC 9(14).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-RAZAO        PIC X(40).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-STATUS       PIC X(01).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-SITUACAO     PIC X(08).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-DATA         PIC X(10).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-OCORRENCIA   PIC X(40).

       01 DETALHE-RAZAO-OFICIAL.
          02 FILLER           PIC X(25) VALUE SPACES.
          02 FILLER           PIC X(18) VALUE "NOME NA RECEITA: ".
          02 DET-RAZAO-OFICIAL PIC X(89).

       01 RODAPE-1.
          02 FILLER           PIC X(34) VALUE
             "CNPJ DO EXTRATO LIDOS.............".
          02 ROD-LIDOS        PIC Z.ZZZ.ZZ9.
       01 RODAPE-2.
          02 FILLER           PIC X(34) VALUE
             "CLIENTES CONFERIDOS...............".
          02 ROD-ATUALIZADOS  PIC Z.ZZZ.ZZ9.
       01 RODAPE-3.
          02 FILLER           PIC X(34) VALUE
             "CLIENTES COM CNPJ NAO ATIVO.......".
          02 ROD-NAO-ATIVOS   PIC Z.ZZZ.ZZ9.
       01 RODAPE-4.
          02 FILLER           PIC X(34) VALUE
             "CLIENTES COM RAZAO DIFERENTE......".
          02 ROD-RAZAO        PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGCNPJ - INICIO DA CONFERENCIA DE CNPJ"
           MOVE "PROGCNPJ" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGCNPJ - JA EXISTE CONFERENCIA EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE WS-DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE WS-MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE WS-ANO-SISTEMA TO CAB-DATA (7:4)
           MOVE "RFCNPJ.TXT" TO WID-ARQ-RFCNPJ
           OPEN INPUT ARQ-RFCNPJ
           IF WS-RESULTADO-RFCNPJ NOT = 00
              DISPLAY "PROGCNPJ - EXTRATO RFCNPJ.TXT NAO ENCONTRADO."
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "PROGCNPJ - CLIENTE.DAT INDISPONIVEL."
              CLOSE ARQ-RFCNPJ
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA TO CABT-DATA
           PERFORM IMPRIMIR-CABECALHO

           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-RFCNPJ AT END
                 MOVE 1 TO CONTROLE-FIM
              END-READ
              IF CONTROLE-FIM NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 PERFORM CONFERE-CNPJ
                    THRU F-CONFERE-CNPJ
              END-IF
           END-PERFORM

           MOVE WS-QTD-LIDOS           TO ROD-LIDOS
           MOVE WS-QTD-ATUALIZADOS     TO ROD-ATUALIZADOS
           MOVE WS-QTD-NAO-ATIVOS      TO ROD-NAO-ATIVOS
           MOVE WS-QTD-RAZAO-DIFERENTE TO ROD-RAZAO
           WRITE LINHA FROM CABECALHO-2 AFTER 2 LINES
           WRITE LINHA FROM RODAPE-1    AFTER 1 LINE
           WRITE LINHA FROM RODAPE-2    AFTER 1 LINE
           WRITE LINHA FROM RODAPE-3    AFTER 1 LINE
           WRITE LINHA FROM RODAPE-4    AFTER 1 LINE
           CLOSE RELATORIO
           CLOSE ARQ-RFCNPJ
           CLOSE ARQ-CLIENTE
           DISPLAY "PROGCNPJ - CNPJ LIDOS DO EXTRATO....: "
              WS-QTD-LIDOS
           DISPLAY "PROGCNPJ - LINHAS INVALIDAS.........: "
              WS-QTD-INVALIDOS
           DISPLAY "PROGCNPJ - CNPJ QUE NAO SAO CLIENTES: "
              WS-QTD-NAO-CLIENTES
           DISPLAY "PROGCNPJ - CLIENTES CONFERIDOS......: "
              WS-QTD-ATUALIZADOS
           DISPLAY "PROGCNPJ - CNPJ NAO ATIVOS..........: "
              WS-QTD-NAO-ATIVOS
           DISPLAY "PROGCNPJ - RAZAO SOCIAL DIFERENTE...: "
              WS-QTD-RAZAO-DIFERENTE
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGCNPJ - FIM DA CONFERENCIA."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       CONFERE-CNPJ.
           IF RFC-CNPJ NOT NUMERIC OR RFC-CNPJ = ZEROS
              OR RFC-SITUACAO NOT NUMERIC
              OR RFC-DATA-SITUACAO NOT NUMERIC
              ADD 1 TO WS-QTD-INVALIDOS
              GO TO F-CONFERE-CNPJ
           END-IF
           EVALUATE TRUE
              WHEN RFC-ATIVA
                 MOVE "A" TO WS-SITUACAO-NOVA
              WHEN RFC-SUSPENSA
                 MOVE "S" TO WS-SITUACAO-NOVA
              WHEN RFC-INAPTA
                 MOVE "I" TO WS-SITUACAO-NOVA
              WHEN RFC-BAIXADA
                 MOVE "B" TO WS-SITUACAO-NOVA
              WHEN RFC-NULA
                 MOVE "N" TO WS-SITUACAO-NOVA
              WHEN OTHER
                 ADD 1 TO WS-QTD-INVALIDOS
                 GO TO F-CONFERE-CNPJ
           END-EVALUATE
           MOVE RFC-CNPJ TO CLI-CNPJ
           READ ARQ-CLIENTE KEY IS CLI-CNPJ
           IF WS-RESULTADO-ACESSO NOT = 00
              ADD 1 TO WS-QTD-NAO-CLIENTES
              GO TO F-CONFERE-CNPJ
           END-IF
           MOVE WS-SITUACAO-NOVA       TO CLI-RF-SITUACAO
           MOVE RFC-DATA-SITUACAO      TO CLI-RF-DATA-SITUACAO
           MOVE RFC-RAZAO-SOCIAL       TO CLI-RF-RAZAO-SOCIAL
           MOVE WS-DATA-SISTEMA        TO CLI-RF-DATA-CONFERE
           REWRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 AND 02
              DISPLAY "PROGCNPJ - ERRO AO REGRAVAR CLIENTE "
                 CLI-CODIGO " - STATUS " WS-RESULTADO-ACESSO
              GO TO F-CONFERE-CNPJ
           END-IF
           ADD 1 TO WS-QTD-ATUALIZADOS
           IF NOT CLI-RF-ATIVA
              ADD 1 TO WS-QTD-NAO-ATIVOS
              MOVE "CNPJ NAO ATIVO NA RECEITA" TO DET-OCORRENCIA
              PERFORM IMPRIME-DIVERGENCIA
           END-IF
           MOVE FUNCTION UPPER-CASE (CLI-RAZAO-SOCIAL)
              TO WS-RAZAO-CADASTRO
           MOVE FUNCTION UPPER-CASE (RFC-RAZAO-SOCIAL (1:40))
              TO WS-RAZAO-OFICIAL
           IF WS-RAZAO-CADASTRO NOT = WS-RAZAO-OFICIAL
              ADD 1 TO WS-QTD-RAZAO-DIFERENTE
              MOVE "RAZAO SOCIAL DIFERENTE DA OFICIAL"
                 TO DET-OCORRENCIA
              PERFORM IMPRIME-DIVERGENCIA
              MOVE RFC-RAZAO-SOCIAL TO DET-RAZAO-OFICIAL
              WRITE LINHA FROM DETALHE-RAZAO-OFICIAL AFTER 1 LINE
              ADD 1 TO CONTADOR-LINHA
           END-IF
           .
       F-CONFERE-CNPJ. EXIT.
       IMPRIME-DIVERGENCIA.
           IF CONTADOR-LINHA + 1 NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE CLI-CODIGO       TO DET-CODIGO
           MOVE CLI-CNPJ         TO DET-CNPJ
           MOVE CLI-RAZAO-SOCIAL TO DET-RAZAO
           MOVE CLI-STATUS       TO DET-STATUS
           EVALUATE TRUE
              WHEN CLI-RF-ATIVA
                 MOVE "ATIVO"    TO DET-SITUACAO
              WHEN CLI-RF-SUSPENSA
                 MOVE "SUSPENSO" TO DET-SITUACAO
              WHEN CLI-RF-INAPTA
                 MOVE "INAPTO"   TO DET-SITUACAO
              WHEN CLI-RF-BAIXADA
                 MOVE "BAIXADO"  TO DET-SITUACAO
              WHEN OTHER
                 MOVE "NULO"     TO DET-SITUACAO
           END-EVALUATE
           MOVE CLI-RF-DATA-SITUACAO (7:2) TO DET-DATA (1:2)
           MOVE "/"                        TO DET-DATA (3:1)
           MOVE CLI-RF-DATA-SITUACAO (5:2) TO DET-DATA (4:2)
           MOVE "/"                        TO DET-DATA (6:1)
           MOVE CLI-RF-DATA-SITUACAO (1:4) TO DET-DATA (7:4)
           WRITE LINHA FROM DETALHE-DIVERGENCIA AFTER 1 LINE
           ADD 1 TO CONTADOR-LINHA
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO  AFTER PAGE
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-COLUNAS AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA
           .
