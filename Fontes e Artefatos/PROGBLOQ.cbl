       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBLOQ.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** BLOQUEIO COMERCIAL POR ATRASO ********
      *    RODA TODA NOITE NO PROGLOTE. CRUZA O CADASTRO DE CLIENTES
      *    COM AS PARCELAS DE TITULO.DAT CLASSIFICADAS POR CLIENTE:
      *    CLIENTE COM PARCELA EM ABERTO VENCIDA HA MAIS DE
      *    DIASBLOQUEIO DIAS (PARAMETRO DO PARAM.DAT, PADRAO 90)
      *    GANHA O BLOQUEIO COMERCIAL (CLI-BLOQ-COMERCIAL); CLIENTE
      *    BLOQUEADO QUE NAO TEM MAIS PARCELA NESSA SITUACAO (PAGA,
      *    CANCELADA) E DESBLOQUEADO NA MESMA RODADA. O BLOQUEIO
      *    BARRA O PEDIDO NO PROG07 (SALVO LIBERACAO DE SUPERVISOR)
      *    E NO PROGMOVPED (REJEITO MOTIVO 09).
      *    OS CLIENTES QUE ENTRARAM E SAIRAM DO BLOQUEIO NA NOITE
      *    VAO PARA O VENDEDOR TITULAR NO AVISO BLOQ.VNNNNN.TXT,
      *    ENFILEIRADO PARA O VEN-EMAIL (MAILENQ/MAILQ.DAT), COMO O
      *    AVISO DE MUDANCAS DO PROGEXTRATO.

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

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-SAI ASSIGN TO "ARQSAIBLQ".

           SELECT ARQ-SORT ASSIGN TO "SORT".

           SELECT ARQ-AVISO ASSIGN TO WID-ARQ-AVISO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-AVISO.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".

       FD ARQ-SAI.
       01 REG-SAI.
          02 TIT-NUMERO-SAI         PIC 9(09).
          02 TIT-PARCELA-SAI        PIC 9(02).
          02 TIT-QTD-PARCELAS-SAI   PIC 9(02).
          02 TIT-CLI-CODIGO-SAI     PIC 9(07).
          02 TIT-VEN-CODIGO-SAI     PIC 9(05).
          02 TIT-DATA-EMISSAO-SAI   PIC 9(08).
          02 TIT-DATA-VENC-SAI      PIC 9(08).
          02 TIT-VALOR-SAI          PIC 9(09)V9(02).
          02 TIT-VALOR-PAGO-SAI     PIC 9(09)V9(02).
          02 TIT-DATA-PAGTO-SAI     PIC 9(08).
          02 TIT-STATUS-SAI         PIC X(01).
          02 FILLER                 PIC X(141).
          02 TIT-EMPRESA-SAI        PIC 9(02).

       SD ARQ-SORT.
       01 REG-SORT.
          05 TIT-NUMERO-SORT        PIC 9(09).
          05 TIT-PARCELA-SORT       PIC 9(02).
          05 FILLER                 PIC 9(02).
          05 TIT-CLI-SORT           PIC 9(07).
          05 FILLER                 PIC X(193).
          05 FILLER                 PIC 9(02).

       FD ARQ-AVISO.
       01 LINHA-AVISO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-AVISO            PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AVISO       PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-FIM-CLIENTES          PIC 9(01) VALUE ZEROS.
       77 WS-FIM-SAI               PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-SAI-ABERTO            PIC X(01) VALUE "N".
      *    DIAS DE ATRASO QUE BLOQUEIAM O CLIENTE (PARAM.DAT, PROG37);
      *    PARAMETRO AUSENTE MANTEM O PADRAO EMBUTIDO.
       77 WS-DIAS-BLOQUEIO         PIC 9(03) VALUE 90.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-VENC             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-ATRASO           PIC 9(05) VALUE ZEROS.
       77 WS-MAIOR-ATRASO          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLIENTES          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-BLOQUEADOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DESBLOQUEADOS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EM-BLOQUEIO       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-VENDEDORES        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VEN               PIC 9(04) VALUE ZEROS.
       77 WS-AVISO-VENDEDOR        PIC 9(05) VALUE ZEROS.
       77 WS-AVISO-TEXTO           PIC X(80) VALUE SPACES.
       77 WS-VEN-EDIT              PIC 9(05) VALUE ZEROS.
       77 WS-ATRASO-EDIT           PIC ZZZZ9.
       77 WS-MAIL-ASSUNTO          PIC X(40) VALUE SPACES.
       77 WS-MAIL-CORPO            PIC X(50) VALUE SPACES.
       77 WS-MAIL-ORIGEM           PIC X(10) VALUE "PROGBLOQ".
       77 WS-MAIL-RESULTADO        PIC 9(01) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.

       01 TABELA-VENDEDORES.
          02 VENDEDOR-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-VEN-CODIGO       PIC 9(05).
             03 TAB-VEN-EMAIL        PIC X(50).
             03 TAB-VEN-AVISO-INICIADO PIC X(01).

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "PROGBLOQ - INICIO DO BLOQUEIO COMERCIAL - "
              WS-DATA-SISTEMA
           MOVE "PROGBLOQ" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGBLOQ - JA EXISTE BLOQUEIO EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "DIASBLOQUEIO" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-DIAS-BLOQUEIO
           END-IF
           CANCEL "PARAMLER"
           COMPUTE WS-DIAS-HOJE =
              FUNCTION INTEGER-OF-DATE(WS-DATA-SISTEMA)

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "PROGBLOQ - CLIENTE.DAT INDISPONIVEL."
              MOVE 8 TO RETURN-CODE
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR = 00
              PERFORM CARREGA-VENDEDORES
              CLOSE ARQ-VENDEDOR
           END-IF

      *    SEM TITULO.DAT NAO HA ATRASO: OS BLOQUEIOS EXISTENTES
      *    CAEM TODOS.
           MOVE 1 TO WS-FIM-SAI
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-TITULO = 00
              CLOSE ARQ-TITULO
              SORT ARQ-SORT ON ASCENDING KEY TIT-CLI-SORT
                            ON ASCENDING KEY TIT-NUMERO-SORT
                            ON ASCENDING KEY TIT-PARCELA-SORT
                 USING  ARQ-TITULO
                 GIVING ARQ-SAI
              OPEN INPUT ARQ-SAI
              MOVE "S"   TO WS-SAI-ABERTO
              MOVE ZEROS TO WS-FIM-SAI
              PERFORM LE-PROXIMA-PARCELA
           END-IF

           MOVE ZEROS TO CLI-CODIGO
           START ARQ-CLIENTE KEY IS NOT LESS CLI-CODIGO
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE 1 TO WS-FIM-CLIENTES
           END-IF
           PERFORM UNTIL WS-FIM-CLIENTES = 1
              READ ARQ-CLIENTE NEXT AT END
                 MOVE 1 TO WS-FIM-CLIENTES
              END-READ
              IF WS-FIM-CLIENTES NOT = 1
                 ADD 1 TO WS-QTD-CLIENTES
                 PERFORM APURA-ATRASO-CLIENTE
                 PERFORM AVALIA-BLOQUEIO-CLIENTE
              END-IF
           END-PERFORM
           IF WS-SAI-ABERTO = "S"
              CLOSE ARQ-SAI
           END-IF
           CLOSE ARQ-CLIENTE

           DISPLAY "PROGBLOQ - CLIENTES LIDOS........: "
              WS-QTD-CLIENTES
           DISPLAY "PROGBLOQ - BLOQUEADOS NA NOITE...: "
              WS-QTD-BLOQUEADOS
           DISPLAY "PROGBLOQ - DESBLOQUEADOS NA NOITE: "
              WS-QTD-DESBLOQUEADOS
           DISPLAY "PROGBLOQ - EM BLOQUEIO AO FIM....: "
              WS-QTD-EM-BLOQUEIO
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGBLOQ - FIM DO BLOQUEIO COMERCIAL."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
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
       LE-PROXIMA-PARCELA.
           READ ARQ-SAI NEXT AT END
              MOVE 1 TO WS-FIM-SAI
           END-READ
           .
       APURA-ATRASO-CLIENTE.
      *    CASAMENTO DO CADASTRO COM AS PARCELAS CLASSIFICADAS POR
      *    CLIENTE: PULA AS PARCELAS DE CLIENTE SEM CADASTRO E TOMA
      *    O MAIOR ATRASO ENTRE AS PARCELAS EM ABERTO DO CLIENTE.
           MOVE ZEROS TO WS-MAIOR-ATRASO
           PERFORM UNTIL WS-FIM-SAI = 1
                   OR TIT-CLI-CODIGO-SAI NOT LESS CLI-CODIGO
              PERFORM LE-PROXIMA-PARCELA
           END-PERFORM
           PERFORM UNTIL WS-FIM-SAI = 1
                   OR TIT-CLI-CODIGO-SAI NOT = CLI-CODIGO
              IF TIT-STATUS-SAI = "A"
                 AND TIT-DATA-VENC-SAI LESS WS-DATA-SISTEMA
                 COMPUTE WS-DIAS-VENC =
                    FUNCTION INTEGER-OF-DATE(TIT-DATA-VENC-SAI)
                 COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-VENC
                 IF WS-DIAS-ATRASO GREATER WS-MAIOR-ATRASO
                    MOVE WS-DIAS-ATRASO TO WS-MAIOR-ATRASO
                 END-IF
              END-IF
              PERFORM LE-PROXIMA-PARCELA
           END-PERFORM
           .
       AVALIA-BLOQUEIO-CLIENTE.
           IF WS-MAIOR-ATRASO GREATER WS-DIAS-BLOQUEIO
              IF NOT CLI-BLOQUEADO
                 MOVE "S"             TO CLI-BLOQ-COMERCIAL
                 MOVE WS-DATA-SISTEMA TO CLI-BLOQ-DATA
                 REWRITE REGISTRO-CLIENTE
                 ADD 1 TO WS-QTD-BLOQUEADOS
                 MOVE WS-MAIOR-ATRASO TO WS-ATRASO-EDIT
                 MOVE SPACES TO WS-AVISO-TEXTO
                 STRING "BLOQUEADO...: " DELIMITED BY SIZE
                    CLI-CODIGO DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    CLI-RAZAO-SOCIAL DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    WS-ATRASO-EDIT DELIMITED BY SIZE
                    " DIAS)" DELIMITED BY SIZE
                    INTO WS-AVISO-TEXTO
                 END-STRING
                 MOVE CLI-VEN-CODIGO TO WS-AVISO-VENDEDOR
                 PERFORM ESCREVE-AVISO
              END-IF
              ADD 1 TO WS-QTD-EM-BLOQUEIO
           ELSE
              IF CLI-BLOQUEADO
                 MOVE SPACE TO CLI-BLOQ-COMERCIAL
                 MOVE ZEROS TO CLI-BLOQ-DATA
                 REWRITE REGISTRO-CLIENTE
                 ADD 1 TO WS-QTD-DESBLOQUEADOS
                 MOVE SPACES TO WS-AVISO-TEXTO
                 STRING "DESBLOQUEADO: " DELIMITED BY SIZE
                    CLI-CODIGO DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    CLI-RAZAO-SOCIAL DELIMITED BY SIZE
                    INTO WS-AVISO-TEXTO
                 END-STRING
                 MOVE CLI-VEN-CODIGO TO WS-AVISO-VENDEDOR
                 PERFORM ESCREVE-AVISO
              END-IF
           END-IF
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
      *    ABRE O AVISO DO VENDEDOR NO PRIMEIRO CLIENTE DA NOITE
      *    (CABECALHO ENDERECADO AO VEN-EMAIL, JA ENFILEIRADO PARA O
      *    DESPACHANTE DE CORREIO) E ACRESCENTA OS DEMAIS. CLIENTE
      *    SEM VENDEDOR SO APARECE NO TOTAL DO SYSOUT.
           IF WS-AVISO-VENDEDOR = ZEROS
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-VENDEDOR-TABELA
           IF WS-IDX-VEN = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-AVISO-VENDEDOR TO WS-VEN-EDIT
           MOVE SPACES TO WID-ARQ-AVISO
           STRING "BLOQ.V"    DELIMITED BY SIZE
                  WS-VEN-EDIT DELIMITED BY SIZE
                  ".TXT"      DELIMITED BY SIZE
               INTO WID-ARQ-AVISO
           END-STRING
           IF TAB-VEN-AVISO-INICIADO (WS-IDX-VEN) = "N"
              OPEN OUTPUT ARQ-AVISO
              MOVE "S" TO TAB-VEN-AVISO-INICIADO (WS-IDX-VEN)
              MOVE SPACES TO LINHA-AVISO
              STRING "PARA: " DELIMITED BY SIZE
                 TAB-VEN-EMAIL (WS-IDX-VEN) DELIMITED BY SIZE
                 INTO LINHA-AVISO
              END-STRING
              WRITE LINHA-AVISO
              MOVE SPACES TO LINHA-AVISO
              STRING "BLOQUEIO COMERCIAL - VENDEDOR "
                 DELIMITED BY SIZE
                 WS-VEN-EDIT DELIMITED BY SIZE
                 " - DATA " DELIMITED BY SIZE
                 WS-DATA-SISTEMA DELIMITED BY SIZE
                 INTO LINHA-AVISO
              END-STRING
              WRITE LINHA-AVISO
              MOVE SPACES TO LINHA-AVISO
              STRING "CLIENTES COM PARCELA VENCIDA HA MAIS DE "
                 DELIMITED BY SIZE
                 WS-DIAS-BLOQUEIO DELIMITED BY SIZE
                 " DIAS NAO RECEBEM PEDIDO SEM SUPERVISOR."
                 DELIMITED BY SIZE
                 INTO LINHA-AVISO
              END-STRING
              WRITE LINHA-AVISO
              IF TAB-VEN-EMAIL (WS-IDX-VEN) NOT = SPACES
                 MOVE "CLIENTES BLOQUEADOS/DESBLOQUEADOS"
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
