       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCHKIN.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** CONFERENCIA DOS CHECK-INS GPS DE VISITA ********
      *    CARREGA O ARQUIVO DIARIO DE CHECK-INS DOS CELULARES DOS
      *    VENDEDORES (CHECKIN.TXT: VENDEDOR, CLIENTE, DATA, HORA,
      *    LATITUDE E LONGITUDE) E CONFERE CADA UM CONTRA A PARADA
      *    DO ROTEIRO PLANEJADO DO DIA (ROTPLAN.DAT, PROG31) E CONTRA
      *    AS COORDENADAS DO CLIENTE, PELA DISTANCIA DE CIRCULO
      *    MAXIMO (HAVERSINE, A MESMA FORMULA DO PROG05/PROG31):
      *      - DENTRO DO RAIO DE TOLERANCIA (PARAMETRO RAIOCHECKIN,
      *        EM KM; AUSENTE, VALE 0,5) O CHECK-IN E CONFIRMADO E,
      *        SE A PARADA AINDA NAO FOI BAIXADA, A VISITA ENTRA EM
      *        VISITA.DAT COMO "V" (VISITADO), OPERADOR "CHECKIN".
      *        VISITA JA BAIXADA NO PROG32 NAO E ALTERADA - O
      *        DESFECHO DIGITADO (FECHOU PEDIDO, AUSENTE...) VALE;
      *      - FORA DO RAIO, OU CLIENTE FORA DO ROTEIRO DO DIA, O
      *        CHECK-IN E SUSPEITO E SAI NO RELATORIO RCHKSUS.TXT
      *        (CATALOGADO) PARA O SUPERVISOR;
      *      - CLIENTE SEM COORDENADAS NO CADASTRO FICA REGISTRADO
      *        "SEM GPS", SEM BAIXA AUTOMATICA.
      *    TODO CHECK-IN ACEITO FICA EM CHECKIN.DAT PARA O MENSAL DE
      *    ADERENCIA (PROGRELCHK). LINHA RECUSADA VAI PARA
      *    REJCHK.TXT COM CODIGO DE MOTIVO, COMO NO PROGMOVCON.
      *    TOTAIS DE CONTROLE SAEM NO FIM.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-MOV-CHECKIN ASSIGN TO WID-ARQ-MOV-CHECKIN
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-MOV.

           SELECT ARQ-REJ-CHECKIN ASSIGN TO WID-ARQ-REJ-CHECKIN
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-REJ.

           SELECT ARQ-CHECKIN ASSIGN TO DISK WID-ARQ-CHECKIN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CKI-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CHECKIN.

           SELECT ARQ-ROTPLAN ASSIGN TO DISK WID-ARQ-ROTPLAN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ROT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ROTPLAN.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VIS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VISITA.

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

           SELECT RELATORIO ASSIGN TO "RCHKSUS.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "MOV-CHECKIN.FD".
       COPY "REJ-CHECKIN.FD".
       COPY "ARQ-CHECKIN.FD".
       COPY "ARQ-ROTPLAN.FD".
       COPY "ARQ-VISITA.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-MOV-CHECKIN      PIC X(50) VALUE SPACES.
       77 WID-ARQ-REJ-CHECKIN      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CHECKIN          PIC X(50) VALUE SPACES.
       77 WID-ARQ-ROTPLAN          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VISITA           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-MOV         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REJ         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CHECKIN     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ROTPLAN     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VISITA      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-REJ-MOTIVO            PIC 9(02) VALUE ZEROS.
           88 MOTIVO-VENDEDOR-INVALIDO VALUE 01.
           88 MOTIVO-CLIENTE-INVALIDO  VALUE 02.
           88 MOTIVO-DATA-INVALIDA     VALUE 03.
           88 MOTIVO-COORD-INVALIDA    VALUE 04.
           88 MOTIVO-DUPLICADO         VALUE 05.
           88 MOTIVO-ERRO-GRAVACAO     VALUE 06.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
      *    RAIO EM KM DENTRO DO QUAL O CHECK-IN CONFIRMA A VISITA
      *    (PARAMETRO RAIOCHECKIN; AUSENTE, VALE 0,5).
       77 WS-RAIO-TOLERANCIA       PIC 9(03)V9(02) VALUE 0,50.
       77 WS-ROTPLAN-DISPONIVEL    PIC X(01) VALUE "N".
       77 WS-FIM-MOVIMENTOS        PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ROTPLAN           PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CONFIRMADOS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-BAIXADAS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SUSPEITOS         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FORA-PLANO        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-GPS           PIC 9(07) VALUE ZEROS.
       77 WS-MOV-ANO               PIC 9(04) VALUE ZEROS.
       77 WS-MOV-MES               PIC 9(02) VALUE ZEROS.
       77 WS-MOV-DIA               PIC 9(02) VALUE ZEROS.
       77 WS-MOV-AAAAMM            PIC 9(06) VALUE ZEROS.
       77 WS-MOV-HH                PIC 9(02) VALUE ZEROS.
       77 WS-MOV-MM                PIC 9(02) VALUE ZEROS.
       77 WS-MOV-SS                PIC 9(02) VALUE ZEROS.
       77 WS-MOV-HHMM              PIC 9(04) VALUE ZEROS.
       77 WS-SEQ-PARADA            PIC 9(03) VALUE ZEROS.
       77 WS-DISTANCIA-ATUAL       PIC S9(05)V9(04) VALUE ZEROS.
       77 WS-RAIO-TERRA-KM         PIC 9(05) VALUE 6371.
       77 WS-GRAUS-PARA-RAD        PIC 9(01)V9(14)
                                   VALUE 0,01745329251994.
       77 WS-LAT-A-RAD             PIC S9(03)V9(12) VALUE ZEROS.
       77 WS-LAT-B-RAD             PIC S9(03)V9(12) VALUE ZEROS.
       77 WS-DIF-LAT-RAD           PIC S9(03)V9(12) VALUE ZEROS.
       77 WS-DIF-LON-RAD           PIC S9(03)V9(12) VALUE ZEROS.
       77 WS-SENO-MEIA-LAT         PIC S9(01)V9(14) VALUE ZEROS.
       77 WS-SENO-MEIA-LON         PIC S9(01)V9(14) VALUE ZEROS.
       77 WS-HAVERSINE             PIC 9(01)V9(14) VALUE ZEROS.
       77 WS-DISTANCIA-EDIT        PIC ZZ9,999.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RCHKSUS".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RCHKSUS.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).
       01 WS-HORA-EDIT         PIC 99B99B99.

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(48) VALUE
             "CHECK-INS GPS SUSPEITOS - CONFERENCIA DE VISITAS".
          02 FILLER       PIC X(32) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-1.
          02 FILLER PIC X(06) VALUE "VEND.".
          02 FILLER PIC X(21) VALUE "NOME".
          02 FILLER PIC X(11) VALUE "DATA".
          02 FILLER PIC X(09) VALUE "HORA".
          02 FILLER PIC X(08) VALUE "CLIENTE".
          02 FILLER PIC X(31) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(07) VALUE "PARADA".
          02 FILLER PIC X(12) VALUE " DISTANCIA".
          02 FILLER PIC X(27) VALUE "OCORRENCIA".

       01 DETALHE.
          02 DET-VEN-CODIGO        PIC 9(05).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-VEN-NOME          PIC X(20).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-DATA              PIC 99/99/9(04).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-HORA              PIC 99B99B99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-CLI-CODIGO        PIC 9(07).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-CLI-RAZAO         PIC X(30).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PARADA            PIC ZZ9.
          02 FILLER                PIC X(04) VALUE SPACES.
          02 DET-DISTANCIA         PIC ZZ.ZZ9,999.
          02 FILLER                PIC X(03) VALUE " KM".
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-OCORRENCIA        PIC X(26).

       01 RODAPE.
          02 FILLER PIC X(26) VALUE "CHECK-INS CONFERIDOS....: ".
          02 ROD-GRAVADOS  PIC Z.ZZZ.ZZ9.
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(13) VALUE "CONFIRMADOS: ".
          02 ROD-CONFIRMADOS PIC Z.ZZZ.ZZ9.
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(12) VALUE "SUSPEITOS: ".
          02 ROD-SUSPEITOS PIC Z.ZZZ.ZZ9.
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(15) VALUE "RAIO (KM): ".
          02 ROD-RAIO      PIC ZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGCHKIN - INICIO DA CONFERENCIA DOS CHECK-INS"
           MOVE "PROGCHKIN" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGCHKIN - JA EXISTE CONFERENCIA DE "
                 "CHECK-INS EM EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           MOVE "RAIOCHECKIN" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-RAIO-TOLERANCIA
           END-IF
           CANCEL "PARAMLER"
           MOVE "CHECKIN.TXT" TO WID-ARQ-MOV-CHECKIN
           OPEN INPUT ARQ-MOV-CHECKIN
           IF WS-RESULTADO-MOV NOT = 00
              DISPLAY "PROGCHKIN - CHECKIN.TXT NAO ENCONTRADO."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = 00
              OR WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "PROGCHKIN - CADASTROS BASICOS AUSENTES "
                 "(CLIENTE/VENDEDOR)."
              CLOSE ARQ-MOV-CHECKIN
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *    SEM ROTEIRO PLANEJADO TODO CHECK-IN FICA FORA DO PLANO.
           MOVE "ROTPLAN.DAT" TO WID-ARQ-ROTPLAN
           OPEN INPUT ARQ-ROTPLAN
           IF WS-RESULTADO-ROTPLAN = 00
              MOVE "S" TO WS-ROTPLAN-DISPONIVEL
           END-IF
           MOVE "VISITA.DAT" TO WID-ARQ-VISITA
           OPEN I-O ARQ-VISITA
           IF WS-RESULTADO-VISITA NOT = 00
              OPEN OUTPUT ARQ-VISITA
              CLOSE ARQ-VISITA
              OPEN I-O ARQ-VISITA
           END-IF
           MOVE "CHECKIN.DAT" TO WID-ARQ-CHECKIN
           OPEN I-O ARQ-CHECKIN
           IF WS-RESULTADO-CHECKIN NOT = 00
              OPEN OUTPUT ARQ-CHECKIN
              CLOSE ARQ-CHECKIN
              OPEN I-O ARQ-CHECKIN
           END-IF
           MOVE "REJCHK.TXT" TO WID-ARQ-REJ-CHECKIN
           OPEN EXTEND ARQ-REJ-CHECKIN
           IF WS-RESULTADO-REJ NOT = 00
              OPEN OUTPUT ARQ-REJ-CHECKIN
              CLOSE ARQ-REJ-CHECKIN
              OPEN EXTEND ARQ-REJ-CHECKIN
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA TO CABT-DATA
           PERFORM IMPRIMIR-CABECALHO

           PERFORM UNTIL WS-FIM-MOVIMENTOS = 1
              READ ARQ-MOV-CHECKIN AT END
                 MOVE 1 TO WS-FIM-MOVIMENTOS
              END-READ
              IF WS-FIM-MOVIMENTOS NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 PERFORM PROCESSA-MOVIMENTO
                    THRU F-PROCESSA-MOVIMENTO
              END-IF
           END-PERFORM

           MOVE WS-QTD-GRAVADOS    TO ROD-GRAVADOS
           MOVE WS-QTD-CONFIRMADOS TO ROD-CONFIRMADOS
           COMPUTE ROD-SUSPEITOS = WS-QTD-SUSPEITOS + WS-QTD-FORA-PLANO
           MOVE WS-RAIO-TOLERANCIA TO ROD-RAIO
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINE
           WRITE LINHA FROM RODAPE      AFTER 1 LINE
           CLOSE RELATORIO
           CLOSE ARQ-MOV-CHECKIN
           CLOSE ARQ-CHECKIN
           CLOSE ARQ-VISITA
           IF WS-ROTPLAN-DISPONIVEL = "S"
              CLOSE ARQ-ROTPLAN
           END-IF
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-REJ-CHECKIN
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "CARGA " DATA-SISTEMA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGCHKIN - LINHAS LIDAS.........: " WS-QTD-LIDOS
           DISPLAY "PROGCHKIN - CHECK-INS GRAVADOS....: "
              WS-QTD-GRAVADOS
           DISPLAY "PROGCHKIN - CONFIRMADOS NO RAIO...: "
              WS-QTD-CONFIRMADOS
           DISPLAY "PROGCHKIN - VISITAS BAIXADAS......: "
              WS-QTD-BAIXADAS
           DISPLAY "PROGCHKIN - FORA DO RAIO..........: "
              WS-QTD-SUSPEITOS
           DISPLAY "PROGCHKIN - FORA DO ROTEIRO.......: "
              WS-QTD-FORA-PLANO
           DISPLAY "PROGCHKIN - CLIENTE SEM GPS.......: "
              WS-QTD-SEM-GPS
           DISPLAY "PROGCHKIN - REJEITADOS............: "
              WS-QTD-REJEITADOS
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGCHKIN - SUSPEITOS EM RCHKSUS.TXT."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       PROCESSA-MOVIMENTO.
           MOVE MCK-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00 OR NOT VEN-ATIVO
              SET MOTIVO-VENDEDOR-INVALIDO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
      *    CLIENTE INATIVADO DEPOIS DA VISITA AINDA E CONFERIDO;
      *    SO O CODIGO INEXISTENTE E RECUSADO.
           MOVE MCK-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              SET MOTIVO-CLIENTE-INVALIDO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           IF MCK-DATA NOT NUMERIC OR MCK-HORA NOT NUMERIC
              SET MOTIVO-DATA-INVALIDA TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           DIVIDE MCK-DATA BY 100
              GIVING WS-MOV-AAAAMM
              REMAINDER WS-MOV-DIA
           DIVIDE WS-MOV-AAAAMM BY 100
              GIVING WS-MOV-ANO
              REMAINDER WS-MOV-MES
           DIVIDE MCK-HORA BY 100
              GIVING WS-MOV-HHMM
              REMAINDER WS-MOV-SS
           DIVIDE WS-MOV-HHMM BY 100
              GIVING WS-MOV-HH
              REMAINDER WS-MOV-MM
           IF MCK-DATA = ZEROS
              OR MCK-DATA GREATER DATA-SISTEMA
              OR WS-MOV-MES < 01 OR WS-MOV-MES > 12
              OR WS-MOV-DIA < 01 OR WS-MOV-DIA > 31
              OR WS-MOV-HH > 23 OR WS-MOV-MM > 59 OR WS-MOV-SS > 59
              SET MOTIVO-DATA-INVALIDA TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           IF MCK-LATITUDE  NOT NUMERIC
              OR MCK-LONGITUDE NOT NUMERIC
              OR (MCK-LATITUDE = ZEROS AND MCK-LONGITUDE = ZEROS)
              OR MCK-LATITUDE  IS LESS THAN -90
              OR MCK-LATITUDE  IS GREATER THAN 90
              OR MCK-LONGITUDE IS LESS THAN -180
              OR MCK-LONGITUDE IS GREATER THAN 180
              SET MOTIVO-COORD-INVALIDA TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           MOVE MCK-VEN-CODIGO TO CKI-VEN-CODIGO
           MOVE MCK-DATA       TO CKI-DATA
           MOVE MCK-CLI-CODIGO TO CKI-CLI-CODIGO
           MOVE MCK-HORA       TO CKI-HORA
           READ ARQ-CHECKIN
           IF WS-RESULTADO-CHECKIN = 00
              SET MOTIVO-DUPLICADO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              GO TO F-PROCESSA-MOVIMENTO
           END-IF
           PERFORM CONFERE-CHECKIN
           PERFORM GRAVA-CHECKIN
           .
       F-PROCESSA-MOVIMENTO. EXIT.
       CONFERE-CHECKIN.
           PERFORM BUSCA-PARADA-ROTEIRO
           MOVE ZEROS TO WS-DISTANCIA-ATUAL
           EVALUATE TRUE
              WHEN CLI-LATITUDE = ZEROS AND CLI-LONGITUDE = ZEROS
                 MOVE "G" TO CKI-SITUACAO
              WHEN WS-SEQ-PARADA = ZEROS
                 PERFORM CALCULA-HAVERSINE
                 MOVE "N" TO CKI-SITUACAO
              WHEN OTHER
                 PERFORM CALCULA-HAVERSINE
                 IF WS-DISTANCIA-ATUAL NOT GREATER WS-RAIO-TOLERANCIA
                    MOVE "C" TO CKI-SITUACAO
                 ELSE
                    MOVE "S" TO CKI-SITUACAO
                 END-IF
           END-EVALUATE
           .
       BUSCA-PARADA-ROTEIRO.
      *    PROCURA O CLIENTE ENTRE AS PARADAS DO VENDEDOR NO DIA.
           MOVE ZEROS TO WS-SEQ-PARADA
           IF WS-ROTPLAN-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE MCK-VEN-CODIGO TO ROT-VEN-CODIGO
           MOVE MCK-DATA       TO ROT-DATA
           MOVE ZEROS          TO ROT-SEQUENCIA
           START ARQ-ROTPLAN KEY IS NOT LESS ROT-CHAVE
           IF WS-RESULTADO-ROTPLAN NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ROTPLAN
           PERFORM UNTIL WS-FIM-ROTPLAN = 1
              READ ARQ-ROTPLAN NEXT AT END
                 MOVE 1 TO WS-FIM-ROTPLAN
              END-READ
              IF WS-FIM-ROTPLAN NOT = 1
                 IF ROT-VEN-CODIGO NOT = MCK-VEN-CODIGO
                    OR ROT-DATA NOT = MCK-DATA
                    MOVE 1 TO WS-FIM-ROTPLAN
                 ELSE
                    IF ROT-CLI-CODIGO = MCK-CLI-CODIGO
                       MOVE ROT-SEQUENCIA TO WS-SEQ-PARADA
                       MOVE 1 TO WS-FIM-ROTPLAN
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       CALCULA-HAVERSINE.
      *    DISTANCIA DE CIRCULO MAXIMO (HAVERSINE) EM KM ENTRE O
      *    PONTO DO CHECK-IN E AS COORDENADAS DO CLIENTE - MESMA
      *    FORMULA DA DISTRIBUICAO (PROG05) E DO ROTEIRO (PROG31).
           COMPUTE WS-LAT-A-RAD =
                   MCK-LATITUDE * WS-GRAUS-PARA-RAD
           COMPUTE WS-LAT-B-RAD =
                   CLI-LATITUDE * WS-GRAUS-PARA-RAD
           COMPUTE WS-DIF-LAT-RAD =
                   (CLI-LATITUDE - MCK-LATITUDE)
                   * WS-GRAUS-PARA-RAD
           COMPUTE WS-DIF-LON-RAD =
                   (CLI-LONGITUDE - MCK-LONGITUDE)
                   * WS-GRAUS-PARA-RAD
           COMPUTE WS-SENO-MEIA-LAT =
                   FUNCTION SIN (WS-DIF-LAT-RAD / 2)
           COMPUTE WS-SENO-MEIA-LON =
                   FUNCTION SIN (WS-DIF-LON-RAD / 2)
           COMPUTE WS-HAVERSINE =
                   (WS-SENO-MEIA-LAT * WS-SENO-MEIA-LAT) +
                   (FUNCTION COS (WS-LAT-A-RAD) *
                    FUNCTION COS (WS-LAT-B-RAD) *
                    WS-SENO-MEIA-LON * WS-SENO-MEIA-LON)
           IF WS-HAVERSINE GREATER 1
              MOVE 1 TO WS-HAVERSINE
           END-IF
           COMPUTE WS-DISTANCIA-ATUAL ROUNDED =
                   2 * WS-RAIO-TERRA-KM *
                   FUNCTION ASIN (FUNCTION SQRT (WS-HAVERSINE))
           .
       GRAVA-CHECKIN.
           MOVE "N" TO CKI-VISITA-BAIXADA
           IF CKI-CONFIRMADO
              PERFORM BAIXA-VISITA-CHECKIN
           END-IF
           MOVE MCK-VEN-CODIGO     TO CKI-VEN-CODIGO
           MOVE MCK-DATA           TO CKI-DATA
           MOVE MCK-CLI-CODIGO     TO CKI-CLI-CODIGO
           MOVE MCK-HORA           TO CKI-HORA
           MOVE MCK-LATITUDE       TO CKI-LATITUDE
           MOVE MCK-LONGITUDE      TO CKI-LONGITUDE
           MOVE WS-DISTANCIA-ATUAL TO CKI-DISTANCIA
           MOVE WS-SEQ-PARADA      TO CKI-ROT-SEQUENCIA
           MOVE DATA-SISTEMA       TO CKI-DATA-CARGA
           WRITE REGISTRO-CHECKIN
           IF WS-RESULTADO-CHECKIN NOT = 00
              SET MOTIVO-ERRO-GRAVACAO TO TRUE
              PERFORM GRAVA-REJEITO-MOVIMENTO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-GRAVADOS
           EVALUATE TRUE
              WHEN CKI-CONFIRMADO
                 ADD 1 TO WS-QTD-CONFIRMADOS
              WHEN CKI-SUSPEITO
                 ADD 1 TO WS-QTD-SUSPEITOS
                 PERFORM IMPRIME-SUSPEITO
              WHEN CKI-FORA-PLANO
                 ADD 1 TO WS-QTD-FORA-PLANO
                 PERFORM IMPRIME-SUSPEITO
              WHEN OTHER
                 ADD 1 TO WS-QTD-SEM-GPS
           END-EVALUATE
           .
       BAIXA-VISITA-CHECKIN.
      *    SO BAIXA A PARADA AINDA SEM DESFECHO; O QUE O VENDEDOR
      *    OU O ESCRITORIO JA REGISTROU NO PROG32 PREVALECE.
           MOVE MCK-VEN-CODIGO TO VIS-VEN-CODIGO
           MOVE MCK-DATA       TO VIS-DATA
           MOVE MCK-CLI-CODIGO TO VIS-CLI-CODIGO
           READ ARQ-VISITA
           IF WS-RESULTADO-VISITA = 00
              MOVE "J" TO CKI-VISITA-BAIXADA
              EXIT PARAGRAPH
           END-IF
           MOVE MCK-HORA           TO WS-HORA-EDIT
           MOVE WS-DISTANCIA-ATUAL TO WS-DISTANCIA-EDIT
           MOVE MCK-VEN-CODIGO     TO VIS-VEN-CODIGO
           MOVE MCK-DATA           TO VIS-DATA
           MOVE MCK-CLI-CODIGO     TO VIS-CLI-CODIGO
           MOVE "V"                TO VIS-RESULTADO
           MOVE SPACES             TO VIS-OBSERVACAO
           STRING "CHECK-IN GPS AS " WS-HORA-EDIT
                  " A " WS-DISTANCIA-EDIT " KM"
              DELIMITED BY SIZE INTO VIS-OBSERVACAO
           MOVE "CHECKIN"          TO VIS-OPERADOR
           MOVE DATA-SISTEMA       TO VIS-DATA-REGISTRO
           WRITE REGISTRO-VISITA
           IF WS-RESULTADO-VISITA = 00
              MOVE "S" TO CKI-VISITA-BAIXADA
              ADD 1 TO WS-QTD-BAIXADAS
           ELSE
              DISPLAY "PROGCHKIN - ERRO NA BAIXA DA VISITA "
                 MCK-VEN-CODIGO " " MCK-DATA " " MCK-CLI-CODIGO
                 " STATUS " WS-RESULTADO-VISITA
           END-IF
           .
       IMPRIME-SUSPEITO.
           MOVE MCK-VEN-CODIGO     TO DET-VEN-CODIGO
           MOVE VEN-NOME           TO DET-VEN-NOME
           COMPUTE DET-DATA =
              (WS-MOV-DIA * 1000000) + (WS-MOV-MES * 10000)
              + WS-MOV-ANO
           MOVE MCK-HORA           TO DET-HORA
           MOVE MCK-CLI-CODIGO     TO DET-CLI-CODIGO
           MOVE CLI-RAZAO-SOCIAL   TO DET-CLI-RAZAO
           MOVE WS-SEQ-PARADA      TO DET-PARADA
           MOVE WS-DISTANCIA-ATUAL TO DET-DISTANCIA
           IF CKI-FORA-PLANO
              MOVE "CLIENTE FORA DO ROTEIRO"    TO DET-OCORRENCIA
           ELSE
              MOVE "FORA DO RAIO DE TOLERANCIA" TO DET-OCORRENCIA
           END-IF
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       GRAVA-REJEITO-MOVIMENTO.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE MCK-VEN-CODIGO TO RJK-VEN-CODIGO
           MOVE MCK-CLI-CODIGO TO RJK-CLI-CODIGO
           MOVE MCK-DATA       TO RJK-DATA
           MOVE MCK-HORA       TO RJK-HORA
           MOVE MCK-LATITUDE   TO RJK-LATITUDE
           MOVE MCK-LONGITUDE  TO RJK-LONGITUDE
           MOVE WS-REJ-MOTIVO  TO RJK-MOTIVO
           WRITE REGISTRO-REJ-CHECKIN
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-1      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.
