      *    FALHA GERA ALERTA VISIVEL EM ALERTA.TXT. PASSO CUJO
      *    PRE-REQUISITO FALHOU OU FOI PULADO E REGISTRADO COMO
      *    PULADO ("P").
      *    HORARIO ALVO: A CADEIA DEVE TERMINAR ATE A HORA DO
      *    PARAMETRO HORAFIMLOTE (HHMM). NO INICIO E CARREGADA A
      *    MEDIA DE DURACAO DE CADA PASSO NAS ULTIMAS 30 NOITES
      *    (RUNSTAT.DAT); DEPOIS DE CADA PASSO O FIM E PROJETADO
      *    (AGORA + MEDIA DOS PASSOS QUE FALTAM) E, PASSANDO DO
      *    ALVO, SAI UM ALERTA 9202 (UM SO POR NOITE). CADEIA QUE
      *    TERMINA DEPOIS DO ALVO GERA O ALERTA 9201. O RELATORIO
      *    DE DURACAO E SLA DOS PASSOS E O PROGSLA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 WS-RESULTADO-ALERTA  PIC 9(02) VALUE ZEROS.
       77 WS-PASSO-ATUAL       PIC X(10) VALUE SPACES.
       77 WS-HORA-SISTEMA      PIC 9(06) VALUE ZEROS.
      *    A HORA DO SISTEMA VEM COM CENTESIMOS (HHMMSSCC); SO AS
      *    SEIS PRIMEIRAS POSICOES SAO GUARDADAS.
       77 WS-HORA-COMPLETA     PIC 9(08) VALUE ZEROS.
       77 WS-CADEIA-OK         PIC X(01) VALUE "S".
       77 WS-RETORNO-PASSO     PIC 9(04) VALUE ZEROS.
       77 WS-HOUVE-ALERTA      PIC X(01) VALUE "N".
       77 WS-DEPENDE-OK        PIC X(01) VALUE "S".
       77 WS-IDX-EXEC          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EXECUTADOS    PIC 9(03) VALUE ZEROS.
       77 WS-PARAM-NOME        PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR       PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO   PIC 9(01) VALUE ZEROS.
       77 WS-ALERTA-NOTA       PIC X(40) VALUE SPACES.
      *    HORARIO ALVO DO FIM DA CADEIA (HHMM) E PROJECAO.
       01 WS-HORA-ALVO         PIC 9(04) VALUE 0600.
       01 WS-HORA-ALVO-R REDEFINES WS-HORA-ALVO.
          02 WS-HALVO-HORA     PIC 9(02).
          02 WS-HALVO-MIN      PIC 9(02).
       01 WS-HORA-CALC         PIC 9(06) VALUE ZEROS.
       01 WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
          02 WS-HC-HORA        PIC 9(02).
          02 WS-HC-MIN         PIC 9(02).
          02 WS-HC-SEG         PIC 9(02).
       77 WS-SEG-CALC          PIC 9(06) VALUE ZEROS.
       77 WS-SEG-INICIO-CADEIA PIC 9(05) VALUE ZEROS.
       77 WS-SEG-ALVO          PIC 9(05) VALUE ZEROS.
       77 WS-SEG-DECORRIDOS    PIC 9(05) VALUE ZEROS.
       77 WS-SEG-RESTANTES     PIC 9(07) VALUE ZEROS.
       77 WS-SEG-PROJETADO     PIC 9(07) VALUE ZEROS.
       77 WS-SEG-DURACAO       PIC 9(05) VALUE ZEROS.
       77 WS-SEG-PASSO-INICIO  PIC 9(05) VALUE ZEROS.
       77 WS-ALERTA-PROJECAO   PIC X(01) VALUE "N".
       77 WS-DATA-JANELA       PIC 9(08) VALUE ZEROS.
       77 WS-FIM-RUNSTAT       PIC 9(01) VALUE ZEROS.
       77 WS-IDX-MEDIA         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MEDIAS        PIC 9(03) VALUE ZEROS.
       01 WS-HHMM-PROJETADO.
          02 WS-HP-HORA        PIC 9(02).
          02 FILLER            PIC X(01) VALUE ":".
          02 WS-HP-MIN         PIC 9(02).
       01 WS-HHMM-ALVO.
          02 WS-HA-HORA        PIC 9(02).
          02 FILLER            PIC X(01) VALUE ":".
          02 WS-HA-MIN         PIC 9(02).
      *    DESFECHO DE CADA PASSO DESTA RODADA, PARA A CHECAGEM
      *    DE DEPENDENCIA DOS PASSOS SEGUINTES.
       01 TABELA-DESFECHOS.
          02 EXEC-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-EXE-SEQ        PIC 9(03).
             03 TAB-EXE-SITUACAO   PIC X(01).
      *    MEDIA DE DURACAO (SEGUNDOS) DE CADA PASSO DA TABELA NAS
      *    ULTIMAS 30 NOITES, E SE O PASSO RODA NESTA NOITE.
       01 TABELA-MEDIAS.
          02 MEDIA-OCORRENCIA OCCURS 999 TIMES.
             03 TAB-MED-SEQ        PIC 9(03).
             03 TAB-MED-PASSO      PIC X(10).
             03 TAB-MED-RODA       PIC X(01).
             03 TAB-MED-SOMA       PIC 9(09).
             03 TAB-MED-QTD        PIC 9(03).
             03 TAB-MED-MEDIA      PIC 9(05).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-RUNSTAT
           PERFORM ERGUE-ESTADO-LOTE
           PERFORM ABRE-TABELA-PASSOS
           PERFORM LE-HORARIO-ALVO
           PERFORM CARREGA-MEDIAS-PASSOS

           MOVE ZEROS TO JOB-SEQ
           START ARQ-JOBDEF KEY IS GREATER JOB-SEQ
           CLOSE ARQ-JOBDEF
           CLOSE ARQ-RUNSTAT
           PERFORM BAIXA-ESTADO-LOTE
           PERFORM VERIFICA-HORARIO-ALVO
           PERFORM LIBERA-SEMAFORO
           IF WS-CADEIA-OK = "S"
              DISPLAY "PROGLOTE - FIM DO PROCESSAMENTO NOTURNO."
              CLOSE ARQ-ESTADO
              OPEN I-O ARQ-ESTADO
           END-IF
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-SISTEMA
           MOVE 1               TO EST-CHAVE
           MOVE "L"             TO EST-SITUACAO
           MOVE DATA-SISTEMA    TO EST-DATA-INICIO
           MOVE WS-HORA-SISTEMA TO EST-HORA-INICIO
           MOVE WS-HORA-SISTEMA TO WS-HORA-CALC
           PERFORM CONVERTE-SEGUNDOS
           MOVE WS-SEG-CALC     TO WS-SEG-INICIO-CADEIA
           MOVE ZEROS           TO EST-DATA-FIM
           MOVE ZEROS           TO EST-HORA-FIM
           WRITE REGISTRO-ESTADO
           MOVE 1 TO EST-CHAVE
           READ ARQ-ESTADO
           IF WS-RESULTADO-ESTADO = 00
              ACCEPT WS-HORA-COMPLETA FROM TIME
              MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-SISTEMA
              MOVE "N"             TO EST-SITUACAO
              MOVE DATA-SISTEMA    TO EST-DATA-FIM
              MOVE WS-HORA-SISTEMA TO EST-HORA-FIM
      *    NAO DEPENDEM DE NINGUEM (RODAM MESMO EM NOITE COM
      *    FALHA); OS DEMAIS DEPENDEM DO PASSO ANTERIOR.
           PERFORM GRAVA-PASSO-PADRAO-010
           PERFORM GRAVA-PASSO-PADRAO-015
           PERFORM GRAVA-PASSO-PADRAO-020
           PERFORM GRAVA-PASSO-PADRAO-030
           PERFORM GRAVA-PASSO-PADRAO-040
           PERFORM GRAVA-PASSO-PADRAO-050
           PERFORM GRAVA-PASSO-PADRAO-055
           PERFORM GRAVA-PASSO-PADRAO-060
           PERFORM GRAVA-PASSO-PADRAO-070
           PERFORM GRAVA-PASSO-PADRAO-080
           PERFORM GRAVA-PASSO-PADRAO-085
           PERFORM GRAVA-PASSO-PADRAO-087
           PERFORM GRAVA-PASSO-PADRAO-088
           PERFORM GRAVA-PASSO-PADRAO-089
           PERFORM GRAVA-PASSO-PADRAO-090
           PERFORM GRAVA-PASSO-PADRAO-100
           PERFORM GRAVA-PASSO-PADRAO-105
           PERFORM GRAVA-PASSO-PADRAO-106
           PERFORM GRAVA-PASSO-PADRAO-107
           PERFORM GRAVA-PASSO-PADRAO-108
           PERFORM GRAVA-PASSO-PADRAO-109
           PERFORM GRAVA-PASSO-PADRAO-110
           PERFORM GRAVA-PASSO-PADRAO-120
           PERFORM GRAVA-PASSO-PADRAO-130
           PERFORM GRAVA-PASSO-PADRAO-135
           PERFORM GRAVA-PASSO-PADRAO-136
           PERFORM GRAVA-PASSO-PADRAO-137
           PERFORM GRAVA-PASSO-PADRAO-138
           PERFORM GRAVA-PASSO-PADRAO-139
           PERFORM GRAVA-PASSO-PADRAO-140
           PERFORM GRAVA-PASSO-PADRAO-141
           PERFORM GRAVA-PASSO-PADRAO-142
           PERFORM GRAVA-PASSO-PADRAO-143
           PERFORM GRAVA-PASSO-PADRAO-144
           PERFORM GRAVA-PASSO-PADRAO-145
           PERFORM GRAVA-PASSO-PADRAO-146
           PERFORM GRAVA-PASSO-PADRAO-147
           PERFORM GRAVA-PASSO-PADRAO-148
           PERFORM GRAVA-PASSO-PADRAO-150
           PERFORM GRAVA-PASSO-PADRAO-160
           PERFORM GRAVA-PASSO-PADRAO-170
           PERFORM GRAVA-PASSO-PADRAO-180
           PERFORM GRAVA-PASSO-PADRAO-182
           PERFORM GRAVA-PASSO-PADRAO-185
           PERFORM GRAVA-PASSO-PADRAO-186
           PERFORM GRAVA-PASSO-PADRAO-187
           PERFORM GRAVA-PASSO-PADRAO-188
           PERFORM GRAVA-PASSO-PADRAO-189
           PERFORM GRAVA-PASSO-PADRAO-190
           PERFORM GRAVA-PASSO-PADRAO-195
           .
       GRAVA-PASSO-PADRAO-010.
           MOVE 010          TO JOB-SEQ
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-015.
           MOVE 015          TO JOB-SEQ
           MOVE "PROGPEDREC" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 010          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-020.
           MOVE 020          TO JOB-SEQ
           MOVE "PROG03"     TO JOB-PROGRAMA
           MOVE "D"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-055.
           MOVE 055          TO JOB-SEQ
           MOVE "PROGREMBAN" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-060.
           MOVE 060          TO JOB-SEQ
           MOVE "PROGBALANC" TO JOB-PROGRAMA
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-085.
           MOVE 085          TO JOB-SEQ
           MOVE "PROGBLOQ"   TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-087.
           MOVE 087          TO JOB-SEQ
           MOVE "PROGCOBRA"  TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-088.
           MOVE 088          TO JOB-SEQ
           MOVE "PROGVENCTR" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-089.
           MOVE 089          TO JOB-SEQ
           MOVE "PROGCHKIN"  TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-090.
           MOVE 090          TO JOB-SEQ
           MOVE "PROGMAILER" TO JOB-PROGRAMA
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-106.
           MOVE 106          TO JOB-SEQ
           MOVE "PROGATFAM"  TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-107.
           MOVE 107          TO JOB-SEQ
           MOVE "PROGPREVREC" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-108.
           MOVE 108          TO JOB-SEQ
           MOVE "PROGREPOS"  TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-109.
           MOVE 109          TO JOB-SEQ
           MOVE "PROGORC"    TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-110.
           MOVE 110          TO JOB-SEQ
           MOVE "PROG08"     TO JOB-PROGRAMA
           MOVE "N"           TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-135.
           MOVE 135          TO JOB-SEQ
           MOVE "PROGRELDEV" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-136.
           MOVE 136          TO JOB-SEQ
           MOVE "PROGRELDESC" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-137.
           MOVE 137          TO JOB-SEQ
           MOVE "PROGRELCAMP" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-138.
           MOVE 138          TO JOB-SEQ
           MOVE "PROGABCPRO" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-139.
           MOVE 139          TO JOB-SEQ
           MOVE "PROGDESP"   TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-140.
           MOVE 140          TO JOB-SEQ
           MOVE "PROGABC"    TO JOB-PROGRAMA
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-141.
           MOVE 141          TO JOB-SEQ
           MOVE "PROGRELCONT" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-142.
           MOVE 142          TO JOB-SEQ
           MOVE "PROGNPS"    TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-143.
           MOVE 143          TO JOB-SEQ
           MOVE "PROGCONCOR" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-144.
           MOVE 144          TO JOB-SEQ
           MOVE "PROGBONIF"  TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-145.
           MOVE 145          TO JOB-SEQ
           MOVE "PROGSEGM"   TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-146.
           MOVE 146          TO JOB-SEQ
           MOVE "PROGMARGEM" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-147.
           MOVE 147          TO JOB-SEQ
           MOVE "PROGREBATE" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-148.
           MOVE 148          TO JOB-SEQ
           MOVE "PROGRELCHK" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-150.
           MOVE 150          TO JOB-SEQ
           MOVE "PROGINATIV" TO JOB-PROGRAMA
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-182.
           MOVE 182          TO JOB-SEQ
           MOVE "PROGCAPAC"  TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-185.
           MOVE 185          TO JOB-SEQ
           MOVE "PROGKPI"    TO JOB-PROGRAMA
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-187.
           MOVE 187          TO JOB-SEQ
           MOVE "PROGREVLIM" TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "S"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-188.
           MOVE 188          TO JOB-SEQ
           MOVE "PROGFOLHA"  TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-189.
           MOVE 189          TO JOB-SEQ
           MOVE "PROGLISTA"  TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-190.
           MOVE 190          TO JOB-SEQ
           MOVE "PROGRESUMO" TO JOB-PROGRAMA
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       GRAVA-PASSO-PADRAO-195.
           MOVE 195          TO JOB-SEQ
           MOVE "PROGSLA"    TO JOB-PROGRAMA
           MOVE "S"          TO JOB-HABILITADO
           MOVE 000          TO JOB-DEPENDE
           MOVE "N"          TO JOB-SO-FECHAMENTO
           MOVE "N"          TO JOB-TIPO-CHAMADA
           WRITE REGISTRO-JOBDEF
           .
       AVALIA-PASSO-TABELA.
           IF NOT JOB-ATIVO
              GO TO F-AVALIA-PASSO-TABELA
           END-EVALUATE
           CANCEL WS-PROGRAMA-PASSO
           PERFORM REGISTRA-FIM-PASSO
           PERFORM PROJETA-FIM-CADEIA
           .
       F-AVALIA-PASSO-TABELA. EXIT.
       VERIFICA-DEPENDENCIA.
           END-IF
           .
       REGISTRA-INICIO-PASSO.
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-SISTEMA
           MOVE DATA-SISTEMA    TO RST-DATA
           MOVE WS-PASSO-ATUAL  TO RST-PASSO
           MOVE WS-HORA-SISTEMA TO RST-HORA-INICIO
           .
       REGISTRA-FIM-PASSO.
           MOVE RETURN-CODE TO WS-RETORNO-PASSO
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-SISTEMA
           MOVE DATA-SISTEMA    TO RST-DATA
           MOVE WS-PASSO-ATUAL  TO RST-PASSO
           READ ARQ-RUNSTAT
           MOVE ZEROS TO RETURN-CODE
           .
       REGISTRA-PASSO-PULADO.
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-SISTEMA
           MOVE DATA-SISTEMA    TO RST-DATA
           MOVE WS-PASSO-ATUAL  TO RST-PASSO
           MOVE WS-HORA-SISTEMA TO RST-HORA-INICIO
           COMPUTE WS-ALERTA-PROX-SEQ = ALT-ULTIMA-SEQ + 1
           MOVE WS-ALERTA-PROX-SEQ TO ALT-ULTIMA-SEQ
           REWRITE REGISTRO-ALERTAREC
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-SISTEMA
           MOVE WS-ALERTA-PROX-SEQ TO ALT-SEQ
           MOVE DATA-SISTEMA       TO ALT-DATA
           MOVE WS-HORA-SISTEMA    TO ALT-HORA
           MOVE "P"                TO ALT-STATUS
           MOVE SPACES             TO ALT-OPER-ACK
           MOVE ZEROS              TO ALT-DATA-ACK
           MOVE WS-ALERTA-NOTA     TO ALT-NOTA
           MOVE ZEROS              TO ALT-ULTIMA-SEQ
           WRITE REGISTRO-ALERTAREC
           CLOSE ARQ-ALERTAREC
           .
       LE-HORARIO-ALVO.
           MOVE "HORAFIMLOTE" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           CANCEL "PARAMLER"
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-HORA-ALVO
           END-IF
           IF WS-HALVO-HORA > 23 OR WS-HALVO-MIN > 59
              DISPLAY "PROGLOTE - HORAFIMLOTE INVALIDO ("
                 WS-HORA-ALVO ") - VALE 0600."
              MOVE 0600 TO WS-HORA-ALVO
           END-IF
           MOVE WS-HALVO-HORA TO WS-HA-HORA
           MOVE WS-HALVO-MIN  TO WS-HA-MIN
           COMPUTE WS-SEG-ALVO =
              (WS-HALVO-HORA * 3600) + (WS-HALVO-MIN * 60)
      *    ALVO E INICIO EM SEGUNDOS CONTADOS DO INICIO DA CADEIA:
      *    ALVO ANTERIOR A HORA DE INICIO E DO DIA SEGUINTE.
           COMPUTE WS-SEG-ALVO = FUNCTION MOD(WS-SEG-ALVO
              - WS-SEG-INICIO-CADEIA + 86400, 86400)
           .
       CONVERTE-SEGUNDOS.
           COMPUTE WS-SEG-CALC =
              (WS-HC-HORA * 3600) + (WS-HC-MIN * 60) + WS-HC-SEG
           .
       CARREGA-MEDIAS-PASSOS.
      *    MEDIA DAS EXECUCOES CONCLUIDAS DE CADA PASSO NAS 30
      *    NOITES ANTERIORES; PASSO SEM HISTORICO CONTA ZERO NA
      *    PROJECAO.
           MOVE ZEROS TO WS-QTD-MEDIAS
           MOVE ZEROS TO JOB-SEQ
           START ARQ-JOBDEF KEY IS GREATER JOB-SEQ
           IF WS-RESULTADO-JOBDEF NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-JOBDEF
           PERFORM UNTIL WS-FIM-JOBDEF = 1
              READ ARQ-JOBDEF NEXT AT END
                 MOVE 1 TO WS-FIM-JOBDEF
              END-READ
              IF WS-FIM-JOBDEF NOT = 1 AND WS-QTD-MEDIAS < 999
                 ADD 1 TO WS-QTD-MEDIAS
                 MOVE JOB-SEQ      TO TAB-MED-SEQ (WS-QTD-MEDIAS)
                 MOVE JOB-PROGRAMA TO TAB-MED-PASSO (WS-QTD-MEDIAS)
                 MOVE "S"          TO TAB-MED-RODA (WS-QTD-MEDIAS)
                 IF NOT JOB-ATIVO
                    OR (JOB-FECHAMENTO AND WS-FECHAMENTO-MES NOT = "S")
                    MOVE "N" TO TAB-MED-RODA (WS-QTD-MEDIAS)
                 END-IF
                 MOVE ZEROS TO TAB-MED-SOMA (WS-QTD-MEDIAS)
                 MOVE ZEROS TO TAB-MED-QTD (WS-QTD-MEDIAS)
                 MOVE ZEROS TO TAB-MED-MEDIA (WS-QTD-MEDIAS)
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-FIM-JOBDEF
           COMPUTE WS-DATA-JANELA = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (DATA-SISTEMA) - 30)
           MOVE WS-DATA-JANELA TO RST-DATA
           MOVE LOW-VALUES     TO RST-PASSO
           START ARQ-RUNSTAT KEY IS NOT LESS RST-CHAVE
           IF WS-RESULTADO-RUNSTAT = 00
              MOVE ZEROS TO WS-FIM-RUNSTAT
           ELSE
              MOVE 1 TO WS-FIM-RUNSTAT
           END-IF
           PERFORM UNTIL WS-FIM-RUNSTAT = 1
              READ ARQ-RUNSTAT NEXT AT END
                 MOVE 1 TO WS-FIM-RUNSTAT
              END-READ
              IF WS-FIM-RUNSTAT NOT = 1
                 IF RST-DATA NOT LESS DATA-SISTEMA
                    MOVE 1 TO WS-FIM-RUNSTAT
                 ELSE
                    IF RST-CONCLUIDO
                       PERFORM ACUMULA-MEDIA-PASSO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-MEDIA FROM 1 BY 1
              UNTIL WS-IDX-MEDIA > WS-QTD-MEDIAS
              IF TAB-MED-QTD (WS-IDX-MEDIA) > ZEROS
                 COMPUTE TAB-MED-MEDIA (WS-IDX-MEDIA) ROUNDED =
                    TAB-MED-SOMA (WS-IDX-MEDIA)
                    / TAB-MED-QTD (WS-IDX-MEDIA)
              END-IF
           END-PERFORM
           .
       ACUMULA-MEDIA-PASSO.
      *    PASSO QUE VIRA A MEIA-NOITE TERMINA "ANTES" DE COMECAR.
           MOVE RST-HORA-INICIO TO WS-HORA-CALC
           PERFORM CONVERTE-SEGUNDOS
           MOVE WS-SEG-CALC TO WS-SEG-PASSO-INICIO
           MOVE RST-HORA-FIM TO WS-HORA-CALC
           PERFORM CONVERTE-SEGUNDOS
           COMPUTE WS-SEG-DURACAO = FUNCTION MOD(WS-SEG-CALC
              - WS-SEG-PASSO-INICIO + 86400, 86400)
           PERFORM VARYING WS-IDX-MEDIA FROM 1 BY 1
              UNTIL WS-IDX-MEDIA > WS-QTD-MEDIAS
              IF TAB-MED-PASSO (WS-IDX-MEDIA) = RST-PASSO
                 ADD WS-SEG-DURACAO TO TAB-MED-SOMA (WS-IDX-MEDIA)
                 ADD 1 TO TAB-MED-QTD (WS-IDX-MEDIA)
              END-IF
           END-PERFORM
           .
       PROJETA-FIM-CADEIA.
      *    DEPOIS DE CADA PASSO: TEMPO JA DECORRIDO + MEDIA DOS
      *    PASSOS QUE AINDA VAO RODAR NESTA NOITE.
           IF WS-ALERTA-PROJECAO = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-SEG-RESTANTES
           PERFORM VARYING WS-IDX-MEDIA FROM 1 BY 1
              UNTIL WS-IDX-MEDIA > WS-QTD-MEDIAS
              IF TAB-MED-SEQ (WS-IDX-MEDIA) > JOB-SEQ
                 AND TAB-MED-RODA (WS-IDX-MEDIA) = "S"
                 ADD TAB-MED-MEDIA (WS-IDX-MEDIA) TO WS-SEG-RESTANTES
              END-IF
           END-PERFORM
           PERFORM CALCULA-DECORRIDOS
           COMPUTE WS-SEG-PROJETADO =
              WS-SEG-DECORRIDOS + WS-SEG-RESTANTES
           IF WS-SEG-PROJETADO NOT GREATER WS-SEG-ALVO
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ALERTA-PROJECAO
           PERFORM FORMATA-HORA-PROJETADA
           MOVE SPACES TO WS-ALERTA-NOTA
           STRING "FIM PREVISTO " WS-HHMM-PROJETADO
                  " ALVO " WS-HHMM-ALVO " "
                  DELIMITED BY SIZE
                  WS-PASSO-ATUAL DELIMITED BY SPACE
              INTO WS-ALERTA-NOTA
           END-STRING
           MOVE 9202 TO WS-RETORNO-PASSO
           PERFORM GRAVA-ALERTA-HORARIO
           .
       VERIFICA-HORARIO-ALVO.
      *    CADEIA ENCERRADA: FIM REAL CONTRA O HORARIO ALVO.
           PERFORM CALCULA-DECORRIDOS
           DISPLAY "PROGLOTE - DURACAO DA CADEIA (SEGUNDOS): "
              WS-SEG-DECORRIDOS
           IF WS-SEG-DECORRIDOS NOT GREATER WS-SEG-ALVO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SEG-DECORRIDOS TO WS-SEG-PROJETADO
           PERFORM FORMATA-HORA-PROJETADA
           MOVE SPACES TO WS-ALERTA-NOTA
           STRING "CADEIA TERMINOU " WS-HHMM-PROJETADO
                  " ALVO " WS-HHMM-ALVO
                  DELIMITED BY SIZE
              INTO WS-ALERTA-NOTA
           END-STRING
           MOVE 9201 TO WS-RETORNO-PASSO
           PERFORM GRAVA-ALERTA-HORARIO
           .
       CALCULA-DECORRIDOS.
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-CALC
           PERFORM CONVERTE-SEGUNDOS
           COMPUTE WS-SEG-DECORRIDOS = FUNCTION MOD(WS-SEG-CALC
              - WS-SEG-INICIO-CADEIA + 86400, 86400)
           .
       FORMATA-HORA-PROJETADA.
      *    SEGUNDOS DESDE O INICIO DA CADEIA VOLTAM A HORA DO DIA.
           COMPUTE WS-SEG-CALC = FUNCTION MOD(WS-SEG-INICIO-CADEIA
              + WS-SEG-PROJETADO, 86400)
           COMPUTE WS-HP-HORA = WS-SEG-CALC / 3600
           COMPUTE WS-HP-MIN =
              (WS-SEG-CALC - (WS-HP-HORA * 3600)) / 60
           .
       GRAVA-ALERTA-HORARIO.
      *    ALERTA DA PROPRIA CADEIA: PASSO "PROGLOTE", CODIGO NO
      *    RETORNO E O HORARIO NA NOTA DO ALERTAS.DAT.
           MOVE "PROGLOTE" TO WS-PASSO-ATUAL
           OPEN EXTEND ARQ-ALERTA
           IF WS-RESULTADO-ALERTA NOT = 00
              OPEN OUTPUT ARQ-ALERTA
              CLOSE ARQ-ALERTA
              OPEN EXTEND ARQ-ALERTA
           END-IF
           MOVE SPACES TO LINHA-ALERTA
           STRING "*** ALERTA " DELIMITED BY SIZE
                  CAB-DATA      DELIMITED BY SIZE
                  " PROGLOTE "  DELIMITED BY SIZE
                  WS-ALERTA-NOTA DELIMITED BY SIZE
                  " ***"        DELIMITED BY SIZE
               INTO LINHA-ALERTA
           END-STRING
           WRITE LINHA-ALERTA
           DISPLAY LINHA-ALERTA
           CLOSE ARQ-ALERTA
           PERFORM GRAVA-ALERTA-REGISTRO
           MOVE SPACES TO WS-ALERTA-NOTA
           MOVE ZEROS  TO WS-RETORNO-PASSO
           .
