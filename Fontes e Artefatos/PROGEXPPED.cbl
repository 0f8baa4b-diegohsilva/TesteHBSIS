      *    TRAILER COM TOTAIS (TIPO T):
      *      H + REMESSA(6) + DATA(8) + HORA(6)
      *      D + PEDIDO(9) + DATA(8) + CLIENTE(7) + CNPJ(14)
      *        + VENDEDOR(5) + VALOR(11) + ICMS(11) + IPI(11)
      *        + INSCRICAO ESTADUAL(14) + OPERACAO(2)
      *      T + QUANTIDADE(7) + VALOR TOTAL(13) + ICMS TOTAL(13)
      *        + IPI TOTAL(13)
      *    O VALOR E O LIQUIDO SEM IMPOSTOS (BASE DA COMISSAO); O
      *    ICMS E O IPI SAO OS CALCULADOS NA DIGITACAO (CALCTRIB),
      *    PARA O ERP CONFERIR CONTRA OS IMPOSTOS DA NOTA FISCAL.
      *    A INSCRICAO ESTADUAL VAI COMO ESTA NO CADASTRO (SO OS
      *    DIGITOS OU "ISENTO"); EM BRANCO O ERP RECUSA O PEDIDO.
      *    A OPERACAO DIZ AO ERP COMO FATURAR: "VD" VENDA NORMAL E
      *    "BN" BONIFICACAO (PED-TIPO "B"), QUE SAI SEM DUPLICATA.
      *    CADA PEDIDO ENVIADO GANHA LINHA "E" EM EXPPED.DAT; A
      *    RESPOSTA DO ERP E APLICADA PELO PROGACKPED.
      *    COM O CADASTRO DE EMPRESAS (EMPRESA.DAT) SAI UMA REMESSA
      *    POR EMPRESA ATIVA, CADA UMA COM O SEU NUMERO (A MESMA
      *    SEQUENCIA DA LINHA 1, QUE SO AVANCA QUANDO A REMESSA TEM
      *    PEDIDO) E COM O CODIGO E O CNPJ DA EMPRESA NO CABECALHO:
      *      H + REMESSA(6) + DATA(8) + HORA(6) + EMPRESA(2)
      *        + CNPJ DA EMPRESA(14)
      *    O PEDIDO VAI NA REMESSA DA SUA EMPRESA (PED-EMPRESA; ZERO
      *    = 01). SEM O CADASTRO SAI SO A EMPRESA 01, CNPJ ZERADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRLREM.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMPRESA.

           SELECT ARQ-REMESSA ASSIGN TO WID-ARQ-REMESSA
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-REMESSA.
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-EXPPED.FD".
       COPY "CTRL-REMESSA.FD".
       COPY "ARQ-EMPRESA.FD".

       FD  ARQ-REMESSA.
       01  LINHA-REMESSA            PIC X(93).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-EXPPED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-REMESSA     PIC X(50) VALUE SPACES.
       77 WID-ARQ-REMESSA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-EMPRESA          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXPPED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRLREM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REMESSA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-REMESSA               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXPORTADOS        PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-EXPORTADO       PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-ICMS-EXPORTADO        PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-IPI-EXPORTADO         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-TOT-EXPORTADOS        PIC 9(07) VALUE ZEROS.
       77 WS-FIM-EMPRESAS          PIC 9(01) VALUE ZEROS.
       77 WS-QTD-EMPRESAS          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-EMPRESA           PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-PEDIDO        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-EMPRESAS.
          02 WS-TAB-EMPRESA        OCCURS 99 TIMES.
             03 WS-TAB-EMP-CODIGO  PIC 9(02).
             03 WS-TAB-EMP-CNPJ    PIC 9(14).
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 AUX-DATA-PEDIDO          PIC 99/99/9(04).
       01 AUX-DATA-PEDIDO-R REDEFINES AUX-DATA-PEDIDO.
          02 REMH-REMESSA          PIC 9(06).
          02 REMH-DATA             PIC 9(08).
          02 REMH-HORA             PIC 9(06).
          02 REMH-EMPRESA          PIC 9(02).
          02 REMH-CNPJ-EMPRESA     PIC 9(14).

       01 REG-REMESSA-D.
          02 FILLER                PIC X(01) VALUE "D".
          02 REMD-CNPJ             PIC 9(14).
          02 REMD-VENDEDOR         PIC 9(05).
          02 REMD-VALOR            PIC 9(09)V9(02).
          02 REMD-ICMS             PIC 9(09)V9(02).
          02 REMD-IPI              PIC 9(09)V9(02).
          02 REMD-IE               PIC X(14).
          02 REMD-OPERACAO         PIC X(02).

       01 REG-REMESSA-T.
          02 FILLER                PIC X(01) VALUE "T".
          02 REMT-QUANTIDADE       PIC 9(07).
          02 REMT-VALOR            PIC 9(11)V9(02).
          02 REMT-ICMS             PIC 9(11)V9(02).
          02 REMT-IPI              PIC 9(11)V9(02).

       PROCEDURE DIVISION.
       INICIO.
              MOVE ZEROS TO CTL-ULTIMA-REMESSA
              WRITE REGISTRO-CTRL-REMESSA
           END-IF
           PERFORM CARREGA-EMPRESAS
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
              UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS
              PERFORM GERA-REMESSA-EMPRESA
           END-PERFORM

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-EXPPED
           CLOSE ARQ-CTRL-REMESSA
           DISPLAY "PROGEXPPED - EMPRESAS..........: " WS-QTD-EMPRESAS
           DISPLAY "PROGEXPPED - TOTAL ENVIADO.....: "
              WS-TOT-EXPORTADOS
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGEXPPED - FIM DA EXPORTACAO."
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
      *    UMA VARREDURA DO PEDIDO.DAT POR EMPRESA. REMESSA SEM
      *    PEDIDO NAO CONSOME NUMERO (O ARQUIVO VAZIO E REGRAVADO
      *    PELA EMPRESA SEGUINTE OU PELA PROXIMA EXECUCAO).
           MOVE ZEROS TO WS-QTD-EXPORTADOS WS-VALOR-EXPORTADO
              WS-ICMS-EXPORTADO WS-IPI-EXPORTADO WS-FIM-PEDIDOS
           COMPUTE WS-REMESSA = CTL-ULTIMA-REMESSA + 1

           MOVE SPACES TO WID-ARQ-REMESSA
           MOVE WS-REMESSA      TO REMH-REMESSA
           MOVE WS-DATA-SISTEMA TO REMH-DATA
           MOVE WS-HORA-SISTEMA TO REMH-HORA
           MOVE WS-TAB-EMP-CODIGO (WS-IDX-EMPRESA) TO REMH-EMPRESA
           MOVE WS-TAB-EMP-CNPJ (WS-IDX-EMPRESA) TO REMH-CNPJ-EMPRESA
           WRITE LINHA-REMESSA FROM REG-REMESSA-H

           MOVE ZEROS TO PED-NUMERO
              READ ARQ-PEDIDO NEXT AT END
                 MOVE 1 TO WS-FIM-PEDIDOS
              END-READ
              IF WS-FIM-PEDIDOS NOT = 1
                 MOVE PED-EMPRESA TO WS-EMPRESA-PEDIDO
                 IF WS-EMPRESA-PEDIDO = ZEROS
                    MOVE 01 TO WS-EMPRESA-PEDIDO
                 END-IF
              END-IF
              IF WS-FIM-PEDIDOS NOT = 1 AND PED-ATIVO
                 AND WS-EMPRESA-PEDIDO =
                    WS-TAB-EMP-CODIGO (WS-IDX-EMPRESA)
                 PERFORM AVALIA-PEDIDO-EXPORTACAO
              END-IF
           END-PERFORM

           MOVE WS-QTD-EXPORTADOS  TO REMT-QUANTIDADE
           MOVE WS-VALOR-EXPORTADO TO REMT-VALOR
           MOVE WS-ICMS-EXPORTADO  TO REMT-ICMS
           MOVE WS-IPI-EXPORTADO   TO REMT-IPI
           WRITE LINHA-REMESSA FROM REG-REMESSA-T
           CLOSE ARQ-REMESSA
           IF WS-QTD-EXPORTADOS NOT = ZEROS
              MOVE 1          TO CTL-CHAVE-REM
              REWRITE REGISTRO-CTRL-REMESSA
           END-IF
           ADD WS-QTD-EXPORTADOS TO WS-TOT-EXPORTADOS
           DISPLAY "PROGEXPPED - EMPRESA...........: "
              WS-TAB-EMP-CODIGO (WS-IDX-EMPRESA)
           DISPLAY "PROGEXPPED - REMESSA GERADA....: " WS-REMESSA
           DISPLAY "PROGEXPPED - PEDIDOS ENVIADOS..: "
              WS-QTD-EXPORTADOS
           DISPLAY "PROGEXPPED - VALOR ENVIADO.....: "
              WS-VALOR-EXPORTADO
           DISPLAY "PROGEXPPED - ICMS ENVIADO......: "
              WS-ICMS-EXPORTADO
           DISPLAY "PROGEXPPED - IPI ENVIADO.......: "
              WS-IPI-EXPORTADO
           DISPLAY "PROGEXPPED - ARQUIVO...........: "
              WID-ARQ-REMESSA
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE CLI-CNPJ TO REMD-CNPJ
              MOVE CLI-IE   TO REMD-IE
           ELSE
              MOVE ZEROS  TO REMD-CNPJ
              MOVE SPACES TO REMD-IE
           END-IF
           MOVE PED-VEN-CODIGO TO REMD-VENDEDOR
           MOVE PED-VALOR      TO REMD-VALOR
           MOVE PED-VALOR-ICMS TO REMD-ICMS
           MOVE PED-VALOR-IPI  TO REMD-IPI
           IF PED-BONIFICACAO
              MOVE "BN" TO REMD-OPERACAO
           ELSE
              MOVE "VD" TO REMD-OPERACAO
           END-IF
           WRITE LINHA-REMESSA FROM REG-REMESSA-D
           MOVE PED-NUMERO      TO EXP-PED-NUMERO
           MOVE WS-REMESSA      TO EXP-REMESSA
           WRITE REGISTRO-EXPPED
           ADD 1 TO WS-QTD-EXPORTADOS
           ADD PED-VALOR TO WS-VALOR-EXPORTADO
           ADD PED-VALOR-ICMS TO WS-ICMS-EXPORTADO
           ADD PED-VALOR-IPI  TO WS-IPI-EXPORTADO
           .
