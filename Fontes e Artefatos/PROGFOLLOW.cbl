      *    OCORREN.DAT COM DATA DE RETORNO VENCIDA (FOLLOW-UP ATE
      *    A DATA DO DIA), PARA CADA OPERADOR COMECAR O DIA
      *    SABENDO QUEM PROMETEU LIGAR DE VOLTA PARA QUEM. GERA
      *    RFOLLOW.TXT; RODA TODA NOITE NO PROGLOTE. A GERACAO E
      *    COPIADA PARA O CATALOGO DE RELATORIOS (TIPO RFOLLOW, VIA
      *    CATALOGA) PARA O PROG22 E AS ASSINATURAS POR E-MAIL.
      *    OCORRENCIA EM NOME DE VENDEDOR ("VEND" + CODIGO, ABERTA
      *    PELO DETRATOR DA PESQUISA DE SATISFACAO NO PROG21/PROG32)
      *    SAI NUMA SECAO "VENDEDOR NNNNN", PARA O VENDEDOR RECEBER
      *    OS PROPRIOS RETORNOS PELA ASSINATURA COM FILTRO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL        PIC X(10) VALUE SPACES.
       77 WS-QTD-PENDENTES         PIC 9(05) VALUE ZEROS.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RFOLLOW".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RFOLLOW.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE
          "RETORNOS VENCIDOS ATE A DATA".
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 CAB-DATA                 PIC 99/99/9(04).
       01 FILLER REDEFINES CAB-DATA.
          02 FILLER          PIC X(10) VALUE "OPERADOR: ".
          02 CABO-OPERADOR   PIC X(10).

       01 CABECALHO-VENDEDOR.
          02 FILLER          PIC X(09) VALUE "VENDEDOR ".
          02 CABV-VEN-CODIGO PIC X(05).

       01 DETALHE.
          02 DET-FOLLOWUP          PIC 9(08).
          02 FILLER                PIC X(02) VALUE SPACES.
                    MOVE WS-OPERADOR-ATUAL TO CABO-OPERADOR
                    MOVE SPACES TO LINHA
                    WRITE LINHA AFTER 1 LINES
                    IF WS-OPERADOR-ATUAL (1:4) = "VEND"
                       AND WS-OPERADOR-ATUAL (5:5) IS NUMERIC
                       MOVE WS-OPERADOR-ATUAL (5:5) TO CABV-VEN-CODIGO
                       WRITE LINHA FROM CABECALHO-VENDEDOR
                          AFTER 1 LINES
                    ELSE
                       WRITE LINHA FROM CABECALHO-OPERADOR
                          AFTER 1 LINES
                    END-IF
                    WRITE LINHA FROM CABECALHO-TRACO
                       AFTER 1 LINES
                 END-IF
           CLOSE ARQ-SAI
           CLOSE RELATORIO
           CLOSE ARQ-CLIENTE
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGFOLLOW - RETORNOS PENDENTES: "
              WS-QTD-PENDENTES
           DISPLAY "PROGFOLLOW - RELATORIO EM RFOLLOW.TXT."
