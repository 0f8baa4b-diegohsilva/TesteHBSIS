      *    AS REGRAS DE CAMPO QUE OS PROGRAMAS ONLINE HOJE IMPOEM
      *    (DIGITO VERIFICADOR DE CNPJ/CPF PELOS COPYBOOKS
      *    VALIDA-CNPJ/VALIDA-CPF, RAZAO/NOME OBRIGATORIOS, UF DA
      *    TABELA OFICIAL, CEP, DATAS E COORDENADAS PLAUSIVEIS,
      *    INSCRICAO ESTADUAL DO CLIENTE PRESENTE E VALIDA PARA A UF
      *    PELO VALIDA-IE - SEM ELA O ERP RECUSA O PEDIDO) E
      *    GRAVA O RELATORIO DE EXCECOES REXCECAO.TXT, COM UMA
      *    LINHA POR OCORRENCIA (SEVERIDADE ERRO/AVISO) E OS
      *    TOTAIS POR CAMPO NO FIM - BASE PARA CAMPANHA DE
       WORKING-STORAGE SECTION.
       COPY "AREA-CNPJ.cpy".
       COPY "AREA-CPF.CPY".
       COPY "AREA-IE.cpy".

       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
          02 FILLER PIC X(20) VALUE "DATA ALT. INVALIDA".
          02 FILLER PIC X(20) VALUE "COORDENADA INVALIDA".
          02 FILLER PIC X(20) VALUE "COORDENADA ZERADA".
          02 FILLER PIC X(20) VALUE "INSC. EST. AUSENTE".
          02 FILLER PIC X(20) VALUE "INSC. EST. INVALIDA".
       01 FILLER REDEFINES NOMES-CAMPOS.
          02 NOME-CAMPO            PIC X(20) OCCURS 12 TIMES.

       01 CONTADORES-CLIENTE.
          02 QC-CLI-QTD            PIC 9(06) OCCURS 12 TIMES
                                   VALUE ZEROS.
       01 CONTADORES-VENDEDOR.
          02 QC-VEN-QTD            PIC 9(06) OCCURS 12 TIMES
                                   VALUE ZEROS.

       01 CABECALHO-TITULO.
                 PERFORM APONTA-AVISO-CLIENTE
              END-IF
           END-IF
           MOVE CLI-UF TO IE-UF
           MOVE CLI-IE TO IE-ENTRADA
           PERFORM VALIDA-IE
              THRU F-VALIDA-IE
           EVALUATE WS-ERRO-IE
              WHEN "B"
                 MOVE SPACES TO DET-CONTEUDO
                 MOVE 11 TO WS-IDX-CAMPO
                 PERFORM APONTA-ERRO-CLIENTE
              WHEN "S"
                 MOVE SPACES TO DET-CONTEUDO
                 STRING CLI-UF " " CLI-IE DELIMITED BY SIZE
                    INTO DET-CONTEUDO
                 END-STRING
                 MOVE 12 TO WS-IDX-CAMPO
                 PERFORM APONTA-ERRO-CLIENTE
           END-EVALUATE
           .
       APONTA-ERRO-CLIENTE.
           MOVE "ERRO " TO DET-SEVERIDADE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
           PERFORM IMPRIME-LINHA-RESUMO
              VARYING WS-IDX-CAMPO FROM 1 BY 1
              UNTIL WS-IDX-CAMPO > 12
           MOVE WS-QTD-ERROS  TO ROD-QTD-ERROS
           MOVE WS-QTD-AVISOS TO ROD-QTD-AVISOS
           MOVE SPACES TO LINHA
           MOVE  04 TO CONTADOR-LINHA.
       COPY "VALIDA-CNPJ.cpy".
       COPY "VALIDA-CPF.cpy".
       COPY "VALIDA-IE.cpy".
