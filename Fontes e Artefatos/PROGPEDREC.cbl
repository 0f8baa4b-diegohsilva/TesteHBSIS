       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPEDREC.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** GERACAO DOS PEDIDOS PROGRAMADOS ********
      *    GERA NA CADEIA NOTURNA OS PEDIDOS DOS CLIENTES QUE REPETEM
      *    SEMPRE O MESMO MIX (PEDREC.DAT, MANTIDO PELO PROG55). NO
      *    DIA UTIL DO CALENDARIO DE PROCESSAMENTO (CALENPRO.DAT), TODO
      *    PROGRAMADO ATIVO COM A PROXIMA DATA VENCIDA (HOJE OU UM DIA
      *    NAO UTIL ANTERIOR) VIRA PEDIDO, ITENS E TITULOS A RECEBER,
      *    COM AS MESMAS CRITICAS DO PROCESSADOR DE PEDIDOS DO CAMPO
      *    (PROGMOVPED): VENDEDOR E CLIENTE ATIVOS, CLIENTE FORA DE
      *    BLOQUEIO COMERCIAL, COMPETENCIA ABERTA, PRODUTOS ATIVOS E
      *    COM ESTOQUE. O PRECO E O VIGENTE NO DIA NA TABELA DE
      *    PRECOS (FAIXA DA CLASSE ABC, DEPOIS A GERAL, DEPOIS O PRECO
      *    DE LISTA), COM A CAMPANHA PROMOCIONAL VIGENTE (CALCCAMP), E
      *    O PEDIDO PASSA PELA CONFERENCIA DO LIMITE DE CREDITO DO
      *    PROG07 (TITULOS EM ABERTO MAIS PEDIDOS PENDENTES). ACIMA DA
      *    ALCADA O PEDIDO ENTRA PENDENTE DE LIBERACAO (PROG29), SEM
      *    TITULO, COMO NO ONLINE.
      *    CADA ITEM CONGELA O CUSTO PADRAO VIGENTE NO DIA
      *    (CUSTOLER), COMO NO PROG07.
      *    CONTRATO DE PRECO DO CLIENTE OU DO GRUPO ECONOMICO
      *    (CONTRLER) VALE ANTES DA TABELA E SEM CAMPANHA, E O ITEM
      *    GRAVA A ORIGEM DO PRECO, COMO NO PROG07.
      *    GERADO O PEDIDO, A PROXIMA DATA AVANCA PELA FREQUENCIA ATE
      *    PASSAR DE HOJE; PASSANDO DA DATA FINAL O PROGRAMADO E
      *    ENCERRADO. PROGRAMADO RECUSADO VAI PARA REJREC.TXT COM O
      *    CODIGO DE MOTIVO E PARA O AVISO DO VENDEDOR (REC.VNNNNN.TXT,
      *    ENFILEIRADO PARA O VEN-EMAIL PELO MAILENQ, COMO O AVISO DO
      *    PROGBLOQ); A PROXIMA DATA NAO AVANCA, DE MODO QUE O PEDIDO
      *    E TENTADO DE NOVO NA NOITE SEGUINTE ATE SER GERADO OU ATE
      *    O PROGRAMADO SER CORRIGIDO OU SUSPENSO NO PROG55.
      *    O PEDIDO E OS TITULOS FICAM NA EMPRESA DO VENDEDOR
      *    (VEN-EMPRESA -> PED-EMPRESA/TIT-EMPRESA; ZERO = 01).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PEDREC ASSIGN TO DISK WID-ARQ-PEDREC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRC-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDREC.

           SELECT ARQ-REJ-PEDREC ASSIGN TO WID-ARQ-REJ-PEDREC
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-REJ.

           SELECT ARQ-AVISO ASSIGN TO WID-ARQ-AVISO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-AVISO.

           SELECT ARQ-CALEND ASSIGN TO DISK WID-ARQ-CALEND
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAL-DATA
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CALEND.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDITEM.

           SELECT ARQ-CTRL-PEDIDO ASSIGN TO DISK WID-ARQ-CTRL-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE-PED
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRL.

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

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRODUTO.

           SELECT ARQ-PRECO ASSIGN TO DISK WID-ARQ-PRECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRE-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRECO.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.

           SELECT ARQ-FECHACMP ASSIGN TO DISK WID-ARQ-FECHACMP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FCH-COMPETENCIA
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FECHACMP.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDREC.FD".
       COPY "REJ-PEDREC.FD".
       COPY "ARQ-CALEND.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "CTRL-PEDIDO.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-PRECO.FD".
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-FECHACMP.FD".

       FD ARQ-AVISO.
       01 LINHA-AVISO               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-PEDREC           PIC X(50) VALUE SPACES.
       77 WID-ARQ-REJ-PEDREC       PIC X(50) VALUE SPACES.
       77 WID-ARQ-AVISO            PIC X(50) VALUE SPACES.
       77 WID-ARQ-CALEND           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-PEDIDO      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRECO            PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-FECHACMP         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEDREC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REJ         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AVISO       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CALEND      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDITEM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-PEDIDO        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRODUTO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRECO       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TITULO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FECHACMP    PIC 9(02) VALUE ZEROS.
       77 WS-REJ-MOTIVO            PIC 9(02) VALUE ZEROS.
           88 MOTIVO-VENDEDOR-INVALIDO VALUE 01.
           88 MOTIVO-CLIENTE-INVALIDO  VALUE 02.
           88 MOTIVO-COMPET-FECHADA    VALUE 04.
           88 MOTIVO-PRODUTO-INVALIDO  VALUE 05.
           88 MOTIVO-ERRO-GRAVACAO     VALUE 07.
           88 MOTIVO-CLIENTE-BLOQUEADO VALUE 09.
           88 MOTIVO-ESTOQUE-INSUF     VALUE 10.
           88 MOTIVO-LIMITE-CREDITO    VALUE 11.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-DIA-UTIL              PIC X(01) VALUE "S".
       77 WS-FIM-PEDREC            PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-TITULOS           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-PRECOS            PIC 9(01) VALUE ZEROS.
       77 WS-QTD-VENCIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PENDENTES         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-REJEITADOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ENCERRADOS        PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-GRAVADO         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-ICMS-GRAVADO          PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-IPI-GRAVADO           PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-FECHACMP-DISPONIVEL   PIC X(01) VALUE "N".
       77 WS-PRECO-DISPONIVEL      PIC X(01) VALUE "N".
       77 WS-PROX-NUMERO-PED       PIC 9(09) VALUE ZEROS.
       77 WS-COMPETENCIA-HOJE      PIC 9(06) VALUE ZEROS.
       77 WS-HOJE-ANO              PIC 9(04) VALUE ZEROS.
       77 WS-HOJE-MES              PIC 9(02) VALUE ZEROS.
       77 WS-HOJE-DIA              PIC 9(02) VALUE ZEROS.
       77 WS-PRO-BUSCA             PIC 9(05) VALUE ZEROS.
       77 WS-PRECO-SUGERIDO        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TIER-BUSCA            PIC X(01) VALUE SPACES.
       77 WS-ACHOU-PRECO           PIC X(01) VALUE SPACES.
       77 WS-ORIGEM-PRECO          PIC X(01) VALUE SPACES.
       77 WS-VALOR-PEDIDO          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-ICMS-PED        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VALOR-IPI-PED         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-EXPOSICAO             PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-IND-ITEM              PIC 9(02) VALUE ZEROS.
       77 WS-REJ-PRODUTO           PIC 9(05) VALUE ZEROS.
      *    MESMO PRAZO DE VENCIMENTO E MESMA ALCADA DE LIBERACAO
      *    DA DIGITACAO ONLINE (PROG07).
       77 WS-PRAZO-VENCIMENTO      PIC 9(03) VALUE 30.
       77 WS-VALOR-ALCADA          PIC 9(09)V9(02) VALUE 50000.
      *    AVANCO DA PROXIMA DATA PELA FREQUENCIA.
       77 WS-DIAS-DATA             PIC 9(07) VALUE ZEROS.
       77 WS-PRX-ANO               PIC 9(04) VALUE ZEROS.
       77 WS-PRX-MES               PIC 9(02) VALUE ZEROS.
       77 WS-PRX-DIA               PIC 9(02) VALUE ZEROS.
       77 WS-PRX-RESTO             PIC 9(04) VALUE ZEROS.
       77 WS-ULTIMO-DIA-MES        PIC 9(02) VALUE ZEROS.
      *    AVISO AO VENDEDOR, NO PADRAO DO PROGBLOQ.
       77 WS-QTD-VENDEDORES        PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VEN               PIC 9(04) VALUE ZEROS.
       77 WS-AVISO-VENDEDOR        PIC 9(05) VALUE ZEROS.
       77 WS-AVISO-TEXTO           PIC X(80) VALUE SPACES.
       77 WS-VEN-EDIT              PIC 9(05) VALUE ZEROS.
       77 WS-DESC-MOTIVO           PIC X(30) VALUE SPACES.
       77 WS-MAIL-ASSUNTO          PIC X(40) VALUE SPACES.
       77 WS-MAIL-CORPO            PIC X(50) VALUE SPACES.
       77 WS-MAIL-ORIGEM           PIC X(10) VALUE "PROGPEDREC".
       77 WS-MAIL-RESULTADO        PIC 9(01) VALUE ZEROS.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EDITADA          PIC 99/99/9(04).
       01 WS-VALOR-EDITADO         PIC ZZZ.ZZZ.ZZ9,99.

      *    ITENS DO PROGRAMADO JA CONFERIDOS E PRECIFICADOS, ANTES
      *    DE GRAVAR O PEDIDO.
       01 TABELA-ITENS.
          02 ITEM-OCORRENCIA OCCURS 8 TIMES.
             03 TAB-ITE-PRO-CODIGO PIC 9(05).
             03 TAB-ITE-QUANTIDADE PIC 9(07)V9(02).
             03 TAB-ITE-PRECO      PIC 9(09)V9(02).
             03 TAB-ITE-VALOR      PIC 9(09)V9(02).
             03 TAB-ITE-CLASSE     PIC X(04).
             03 TAB-ITE-CAMPANHA   PIC 9(05).
             03 TAB-ITE-PONTOS     PIC 9(02)V9(02).
             03 TAB-ITE-ORIGEM     PIC X(01).

       01 TABELA-VENDEDORES.
          02 VENDEDOR-OCORRENCIA OCCURS 9999 TIMES.
             03 TAB-VEN-CODIGO       PIC 9(05).
             03 TAB-VEN-EMAIL        PIC X(50).
             03 TAB-VEN-AVISO-INICIADO PIC X(01).

       COPY "AREA-PARCELAS.cpy".
       COPY "AREA-ESTOQUE.cpy".
       COPY "AREA-TRIBUTO.cpy".
       COPY "AREA-CAMPANHA.cpy".
       COPY "AREA-CUSTO.cpy".
       COPY "AREA-CONTRATO.cpy".

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "PROGPEDREC - INICIO DOS PEDIDOS PROGRAMADOS - "
              WS-DATA-SISTEMA
           MOVE "PROGPEDREC" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGPEDREC - JA EXISTE GERACAO DE PEDIDOS "
                 "PROGRAMADOS EM EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
      *    PROGRAMADO QUE VENCE EM DIA NAO UTIL FICA PARA O PRIMEIRO
      *    DIA UTIL SEGUINTE (PROXIMA DATA MENOR OU IGUAL A HOJE).
           PERFORM CONSULTA-CALENDARIO
           IF WS-DIA-UTIL NOT = "S"
              DISPLAY "PROGPEDREC - DIA NAO UTIL NO CALENDARIO DE "
                 "PROCESSAMENTO - NENHUM PEDIDO GERADO."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
      *    LIMITES OPERACIONAIS VEM DA TABELA DE PARAMETROS
      *    (PARAM.DAT, PROG37); PARAMETRO AUSENTE MANTEM O VALOR
      *    PADRAO EMBUTIDO.
           MOVE "PRAZOVENC" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PRAZO-VENCIMENTO
           END-IF
           MOVE "VALORALCADA" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-VALOR-ALCADA
           END-IF
           CANCEL "PARAMLER"
           DIVIDE WS-DATA-SISTEMA BY 100
              GIVING WS-COMPETENCIA-HOJE
              REMAINDER WS-HOJE-DIA
           DIVIDE WS-COMPETENCIA-HOJE BY 100
              GIVING WS-HOJE-ANO
              REMAINDER WS-HOJE-MES
           MOVE WS-HOJE-DIA TO WS-DATA-EDITADA (1:2)
           MOVE "/"         TO WS-DATA-EDITADA (3:1)
           MOVE WS-HOJE-MES TO WS-DATA-EDITADA (4:2)
           MOVE "/"         TO WS-DATA-EDITADA (6:1)
           MOVE WS-HOJE-ANO TO WS-DATA-EDITADA (7:4)
           MOVE "PEDREC.DAT" TO WID-ARQ-PEDREC
           OPEN I-O ARQ-PEDREC
           IF WS-RESULTADO-PEDREC NOT = 00
              DISPLAY "PROGPEDREC - PEDREC.DAT NAO ENCONTRADO - "
                 "NENHUM PEDIDO PROGRAMADO."
              PERFORM LIBERA-SEMAFORO
              GOBACK
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ACESSO NOT = 00
              OR WS-RESULTADO-VENDEDOR NOT = 00
              OR WS-RESULTADO-PRODUTO NOT = 00
              DISPLAY "PROGPEDREC - CADASTROS BASICOS AUSENTES "
                 "(CLIENTE/VENDEDOR/PRODUTO)."
              CLOSE ARQ-PEDREC
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CARREGA-VENDEDORES
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN I-O ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              OPEN OUTPUT ARQ-PEDIDO
              CLOSE ARQ-PEDIDO
              OPEN I-O ARQ-PEDIDO
           END-IF
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           OPEN I-O ARQ-PEDITEM
           IF WS-RESULTADO-PEDITEM NOT = 00
              OPEN OUTPUT ARQ-PEDITEM
              CLOSE ARQ-PEDITEM
              OPEN I-O ARQ-PEDITEM
           END-IF
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           OPEN I-O ARQ-TITULO
           IF WS-RESULTADO-TITULO NOT = 00
              OPEN OUTPUT ARQ-TITULO
              CLOSE ARQ-TITULO
              OPEN I-O ARQ-TITULO
           END-IF
           MOVE "CTRLPED.DAT" TO WID-ARQ-CTRL-PEDIDO
           OPEN I-O ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              OPEN OUTPUT ARQ-CTRL-PEDIDO
              CLOSE ARQ-CTRL-PEDIDO
              OPEN I-O ARQ-CTRL-PEDIDO
           END-IF
           MOVE 1 TO CTL-CHAVE-PED
           READ ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-CTRL NOT = 00
              MOVE 1     TO CTL-CHAVE-PED
              MOVE ZEROS TO CTL-ULTIMO-NUMERO-PED
              WRITE REGISTRO-CTRL-PEDIDO
           END-IF
           MOVE CTL-ULTIMO-NUMERO-PED TO WS-PROX-NUMERO-PED
           MOVE "PRECO.DAT" TO WID-ARQ-PRECO
           OPEN INPUT ARQ-PRECO
           IF WS-RESULTADO-PRECO = 00
              MOVE "S" TO WS-PRECO-DISPONIVEL
           ELSE
              MOVE "N" TO WS-PRECO-DISPONIVEL
           END-IF
           MOVE "FECHACMP.DAT" TO WID-ARQ-FECHACMP
           OPEN INPUT ARQ-FECHACMP
           IF WS-RESULTADO-FECHACMP = 00
              MOVE "S" TO WS-FECHACMP-DISPONIVEL
           ELSE
              MOVE "N" TO WS-FECHACMP-DISPONIVEL
           END-IF
           MOVE "REJREC.TXT" TO WID-ARQ-REJ-PEDREC
           OPEN EXTEND ARQ-REJ-PEDREC
           IF WS-RESULTADO-REJ NOT = 00
              OPEN OUTPUT ARQ-REJ-PEDREC
              CLOSE ARQ-REJ-PEDREC
              OPEN EXTEND ARQ-REJ-PEDREC
           END-IF

           MOVE ZEROS TO PRC-CHAVE
           START ARQ-PEDREC KEY IS NOT LESS PRC-CHAVE
           IF WS-RESULTADO-PEDREC NOT = 00
              MOVE 1 TO WS-FIM-PEDREC
           END-IF
           PERFORM UNTIL WS-FIM-PEDREC = 1
              READ ARQ-PEDREC NEXT AT END
                 MOVE 1 TO WS-FIM-PEDREC
              END-READ
              IF WS-FIM-PEDREC NOT = 1
                 PERFORM AVALIA-PROGRAMADO
              END-IF
           END-PERFORM

           MOVE WS-PROX-NUMERO-PED TO CTL-ULTIMO-NUMERO-PED
           MOVE 1 TO CTL-CHAVE-PED
           REWRITE REGISTRO-CTRL-PEDIDO

           CLOSE ARQ-PEDREC
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDITEM
           CLOSE ARQ-TITULO
           CLOSE ARQ-CTRL-PEDIDO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PRODUTO
           IF WS-FECHACMP-DISPONIVEL = "S"
              CLOSE ARQ-FECHACMP
           END-IF
           IF WS-PRECO-DISPONIVEL = "S"
              CLOSE ARQ-PRECO
           END-IF
           CLOSE ARQ-REJ-PEDREC
           CANCEL "MOVESTOQ"
           CANCEL "CALCTRIB"
           CANCEL "CALCCAMP"
           CANCEL "CUSTOLER"
           CANCEL "CONTRLER"
           CANCEL "CALCPARC"
           DISPLAY "PROGPEDREC - PROGRAMADOS VENCIDOS: "
              WS-QTD-VENCIDOS
           DISPLAY "PROGPEDREC - PEDIDOS GRAVADOS....: "
              WS-QTD-GRAVADOS
           DISPLAY "PROGPEDREC - PENDENTES ALCADA....: "
              WS-QTD-PENDENTES
           DISPLAY "PROGPEDREC - REJEITADOS..........: "
              WS-QTD-REJEITADOS
           DISPLAY "PROGPEDREC - ENCERRADOS..........: "
              WS-QTD-ENCERRADOS
           DISPLAY "PROGPEDREC - VALOR GRAVADO.......: "
              WS-VALOR-GRAVADO
           DISPLAY "PROGPEDREC - ICMS GRAVADO........: "
              WS-ICMS-GRAVADO
           DISPLAY "PROGPEDREC - IPI GRAVADO.........: "
              WS-IPI-GRAVADO
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGPEDREC - FIM DOS PEDIDOS PROGRAMADOS."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       CONSULTA-CALENDARIO.
      *    DATA SEM LINHA NO CALENDARIO E DIA UTIL COMUM.
           MOVE "S" TO WS-DIA-UTIL
           MOVE "CALENPRO.DAT" TO WID-ARQ-CALEND
           OPEN INPUT ARQ-CALEND
           IF WS-RESULTADO-CALEND NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-SISTEMA TO CAL-DATA
           READ ARQ-CALEND
           IF WS-RESULTADO-CALEND = 00
              IF NOT CAL-DIA-UTIL
                 MOVE "N" TO WS-DIA-UTIL
              END-IF
           END-IF
           CLOSE ARQ-CALEND
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
       AVALIA-PROGRAMADO.
      *    SO O PROGRAMADO ATIVO E VENCIDO GERA PEDIDO. ATIVO CUJA
      *    PROXIMA DATA JA PASSOU DA DATA FINAL E ENCERRADO SEM GERAR.
           IF NOT PRC-ATIVO
              OR PRC-PROXIMA-DATA GREATER WS-DATA-SISTEMA
              EXIT PARAGRAPH
           END-IF
           IF PRC-DATA-FIM NOT = ZEROS
              AND PRC-PROXIMA-DATA GREATER PRC-DATA-FIM
              MOVE "E" TO PRC-SITUACAO
              REWRITE REGISTRO-PEDREC
              ADD 1 TO WS-QTD-ENCERRADOS
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-VENCIDOS
           MOVE ZEROS TO WS-REJ-MOTIVO
           MOVE ZEROS TO WS-REJ-PRODUTO
           MOVE ZEROS TO WS-VALOR-PEDIDO
           PERFORM PROCESSA-PROGRAMADO
              THRU F-PROCESSA-PROGRAMADO
           IF WS-REJ-MOTIVO NOT = ZEROS
              MOVE WS-DATA-SISTEMA TO PRC-ULTIMA-FALHA
              MOVE WS-REJ-MOTIVO   TO PRC-MOTIVO-FALHA
              PERFORM GRAVA-REJEITO-PROGRAMADO
           ELSE
              MOVE WS-DATA-SISTEMA TO PRC-ULTIMA-GERACAO
              MOVE PED-NUMERO      TO PRC-ULTIMO-PEDIDO
              PERFORM AVANCA-PROXIMA-DATA
                 UNTIL PRC-PROXIMA-DATA GREATER WS-DATA-SISTEMA
              IF PRC-DATA-FIM NOT = ZEROS
                 AND PRC-PROXIMA-DATA GREATER PRC-DATA-FIM
                 MOVE "E" TO PRC-SITUACAO
                 ADD 1 TO WS-QTD-ENCERRADOS
              END-IF
           END-IF
           REWRITE REGISTRO-PEDREC
           IF WS-RESULTADO-PEDREC NOT = 00
              DISPLAY "PROGPEDREC - ERRO AO ATUALIZAR O PROGRAMADO "
                 PRC-CLI-CODIGO "/" PRC-SEQ " - STATUS "
                 WS-RESULTADO-PEDREC
           END-IF
           .
       PROCESSA-PROGRAMADO.
           MOVE PRC-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00 OR NOT VEN-ATIVO
              SET MOTIVO-VENDEDOR-INVALIDO TO TRUE
              GO TO F-PROCESSA-PROGRAMADO
           END-IF
      *    O PEDIDO E DA EMPRESA DO VENDEDOR (ZERO = EMPRESA 01).
           MOVE VEN-EMPRESA TO WS-EMPRESA-PEDIDO
           IF WS-EMPRESA-PEDIDO = ZEROS
              MOVE 01 TO WS-EMPRESA-PEDIDO
           END-IF
           MOVE PRC-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 OR NOT CLI-ATIVO
              SET MOTIVO-CLIENTE-INVALIDO TO TRUE
              GO TO F-PROCESSA-PROGRAMADO
           END-IF
      *    CLIENTE EM BLOQUEIO COMERCIAL (PROGBLOQ) NAO TEM COMO SER
      *    LIBERADO NO LOTE: O PEDIDO E DIGITADO NO PROG07, COM A
      *    LIBERACAO DO SUPERVISOR.
           IF CLI-BLOQUEADO
              SET MOTIVO-CLIENTE-BLOQUEADO TO TRUE
              GO TO F-PROCESSA-PROGRAMADO
           END-IF
           IF WS-FECHACMP-DISPONIVEL = "S"
              MOVE WS-COMPETENCIA-HOJE TO FCH-COMPETENCIA
              READ ARQ-FECHACMP
              IF WS-RESULTADO-FECHACMP = 00 AND FCH-FECHADA
                 SET MOTIVO-COMPET-FECHADA TO TRUE
                 GO TO F-PROCESSA-PROGRAMADO
              END-IF
           END-IF
           MOVE ZEROS TO TABELA-ITENS
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > PRC-QTD-ITENS
                      OR WS-IND-ITEM > 8
                      OR WS-REJ-MOTIVO NOT = ZEROS
              PERFORM CONFERE-ITEM-PROGRAMADO
           END-PERFORM
           IF WS-REJ-MOTIVO NOT = ZEROS
              GO TO F-PROCESSA-PROGRAMADO
           END-IF
           PERFORM VERIFICA-LIMITE-CREDITO
           IF WS-REJ-MOTIVO NOT = ZEROS
              GO TO F-PROCESSA-PROGRAMADO
           END-IF
           PERFORM GRAVA-PEDIDO-PROGRAMADO
           .
       F-PROCESSA-PROGRAMADO. EXIT.
       CONFERE-ITEM-PROGRAMADO.
      *    PRODUTO ATIVO E, COM CONTROLE DE ESTOQUE, DISPONIVEL PARA
      *    A QUANTIDADE; PRECO VIGENTE HOJE COM A CAMPANHA.
           MOVE PRC-PRO-CODIGO (WS-IND-ITEM) TO PRO-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRODUTO NOT = 00 OR NOT PRO-ATIVO
              SET MOTIVO-PRODUTO-INVALIDO TO TRUE
              MOVE PRC-PRO-CODIGO (WS-IND-ITEM) TO WS-REJ-PRODUTO
              EXIT PARAGRAPH
           END-IF
           MOVE "C"            TO WS-STQ-FUNCAO
           MOVE PRO-CODIGO     TO WS-STQ-PRO-CODIGO
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO = ZEROS
              AND PRC-QUANTIDADE (WS-IND-ITEM)
                  GREATER WS-STQ-DISPONIVEL
              SET MOTIVO-ESTOQUE-INSUF TO TRUE
              MOVE PRO-CODIGO TO WS-REJ-PRODUTO
              EXIT PARAGRAPH
           END-IF
           MOVE PRO-CODIGO TO WS-PRO-BUSCA
           PERFORM BUSCA-PRECO-VIGENTE
           PERFORM APLICA-CAMPANHA
           MOVE PRO-CODIGO        TO TAB-ITE-PRO-CODIGO (WS-IND-ITEM)
           MOVE PRC-QUANTIDADE (WS-IND-ITEM)
             TO TAB-ITE-QUANTIDADE (WS-IND-ITEM)
           MOVE WS-PRECO-SUGERIDO TO TAB-ITE-PRECO (WS-IND-ITEM)
           COMPUTE TAB-ITE-VALOR (WS-IND-ITEM) ROUNDED =
              PRC-QUANTIDADE (WS-IND-ITEM) * WS-PRECO-SUGERIDO
           MOVE PRO-CLASSE-FISCAL TO TAB-ITE-CLASSE (WS-IND-ITEM)
           MOVE WS-ORIGEM-PRECO   TO TAB-ITE-ORIGEM (WS-IND-ITEM)
           IF WS-CMP-RESULTADO = ZEROS
              MOVE WS-CMP-CAMPANHA TO TAB-ITE-CAMPANHA (WS-IND-ITEM)
              MOVE WS-CMP-PONTOS   TO TAB-ITE-PONTOS (WS-IND-ITEM)
           END-IF
           ADD TAB-ITE-VALOR (WS-IND-ITEM) TO WS-VALOR-PEDIDO
           .
       BUSCA-PRECO-VIGENTE.
      *    MESMA REGRA DE PRECO SUGERIDO DA DIGITACAO ONLINE:
      *    CONTRATO DO CLIENTE OU DO GRUPO ECONOMICO (CONTRLER);
      *    SEM CONTRATO, TABELA DE PRECOS NA DATA DO PEDIDO, FAIXA
      *    DA CLASSE ABC DO CLIENTE E DEPOIS A GERAL; SEM TABELA,
      *    O PRECO DE LISTA DO CADASTRO.
           MOVE PRO-PRECO-LISTA TO WS-PRECO-SUGERIDO
           MOVE "L"             TO WS-ORIGEM-PRECO
           MOVE CLI-CODIGO      TO WS-CTP-CLI-CODIGO
           MOVE CLI-CNPJ        TO WS-CTP-CLI-CNPJ
           MOVE WS-PRO-BUSCA    TO WS-CTP-PRO-CODIGO
           MOVE WS-DATA-SISTEMA TO WS-CTP-DATA
           CALL "CONTRLER" USING WS-AREA-CONTRATO
           IF WS-CTP-RESULTADO = ZEROS
              MOVE WS-CTP-PRECO  TO WS-PRECO-SUGERIDO
              MOVE WS-CTP-ORIGEM TO WS-ORIGEM-PRECO
              EXIT PARAGRAPH
           END-IF
           IF WS-PRECO-DISPONIVEL NOT = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACHOU-PRECO
           IF CLI-CLASSE-ABC = "A" OR = "B" OR = "C"
              MOVE CLI-CLASSE-ABC TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER
              IF WS-ACHOU-PRECO = "S"
                 MOVE "F" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           IF WS-ACHOU-PRECO NOT = "S"
              MOVE SPACE TO WS-TIER-BUSCA
              PERFORM PROCURA-PRECO-TIER
              IF WS-ACHOU-PRECO = "S"
                 MOVE "T" TO WS-ORIGEM-PRECO
              END-IF
           END-IF
           .
       PROCURA-PRECO-TIER.
           MOVE WS-PRO-BUSCA   TO PRE-PRO-CODIGO
           MOVE WS-TIER-BUSCA  TO PRE-TIER
           MOVE ZEROS          TO PRE-VIGENCIA
           START ARQ-PRECO KEY IS NOT LESS PRE-CHAVE
           IF WS-RESULTADO-PRECO NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-PRECOS
           PERFORM UNTIL WS-FIM-PRECOS = 1
              READ ARQ-PRECO NEXT AT END
                 MOVE 1 TO WS-FIM-PRECOS
              END-READ
              IF WS-FIM-PRECOS NOT = 1
                 IF PRE-PRO-CODIGO NOT = WS-PRO-BUSCA
                    OR PRE-TIER NOT = WS-TIER-BUSCA
                    OR PRE-VIGENCIA GREATER WS-DATA-SISTEMA
                    MOVE 1 TO WS-FIM-PRECOS
                 ELSE
                    MOVE PRE-VALOR TO WS-PRECO-SUGERIDO
                    MOVE "S"       TO WS-ACHOU-PRECO
                 END-IF
              END-IF
           END-PERFORM
           .
       APLICA-CAMPANHA.
      *    MESMA REGRA DE CAMPANHA DA DIGITACAO ONLINE: O PRECO DE
      *    CAMPANHA PASSA A SER O PRECO DO ITEM. PRECO DE CONTRATO
      *    NAO ENTRA EM CAMPANHA.
           IF WS-ORIGEM-PRECO = "C" OR = "G"
              MOVE 1 TO WS-CMP-RESULTADO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PRO-BUSCA      TO WS-CMP-PRO-CODIGO
           MOVE CLI-UF            TO WS-CMP-UF
           MOVE WS-DATA-SISTEMA   TO WS-CMP-DATA
           MOVE WS-PRECO-SUGERIDO TO WS-CMP-PRECO-BASE
           CALL "CALCCAMP" USING WS-AREA-CAMPANHA
           IF WS-CMP-RESULTADO = ZEROS
              MOVE WS-CMP-PRECO TO WS-PRECO-SUGERIDO
              MOVE "P"          TO WS-ORIGEM-PRECO
           END-IF
           .
       VERIFICA-LIMITE-CREDITO.
      *    MESMA CONFERENCIA DO PROG07: EXPOSICAO = SALDO DOS TITULOS
      *    EM ABERTO DO CLIENTE MAIS OS PEDIDOS PENDENTES DE
      *    LIBERACAO, MAIS ESTE PEDIDO. SEM SUPERVISOR NO LOTE, O
      *    PEDIDO ACIMA DO LIMITE E RECUSADO. LIMITE ZERADO = SEM
      *    CONFERENCIA.
           IF CLI-LIMITE-CREDITO = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-EXPOSICAO
           MOVE ZEROS TO TIT-CHAVE
           START ARQ-TITULO KEY IS NOT LESS TIT-CHAVE
           IF WS-RESULTADO-TITULO = 00
              MOVE ZEROS TO WS-FIM-TITULOS
              PERFORM UNTIL WS-FIM-TITULOS = 1
                 READ ARQ-TITULO NEXT AT END
                    MOVE 1 TO WS-FIM-TITULOS
                 END-READ
                 IF WS-FIM-TITULOS NOT = 1
                    IF TIT-CLI-CODIGO = CLI-CODIGO
                       AND TIT-ABERTO
                       COMPUTE WS-EXPOSICAO =
                          WS-EXPOSICAO + TIT-VALOR - TIT-VALOR-PAGO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE ZEROS TO PED-NUMERO
           START ARQ-PEDIDO KEY IS NOT LESS PED-NUMERO
           IF WS-RESULTADO-PEDIDO = 00
              MOVE ZEROS TO WS-FIM-TITULOS
              PERFORM UNTIL WS-FIM-TITULOS = 1
                 READ ARQ-PEDIDO NEXT AT END
                    MOVE 1 TO WS-FIM-TITULOS
                 END-READ
                 IF WS-FIM-TITULOS NOT = 1
                    IF PED-CLI-CODIGO = CLI-CODIGO
                       AND PED-PENDENTE
                       ADD PED-VALOR TO WS-EXPOSICAO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-EXPOSICAO + WS-VALOR-PEDIDO GREATER
              CLI-LIMITE-CREDITO
              SET MOTIVO-LIMITE-CREDITO TO TRUE
           END-IF
           .
       GRAVA-PEDIDO-PROGRAMADO.
           ADD 1 TO WS-PROX-NUMERO-PED
           MOVE WS-PROX-NUMERO-PED TO PED-NUMERO
           MOVE WS-DATA-EDITADA     TO PED-DATA
           MOVE WS-COMPETENCIA-HOJE TO PED-COMPETENCIA
           MOVE CLI-CODIGO          TO PED-CLI-CODIGO
           MOVE PRC-VEN-CODIGO      TO PED-VEN-CODIGO
           MOVE WS-VALOR-PEDIDO     TO PED-VALOR
           MOVE WS-VALOR-PEDIDO     TO PED-VALOR-BRUTO
           MOVE ZEROS               TO PED-PCT-DESCONTO
           MOVE SPACES              TO PED-DESC-LIBERADOR
           MOVE PRC-COND-PAGTO      TO PED-COND-PAGTO
      *    IMPOSTOS DO PEDIDO = SOMA DOS IMPOSTOS DOS ITENS.
           MOVE ZEROS TO WS-VALOR-ICMS-PED
           MOVE ZEROS TO WS-VALOR-IPI-PED
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > PRC-QTD-ITENS
                      OR WS-IND-ITEM > 8
              PERFORM CALCULA-TRIBUTO-ITEM
              ADD WS-TRB-VALOR-ICMS TO WS-VALOR-ICMS-PED
              ADD WS-TRB-VALOR-IPI  TO WS-VALOR-IPI-PED
           END-PERFORM
           MOVE WS-VALOR-ICMS-PED   TO PED-VALOR-ICMS
           MOVE WS-VALOR-IPI-PED    TO PED-VALOR-IPI
           IF WS-VALOR-PEDIDO GREATER WS-VALOR-ALCADA
              MOVE "P" TO PED-STATUS
           ELSE
              MOVE "A" TO PED-STATUS
           END-IF
      *    MESMA MARCACAO DE VENDA FORA DA CARTEIRA DO PROG07.
           IF PRC-VEN-CODIGO NOT = CLI-VEN-CODIGO
              AND PRC-VEN-CODIGO NOT = CLI-VEN-BACKUP
              MOVE "S" TO PED-FORA-CARTEIRA
           ELSE
              MOVE SPACE TO PED-FORA-CARTEIRA
           END-IF
           MOVE "V"    TO PED-TIPO
           MOVE SPACES TO PED-BON-LIBERADOR
           MOVE WS-EMPRESA-PEDIDO TO PED-EMPRESA
           WRITE REGISTRO-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              SUBTRACT 1 FROM WS-PROX-NUMERO-PED
              SET MOTIVO-ERRO-GRAVACAO TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IND-ITEM FROM 1 BY 1
                   UNTIL WS-IND-ITEM > PRC-QTD-ITENS
                      OR WS-IND-ITEM > 8
              PERFORM GRAVA-ITEM-PROGRAMADO
           END-PERFORM
           MOVE "R"        TO WS-STQ-FUNCAO
           MOVE ZEROS      TO WS-STQ-PRO-CODIGO
           MOVE PED-NUMERO TO WS-STQ-PED-NUMERO
           MOVE SPACES     TO WS-STQ-DOCUMENTO
           MOVE "LOTE"     TO WS-STQ-OPERADOR
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO = 2
              DISPLAY "PROGPEDREC - ERRO NA RESERVA DE ESTOQUE DO "
                 "PEDIDO " PED-NUMERO
           END-IF
           IF PED-ATIVO
              PERFORM GRAVA-TITULO-PROGRAMADO
              ADD 1 TO WS-QTD-GRAVADOS
           ELSE
              ADD 1 TO WS-QTD-PENDENTES
           END-IF
           ADD WS-VALOR-PEDIDO TO WS-VALOR-GRAVADO
           ADD PED-VALOR-ICMS  TO WS-ICMS-GRAVADO
           ADD PED-VALOR-IPI   TO WS-IPI-GRAVADO
           DISPLAY "PROGPEDREC - PEDIDO " PED-NUMERO
              " CLIENTE " PRC-CLI-CODIGO "/" PRC-SEQ
              " LIQUIDO " WS-VALOR-PEDIDO
              " SITUACAO " PED-STATUS
           .
       CALCULA-TRIBUTO-ITEM.
           MOVE CLI-FILIAL TO WS-TRB-FILIAL
           MOVE CLI-UF     TO WS-TRB-UF-DESTINO
           MOVE TAB-ITE-CLASSE (WS-IND-ITEM) TO WS-TRB-CLASSE
           MOVE TAB-ITE-VALOR (WS-IND-ITEM)  TO WS-TRB-VALOR-BASE
           CALL "CALCTRIB" USING WS-AREA-TRIBUTO
           .
       GRAVA-ITEM-PROGRAMADO.
           PERFORM CALCULA-TRIBUTO-ITEM
           MOVE PED-NUMERO  TO ITE-PED-NUMERO
           MOVE WS-IND-ITEM TO ITE-SEQUENCIA
           MOVE TAB-ITE-PRO-CODIGO (WS-IND-ITEM) TO ITE-PRO-CODIGO
           MOVE TAB-ITE-QUANTIDADE (WS-IND-ITEM) TO ITE-QUANTIDADE
           MOVE TAB-ITE-PRECO (WS-IND-ITEM) TO ITE-PRECO-UNITARIO
           MOVE TAB-ITE-VALOR (WS-IND-ITEM) TO ITE-VALOR
           MOVE TAB-ITE-VALOR (WS-IND-ITEM) TO ITE-VALOR-BRUTO
           MOVE ZEROS             TO ITE-PCT-DESCONTO
           MOVE WS-TRB-PCT-ICMS   TO ITE-PCT-ICMS
           MOVE WS-TRB-PCT-IPI    TO ITE-PCT-IPI
           MOVE WS-TRB-VALOR-ICMS TO ITE-VALOR-ICMS
           MOVE WS-TRB-VALOR-IPI  TO ITE-VALOR-IPI
           MOVE WS-TRB-ST         TO ITE-ICMS-ST
           MOVE TAB-ITE-CAMPANHA (WS-IND-ITEM) TO ITE-CAMPANHA
           MOVE TAB-ITE-PONTOS (WS-IND-ITEM)   TO ITE-PONTOS-CAMPANHA
           MOVE TAB-ITE-PRO-CODIGO (WS-IND-ITEM) TO WS-CUS-PRO-CODIGO
           MOVE WS-DATA-SISTEMA   TO WS-CUS-DATA
           CALL "CUSTOLER" USING WS-AREA-CUSTO
           MOVE WS-CUS-CUSTO      TO ITE-CUSTO-UNITARIO
           MOVE TAB-ITE-ORIGEM (WS-IND-ITEM) TO ITE-ORIGEM-PRECO
           WRITE REGISTRO-PEDITEM
           .
      *    UM TITULO POR PARCELA DA CONDICAO DE PAGAMENTO DO
      *    PROGRAMADO, DESDOBRADA PELO CALCPARC (MESMA REGRA DO
      *    PROG07).
       GRAVA-TITULO-PROGRAMADO.
           MOVE PED-COND-PAGTO      TO WS-PARC-CONDICAO
           MOVE WS-DATA-SISTEMA     TO WS-PARC-EMISSAO
           MOVE PED-VALOR           TO WS-PARC-VALOR-TOTAL
           MOVE WS-PRAZO-VENCIMENTO TO WS-PARC-PRAZO-PADRAO
           CALL "CALCPARC" USING WS-AREA-PARCELAS
           PERFORM VARYING WS-IND-PARCELA FROM 1 BY 1
                   UNTIL WS-IND-PARCELA > WS-PARC-QTD
              INITIALIZE REGISTRO-TITULO
              MOVE PED-NUMERO      TO TIT-NUMERO
              MOVE WS-IND-PARCELA  TO TIT-PARCELA
              MOVE WS-PARC-QTD     TO TIT-QTD-PARCELAS
              MOVE PED-CLI-CODIGO  TO TIT-CLI-CODIGO
              MOVE PED-VEN-CODIGO  TO TIT-VEN-CODIGO
              MOVE PED-EMPRESA     TO TIT-EMPRESA
              MOVE WS-DATA-SISTEMA TO TIT-DATA-EMISSAO
              MOVE WS-PARC-VENCIMENTO (WS-IND-PARCELA)
                TO TIT-DATA-VENCIMENTO
              MOVE WS-PARC-VALOR (WS-IND-PARCELA) TO TIT-VALOR
              MOVE ZEROS           TO TIT-VALOR-PAGO
              MOVE ZEROS           TO TIT-DATA-PAGAMENTO
              MOVE "A"             TO TIT-STATUS
              WRITE REGISTRO-TITULO
           END-PERFORM
           .
       AVANCA-PROXIMA-DATA.
      *    SEMANAL E QUINZENAL SOMAM 7 E 14 DIAS; MENSAL VAI PARA O
      *    MESMO DIA DO MES SEGUINTE, LIMITADO AO ULTIMO DIA DELE.
           EVALUATE TRUE
              WHEN PRC-SEMANAL
                 COMPUTE WS-DIAS-DATA =
                    FUNCTION INTEGER-OF-DATE(PRC-PROXIMA-DATA) + 7
                 COMPUTE PRC-PROXIMA-DATA =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-DATA)
              WHEN PRC-QUINZENAL
                 COMPUTE WS-DIAS-DATA =
                    FUNCTION INTEGER-OF-DATE(PRC-PROXIMA-DATA) + 14
                 COMPUTE PRC-PROXIMA-DATA =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-DATA)
              WHEN OTHER
                 DIVIDE PRC-PROXIMA-DATA BY 10000
                    GIVING WS-PRX-ANO REMAINDER WS-PRX-RESTO
                 DIVIDE WS-PRX-RESTO BY 100
                    GIVING WS-PRX-MES REMAINDER WS-PRX-DIA
                 ADD 1 TO WS-PRX-MES
                 IF WS-PRX-MES > 12
                    MOVE 1 TO WS-PRX-MES
                    ADD 1 TO WS-PRX-ANO
                 END-IF
                 EVALUATE WS-PRX-MES
                    WHEN 4
                    WHEN 6
                    WHEN 9
                    WHEN 11
                       MOVE 30 TO WS-ULTIMO-DIA-MES
                    WHEN 2
                       IF FUNCTION MOD (WS-PRX-ANO, 4) = 0
                          MOVE 29 TO WS-ULTIMO-DIA-MES
                       ELSE
                          MOVE 28 TO WS-ULTIMO-DIA-MES
                       END-IF
                    WHEN OTHER
                       MOVE 31 TO WS-ULTIMO-DIA-MES
                 END-EVALUATE
                 IF WS-PRX-DIA > WS-ULTIMO-DIA-MES
                    MOVE WS-ULTIMO-DIA-MES TO WS-PRX-DIA
                 END-IF
                 COMPUTE PRC-PROXIMA-DATA =
                    (WS-PRX-ANO * 10000) + (WS-PRX-MES * 100)
                    + WS-PRX-DIA
           END-EVALUATE
           .
       GRAVA-REJEITO-PROGRAMADO.
           ADD 1 TO WS-QTD-REJEITADOS
           MOVE WS-DATA-SISTEMA TO RJR-DATA
           MOVE PRC-CLI-CODIGO  TO RJR-CLI-CODIGO
           MOVE PRC-SEQ         TO RJR-SEQ
           MOVE PRC-VEN-CODIGO  TO RJR-VEN-CODIGO
           MOVE WS-REJ-PRODUTO  TO RJR-PRO-CODIGO
           MOVE WS-VALOR-PEDIDO TO RJR-VALOR
           MOVE WS-REJ-MOTIVO   TO RJR-MOTIVO
           WRITE REGISTRO-REJ-PEDREC
           DISPLAY "PROGPEDREC - REJEITADO CLIENTE " PRC-CLI-CODIGO
              "/" PRC-SEQ " MOTIVO " WS-REJ-MOTIVO
           EVALUATE TRUE
              WHEN MOTIVO-VENDEDOR-INVALIDO
                 MOVE "VENDEDOR INEXISTENTE/INATIVO" TO WS-DESC-MOTIVO
              WHEN MOTIVO-CLIENTE-INVALIDO
                 MOVE "CLIENTE INEXISTENTE/INATIVO"  TO WS-DESC-MOTIVO
              WHEN MOTIVO-COMPET-FECHADA
                 MOVE "COMPETENCIA FECHADA"          TO WS-DESC-MOTIVO
              WHEN MOTIVO-PRODUTO-INVALIDO
                 MOVE "PRODUTO INEXISTENTE/INATIVO"  TO WS-DESC-MOTIVO
              WHEN MOTIVO-CLIENTE-BLOQUEADO
                 MOVE "CLIENTE EM BLOQUEIO COMERCIAL"
                    TO WS-DESC-MOTIVO
              WHEN MOTIVO-ESTOQUE-INSUF
                 MOVE "ESTOQUE INSUFICIENTE"         TO WS-DESC-MOTIVO
              WHEN MOTIVO-LIMITE-CREDITO
                 MOVE "LIMITE DE CREDITO EXCEDIDO"   TO WS-DESC-MOTIVO
              WHEN OTHER
                 MOVE "ERRO NA GRAVACAO DO PEDIDO"   TO WS-DESC-MOTIVO
           END-EVALUATE
           MOVE SPACES TO WS-AVISO-TEXTO
           MOVE WS-VALOR-PEDIDO TO WS-VALOR-EDITADO
           EVALUATE TRUE
              WHEN WS-REJ-PRODUTO NOT = ZEROS
                 STRING "CLIENTE " DELIMITED BY SIZE
                    PRC-CLI-CODIGO DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    PRC-SEQ DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    WS-DESC-MOTIVO DELIMITED BY "  "
                    " - PRODUTO " DELIMITED BY SIZE
                    WS-REJ-PRODUTO DELIMITED BY SIZE
                    INTO WS-AVISO-TEXTO
                 END-STRING
              WHEN MOTIVO-LIMITE-CREDITO
                 STRING "CLIENTE " DELIMITED BY SIZE
                    PRC-CLI-CODIGO DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    PRC-SEQ DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    WS-DESC-MOTIVO DELIMITED BY "  "
                    " - PEDIDO " DELIMITED BY SIZE
                    WS-VALOR-EDITADO DELIMITED BY SIZE
                    INTO WS-AVISO-TEXTO
                 END-STRING
              WHEN OTHER
                 STRING "CLIENTE " DELIMITED BY SIZE
                    PRC-CLI-CODIGO DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    PRC-SEQ DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    WS-DESC-MOTIVO DELIMITED BY "  "
                    INTO WS-AVISO-TEXTO
                 END-STRING
           END-EVALUATE
           MOVE PRC-VEN-CODIGO TO WS-AVISO-VENDEDOR
           PERFORM ESCREVE-AVISO
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
      *    ABRE O AVISO DO VENDEDOR NA PRIMEIRA RECUSA DA NOITE
      *    (CABECALHO ENDERECADO AO VEN-EMAIL, JA ENFILEIRADO PARA O
      *    DESPACHANTE DE CORREIO) E ACRESCENTA AS DEMAIS. VENDEDOR
      *    SEM CADASTRO SO APARECE NO REJREC.TXT E NO SYSOUT.
           IF WS-AVISO-VENDEDOR = ZEROS
              EXIT PARAGRAPH
           END-IF
           PERFORM LOCALIZA-VENDEDOR-TABELA
           IF WS-IDX-VEN = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-AVISO-VENDEDOR TO WS-VEN-EDIT
           MOVE SPACES TO WID-ARQ-AVISO
           STRING "REC.V"     DELIMITED BY SIZE
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
              STRING "PEDIDOS PROGRAMADOS NAO GERADOS - VENDEDOR "
                 DELIMITED BY SIZE
                 WS-VEN-EDIT DELIMITED BY SIZE
                 " - DATA " DELIMITED BY SIZE
                 WS-DATA-SISTEMA DELIMITED BY SIZE
                 INTO LINHA-AVISO
              END-STRING
              WRITE LINHA-AVISO
              MOVE SPACES TO LINHA-AVISO
              STRING "O PEDIDO E TENTADO DE NOVO A CADA NOITE ATE "
                 DELIMITED BY SIZE
                 "SER CORRIGIDO OU SUSPENSO (PROG55)."
                 DELIMITED BY SIZE
                 INTO LINHA-AVISO
              END-STRING
              WRITE LINHA-AVISO
              IF TAB-VEN-EMAIL (WS-IDX-VEN) NOT = SPACES
                 MOVE "PEDIDOS PROGRAMADOS NAO GERADOS"
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
