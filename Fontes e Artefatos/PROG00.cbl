      *      "O" - TUDO, EXCETO DISTRIBUICAO (05), OPERADORES (15)
      *            E ATIVIDADE DE OPERADORES (16);
      *      "S" - TODAS AS OPCOES.
      *    AS OPCOES SAO MOSTRADAS EM PAGINAS DE 40 (01 A 40 NA
      *    PRIMEIRA, 41 EM DIANTE NA SEGUNDA); A OPCAO 99 ALTERNA
      *    A PAGINA, E QUALQUER OPCAO PERMITIDA PODE SER DIGITADA
      *    DE QUALQUER PAGINA.
      *    NA PRIMEIRA EXECUCAO (ARQUIVO AUSENTE) E CRIADO O
      *    SUPERVISOR INICIAL "ADMIN" COM SENHA "ADMIN".
      *    COM O CADASTRO DE EMPRESAS (EMPRESA.DAT, PROG64) PRESENTE,
      *    O OPERADOR ESCOLHE NO LOGIN A EMPRESA EM QUE VAI TRABALHAR
      *    ENTRE AS QUE LHE SAO PERMITIDAS (OPE-EMPRESAS; SO UMA =
      *    ESCOLHA AUTOMATICA). A EMPRESA FICA NA MARCA DE SESSAO
      *    (SAT-EMPRESA), DE ONDE OS PROGRAMAS A LEEM (EMPRLER), E
      *    APARECE NO TOPO DO MENU. SEM O CADASTRO, TUDO E EMPRESA 01.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SESATIVA.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMPRESA.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-OPERADOR.FD".
       COPY "ARQ-SESATIVA.FD".
       COPY "ARQ-ESTADO.FD".
       COPY "ARQ-ALERTAREC.FD".
       COPY "ARQ-EMPRESA.FD".

       WORKING-STORAGE SECTION.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-RESULTADO-SESATIVA PIC 9(02) VALUE ZEROS.
       77 WS-SESSAO-LIVRE      PIC X(01) VALUE "S".
       77 WS-RESPOSTA          PIC X(01) VALUE SPACES.
       77 WID-ARQ-EMPRESA      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EMPRESA PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO    PIC 9(02) VALUE 01.
       77 WS-EMPRESA-DIGITADA  PIC 9(02) VALUE ZEROS.
       77 WS-MULTI-EMPRESA     PIC X(01) VALUE "N".
       77 WS-QTD-EMPRESAS-OPE  PIC 9(01) VALUE ZEROS.
       77 WS-IDX-EMPRESA       PIC 9(01) VALUE ZEROS.
       77 WS-LINHA-EMPRESA     PIC 9(04) VALUE ZEROS.
       01 WS-EMPRESAS-PERMITIDAS.
          02 WS-EMP-PERMITIDA  PIC 9(02) OCCURS 5 TIMES.
       01 WS-CAB-EMPRESA.
          02 FILLER            PIC X(09) VALUE " EMPRESA ".
          02 WS-CAB-EMP-CODIGO PIC 9(02) VALUE ZEROS.
          02 FILLER            PIC X(03) VALUE " - ".
          02 WS-CAB-EMP-NOME   PIC X(40) VALUE SPACES.
          02 FILLER            PIC X(01) VALUE SPACE.
      *    TEMPO PARADO NO MENU QUE TRAVA A TELA E EXIGE A SENHA
      *    DE NOVO, EM MINUTOS; MARCA DE SESSAO PARADA HA MAIS DE
      *    QUATRO HORAS E TRATADA COMO SOBRA DE ABEND.
       77 WS-COLUNA-MENU       PIC 9(02) VALUE ZEROS.
       77 WS-POS-MENU          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MOSTRADAS     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-OPCOES-MENU   PIC 9(02) VALUE 64.
       77 WS-PAGINA-MENU       PIC 9(01) VALUE 1.
       77 WS-PRIMEIRA-OPCAO    PIC 9(02) VALUE ZEROS.
       77 WS-ULTIMA-OPCAO      PIC 9(02) VALUE ZEROS.
       77 PAUSA                PIC X(02) VALUE SPACES.
       77 WID-ARQ-SESSAO       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-SESSAO  PIC 9(02) VALUE ZEROS.
             "39 - CONSOLE DE ALERTAS".
          02 FILLER PIC X(38) VALUE
             "40 - TABELA DE PRECOS".
          02 FILLER PIC X(38) VALUE
             "41 - CONDICOES DE PAGAMENTO".
          02 FILLER PIC X(38) VALUE
             "42 - REVISAO DE LIMITE DE CREDITO".
          02 FILLER PIC X(38) VALUE
             "43 - MOVIMENTACAO DE ESTOQUE".
          02 FILLER PIC X(38) VALUE
             "44 - DEVOLUCAO DE MERCADORIA".
          02 FILLER PIC X(38) VALUE
             "45 - TABELA DE TRIBUTACAO".
          02 FILLER PIC X(38) VALUE
             "46 - CAMPANHAS PROMOCIONAIS".
          02 FILLER PIC X(38) VALUE
             "47 - EQUIPES DE VENDAS".
          02 FILLER PIC X(38) VALUE
             "48 - DESPESAS DE VIAGEM".
          02 FILLER PIC X(38) VALUE
             "49 - APROVACAO DE DESPESAS".
          02 FILLER PIC X(38) VALUE
             "50 - ASSINATURAS DE RELATORIOS".
          02 FILLER PIC X(38) VALUE
             "51 - DEFINICAO DE LISTAGENS".
          02 FILLER PIC X(38) VALUE
             "52 - EMISSAO DE LISTAGENS".
          02 FILLER PIC X(38) VALUE
             "53 - FAMILIAS DE PRODUTOS".
          02 FILLER PIC X(38) VALUE
             "54 - METAS POR FAMILIA".
          02 FILLER PIC X(38) VALUE
             "55 - PEDIDOS PROGRAMADOS".
          02 FILLER PIC X(38) VALUE
             "56 - PLANO DE CONTAS CONTABIL".
          02 FILLER PIC X(38) VALUE
             "57 - CONTESTACAO DE COMISSOES".
          02 FILLER PIC X(38) VALUE
             "58 - PESQUISAS DE SATISFACAO".
          02 FILLER PIC X(38) VALUE
             "59 - VERBA DE BONIFICACAO".
          02 FILLER PIC X(38) VALUE
             "60 - CUSTO PADRAO DOS PRODUTOS".
          02 FILLER PIC X(38) VALUE
             "61 - DE-PARA EDI DE PRODUTOS".
          02 FILLER PIC X(38) VALUE
             "62 - CONTRATOS DE PRECO".
          02 FILLER PIC X(38) VALUE
             "63 - ACORDOS DE REBATE".
          02 FILLER PIC X(38) VALUE
             "64 - CADASTRO DE EMPRESAS".
       01 FILLER REDEFINES TITULOS-MENU.
          02 TITULO-MENU       PIC X(38) OCCURS 64 TIMES.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
              ACCEPT PAUSA AT 2478
              GO TO FIM
           END-IF
           PERFORM ESCOLHE-EMPRESA THRU F-ESCOLHE-EMPRESA
           IF WS-EMPRESA-SESSAO = ZEROS
              DISPLAY LIMPA-TELA
              DISPLAY "NENHUMA EMPRESA ATIVA LIBERADA PARA ESTE "
                 "OPERADOR - PROCURE O SUPERVISOR (PROG15)." AT 1010
              ACCEPT PAUSA AT 2478
              GO TO FIM
           END-IF
           PERFORM MARCA-SESSAO-ATIVA
           PERFORM AVISA-ESTADO-LOTE
           PERFORM AVISA-ALERTAS-PENDENTES
               PERFORM VERIFICA-TEMPO-PARADO
               ACCEPT WS-HORA-ULTIMA-ACAO FROM TIME
               PERFORM MARCA-SESSAO-ATIVA
               IF OPCAO = 99
                  PERFORM TROCA-PAGINA-MENU
               END-IF
               IF OPCAO NOT = 00 AND NOT = 99
                  PERFORM VERIFICA-PERMISSAO
                  IF WS-OPCAO-PERMITIDA = "S"
                     PERFORM VERIFICA-OPCAO-QUIESCE
           MOVE CAB-OPERADOR TO SAT-OPE-CODIGO
           MOVE DATA-SISTEMA TO SAT-DATA
           MOVE WS-HORA-AGORA TO SAT-HORA
           MOVE WS-EMPRESA-SESSAO TO SAT-EMPRESA
           WRITE REGISTRO-SESATIVA
           IF WS-RESULTADO-SESATIVA = 22
              REWRITE REGISTRO-SESATIVA
           END-IF
           .
       ESCOLHE-EMPRESA.
      *    SEM CADASTRO DE EMPRESAS A INSTALACAO E DE EMPRESA UNICA
      *    (01). COM ELE, VALEM AS EMPRESAS ATIVAS DA LISTA DO
      *    OPERADOR (LISTA ZERADA = SO A 01): UMA SO ENTRA DIRETO;
      *    MAIS DE UMA, O OPERADOR ESCOLHE. NENHUMA VALIDA DEVOLVE
      *    EMPRESA ZERO E O LOGIN E RECUSADO.
           MOVE 01 TO WS-EMPRESA-SESSAO
           MOVE "N" TO WS-MULTI-EMPRESA
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN INPUT ARQ-EMPRESA
           IF WS-RESULTADO-EMPRESA NOT = 00
              GO TO F-ESCOLHE-EMPRESA
           END-IF
           MOVE "S" TO WS-MULTI-EMPRESA
           MOVE CAB-OPERADOR TO OPE-CODIGO
           READ ARQ-OPERADOR
           IF OPE-EMPRESAS = ZEROS
              MOVE 01 TO OPE-EMPRESA (1)
           END-IF
           MOVE ZEROS TO WS-QTD-EMPRESAS-OPE
           MOVE ZEROS TO WS-EMPRESAS-PERMITIDAS
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
              UNTIL WS-IDX-EMPRESA > 5
              IF OPE-EMPRESA (WS-IDX-EMPRESA) NOT = ZEROS
                 MOVE OPE-EMPRESA (WS-IDX-EMPRESA) TO EMP-CODIGO
                 READ ARQ-EMPRESA
                 IF WS-RESULTADO-EMPRESA = 00 AND EMP-ATIVA
                    ADD 1 TO WS-QTD-EMPRESAS-OPE
                    MOVE EMP-CODIGO
                       TO WS-EMP-PERMITIDA (WS-QTD-EMPRESAS-OPE)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QTD-EMPRESAS-OPE = ZEROS
              MOVE ZEROS TO WS-EMPRESA-SESSAO
              CLOSE ARQ-EMPRESA
              GO TO F-ESCOLHE-EMPRESA
           END-IF
           IF WS-QTD-EMPRESAS-OPE = 1
              MOVE WS-EMP-PERMITIDA (1) TO WS-EMPRESA-SESSAO
           ELSE
              PERFORM MOSTRA-EMPRESAS-PERMITIDAS
              MOVE ZEROS TO WS-EMPRESA-SESSAO
              PERFORM UNTIL WS-EMPRESA-SESSAO NOT = ZEROS
                 MOVE ZEROS TO WS-EMPRESA-DIGITADA
                 ACCEPT WS-EMPRESA-DIGITADA                  AT 2236
                 PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
                    UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS-OPE
                    IF WS-EMP-PERMITIDA (WS-IDX-EMPRESA)
                       = WS-EMPRESA-DIGITADA
                       AND WS-EMPRESA-DIGITADA NOT = ZEROS
                       MOVE WS-EMPRESA-DIGITADA
                          TO WS-EMPRESA-SESSAO
                    END-IF
                 END-PERFORM
                 IF WS-EMPRESA-SESSAO = ZEROS
                    DISPLAY "EMPRESA NAO LIBERADA PARA O OPERADOR!"
                                                              AT 2301
                 END-IF
              END-PERFORM
           END-IF
           MOVE WS-EMPRESA-SESSAO TO EMP-CODIGO
           READ ARQ-EMPRESA
           MOVE WS-EMPRESA-SESSAO TO WS-CAB-EMP-CODIGO
           MOVE EMP-RAZAO-SOCIAL  TO WS-CAB-EMP-NOME
           CLOSE ARQ-EMPRESA
           .
       F-ESCOLHE-EMPRESA. EXIT.
       MOSTRA-EMPRESAS-PERMITIDAS.
           DISPLAY LIMPA-TELA
           DISPLAY LINHA-TRACO                               AT 0101
           DISPLAY "ESCOLHA A EMPRESA DE TRABALHO"           AT 0215
           DISPLAY LINHA-TRACO                               AT 0301
           MOVE 0501 TO WS-LINHA-EMPRESA
           PERFORM VARYING WS-IDX-EMPRESA FROM 1 BY 1
              UNTIL WS-IDX-EMPRESA > WS-QTD-EMPRESAS-OPE
              MOVE WS-EMP-PERMITIDA (WS-IDX-EMPRESA) TO EMP-CODIGO
              READ ARQ-EMPRESA
              MOVE EMP-CODIGO       TO WS-CAB-EMP-CODIGO
              MOVE EMP-RAZAO-SOCIAL TO WS-CAB-EMP-NOME
              DISPLAY WS-CAB-EMPRESA              AT WS-LINHA-EMPRESA
              ADD 100 TO WS-LINHA-EMPRESA
           END-PERFORM
           DISPLAY "CODIGO DA EMPRESA.............:"         AT 2201
           .
       LIMPA-SESSAO-ATIVA.
           MOVE CAB-OPERADOR TO SAT-OPE-CODIGO
           READ ARQ-SESATIVA
              MOVE ZEROS                 TO OPE-FALHAS
              MOVE "N"                   TO OPE-BLOQUEADO
              MOVE SPACES                TO OPE-SENHAS-ANTERIORES
              MOVE ZEROS                 TO OPE-EMPRESAS
              WRITE REGISTRO-OPERADOR
           END-IF
           .
       MOSTRA-MENU.
           DISPLAY LIMPA-TELA
           DISPLAY LINHA-TRACO                               AT 0101
           IF WS-MULTI-EMPRESA = "S"
              DISPLAY WS-CAB-EMPRESA                         AT 0104
           END-IF
           DISPLAY CAB-DATA                                  AT 0201
           DISPLAY
              "HBSIS - Sistema Gerenciador de Carteiras de Clientes"
                                                             AT 0215
           DISPLAY "MENU PG"                                 AT 0272
           DISPLAY WS-PAGINA-MENU                            AT 0279
           DISPLAY LINHA-TRACO                               AT 0301
           IF WS-PAGINA-MENU = 1
              MOVE 01 TO WS-PRIMEIRA-OPCAO
              MOVE 40 TO WS-ULTIMA-OPCAO
           ELSE
              MOVE 41 TO WS-PRIMEIRA-OPCAO
              MOVE WS-QTD-OPCOES-MENU TO WS-ULTIMA-OPCAO
           END-IF
           MOVE ZEROS TO WS-QTD-MOSTRADAS
           PERFORM MOSTRA-OPCAO-MENU
              VARYING WS-IDX-MENU FROM WS-PRIMEIRA-OPCAO BY 1
              UNTIL WS-IDX-MENU > WS-ULTIMA-OPCAO
           PERFORM CONTA-PEDIDOS-PENDENTES
           IF WS-QTD-PED-PENDENTES NOT = ZEROS
              DISPLAY "*** PEDIDOS PENDENTES DE LIBERACAO (OPCAO 29):"
           END-IF
           DISPLAY "Informe sua opcao. Para encerrar digite 00: "
                                                             AT 2401
           DISPLAY "(99 = OUTRA PAGINA)"                     AT 2450
           .
       TROCA-PAGINA-MENU.
           IF WS-PAGINA-MENU = 1
              MOVE 2 TO WS-PAGINA-MENU
           ELSE
              MOVE 1 TO WS-PAGINA-MENU
           END-IF
           .
       AVISA-ESTADO-LOTE.
      *    AVISO NA ENTRADA: CADEIA NOTURNA RODANDO BLOQUEIA AS
              WHEN 37
              WHEN 38
              WHEN 40
              WHEN 41
              WHEN 42
              WHEN 43
              WHEN 44
              WHEN 45
              WHEN 46
              WHEN 47
              WHEN 48
              WHEN 49
              WHEN 50
              WHEN 51
              WHEN 52
              WHEN 53
              WHEN 54
              WHEN 55
              WHEN 56
              WHEN 57
              WHEN 58
              WHEN 59
              WHEN 60
              WHEN 61
              WHEN 62
              WHEN 63
              WHEN 64
                 MOVE "S" TO WS-OPCAO-BLOQUEADA
              WHEN OTHER
                 CONTINUE
                 MOVE 1 TO WS-FIM-PEDIDOS
              END-READ
              IF WS-FIM-PEDIDOS NOT = 1 AND PED-PENDENTE
                 IF PED-EMPRESA = WS-EMPRESA-SESSAO
                    OR (PED-EMPRESA = ZEROS
                       AND WS-EMPRESA-SESSAO = 01)
                    ADD 1 TO WS-QTD-PED-PENDENTES
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PEDIDO
              WHEN 21
              WHEN 22
              WHEN 35
              WHEN 52
                 MOVE "S" TO WS-OPCAO-PERMITIDA
              WHEN 05
              WHEN 15
              WHEN 37
              WHEN 38
              WHEN 39
              WHEN 49
              WHEN 50
              WHEN 51
              WHEN 53
              WHEN 56
              WHEN 58
              WHEN 59
              WHEN 60
              WHEN 62
              WHEN 63
              WHEN 64
                 IF OPERADOR-SUPERVISOR
                    MOVE "S" TO WS-OPCAO-PERMITIDA
                 ELSE
              WHEN 33
              WHEN 34
              WHEN 40
              WHEN 41
              WHEN 42
              WHEN 43
              WHEN 44
              WHEN 45
              WHEN 46
              WHEN 47
              WHEN 48
              WHEN 54
              WHEN 55
              WHEN 57
              WHEN 61
                 IF OPERADOR-CONSULTA
                    MOVE "N" TO WS-OPCAO-PERMITIDA
                 ELSE
                   DISPLAY LIMPA-TELA
                   CALL "PROG40" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG40"
               WHEN 41
                   DISPLAY LIMPA-TELA
                   CALL "PROG41" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG41"
               WHEN 42
                   DISPLAY LIMPA-TELA
                   CALL "PROG42" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG42"
               WHEN 43
                   DISPLAY LIMPA-TELA
                   CALL "PROG43" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG43"
               WHEN 44
                   DISPLAY LIMPA-TELA
                   CALL "PROG44" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG44"
               WHEN 45
                   DISPLAY LIMPA-TELA
                   CALL "PROG45" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG45"
               WHEN 46
                   DISPLAY LIMPA-TELA
                   CALL "PROG46" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG46"
               WHEN 47
                   DISPLAY LIMPA-TELA
                   CALL "PROG47" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG47"
               WHEN 48
                   DISPLAY LIMPA-TELA
                   CALL "PROG48" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG48"
               WHEN 49
                   DISPLAY LIMPA-TELA
                   CALL "PROG49" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG49"
               WHEN 50
                   DISPLAY LIMPA-TELA
                   CALL "PROG50" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG50"
               WHEN 51
                   DISPLAY LIMPA-TELA
                   CALL "PROG51" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG51"
               WHEN 52
                   DISPLAY LIMPA-TELA
                   CALL "PROG52" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG52"
               WHEN 53
                   DISPLAY LIMPA-TELA
                   CALL "PROG53" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG53"
               WHEN 54
                   DISPLAY LIMPA-TELA
                   CALL "PROG54" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG54"
               WHEN 55
                   DISPLAY LIMPA-TELA
                   CALL "PROG55" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG55"
               WHEN 56
                   DISPLAY LIMPA-TELA
                   CALL "PROG56" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG56"
               WHEN 57
                   DISPLAY LIMPA-TELA
                   CALL "PROG57" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG57"
               WHEN 58
                   DISPLAY LIMPA-TELA
                   CALL "PROG58" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG58"
               WHEN 59
                   DISPLAY LIMPA-TELA
                   CALL "PROG59" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG59"
               WHEN 60
                   DISPLAY LIMPA-TELA
                   CALL "PROG60" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG60"
               WHEN 61
                   DISPLAY LIMPA-TELA
                   CALL "PROG61" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG61"
               WHEN 62
                   DISPLAY LIMPA-TELA
                   CALL "PROG62" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG62"
               WHEN 63
                   DISPLAY LIMPA-TELA
                   CALL "PROG63" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG63"
               WHEN 64
                   DISPLAY LIMPA-TELA
                   CALL "PROG64" USING CAB-DATA CAB-OPERADOR
                   CANCEL "PROG64"
           END-EVALUATE
           .
