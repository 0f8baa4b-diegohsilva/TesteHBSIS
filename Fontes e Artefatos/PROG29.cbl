      *    "P", GRAVADOS PELO PROG07 QUANDO O VALOR PASSA DA ALCADA)
      *    E DEIXA O SUPERVISOR DECIDIR UM A UM:
      *      (A)PROVAR  - PEDIDO VIRA ATIVO, PASSA A CONTAR PARA
      *                   COMISSAO/METAS E GANHA OS TITULOS A RECEBER
      *                   DAS PARCELAS DA SUA CONDICAO DE PAGAMENTO;
      *      (R)EJEITAR - PEDIDO VIRA REJEITADO E SAI DA FILA, E A
      *                   RESERVA DE ESTOQUE DOS ITENS E LIBERADA;
      *      ENTER      - PULA PARA O PROXIMO.
      *    O MOTIVO DA PENDENCIA (VALOR ACIMA DA ALCADA) E MOSTRADO
      *    EM CADA PEDIDO. ACESSO RESTRITO A SUPERVISORES.
      *    OS TITULOS DO PEDIDO LIBERADO HERDAM A EMPRESA DELE
      *    (PED-EMPRESA -> TIT-EMPRESA).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TITULO.
           88 ACAO-APROVAR      VALUE "A" "a".
           88 ACAO-REJEITAR     VALUE "R" "r".
      *    PRAZO PADRAO DE VENCIMENTO DOS TITULOS, EM DIAS CORRIDOS
      *    A PARTIR DA DATA DO PEDIDO (MESMA REGRA DO PROG07), USADO
      *    NOS PEDIDOS SEM CONDICAO DE PAGAMENTO.
       77 WS-PRAZO-VENCIMENTO      PIC 9(03) VALUE 30.
       77 WS-EMISSAO-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       COPY "AREA-PARCELAS.cpy".
       COPY "AREA-ESTOQUE.cpy".
       01 WS-VALOR-EDITADO         PIC ZZZ.ZZZ.ZZ9,99.
       01 AUX-DATA-PEDIDO          PIC 99/99/9(04).
       01 AUX-DATA-PEDIDO-R REDEFINES AUX-DATA-PEDIDO.
       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           MOVE "PRAZOVENC" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PRAZO-VENCIMENTO
           END-IF
           CANCEL "PARAMLER"
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN I-O ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
           IF WS-FECHACMP-DISPONIVEL = "S"
              CLOSE ARQ-FECHACMP
           END-IF
           CANCEL "MOVESTOQ"
           EXIT PROGRAM
           .
       FIM-SEM-ARQUIVOS.
                    DISPLAY LIMPA-LINHA                       AT 2401
                 ELSE
                    ADD 1 TO WS-QTD-REJEITADOS
                    PERFORM LIBERA-ESTOQUE-REJEITADO
                 END-IF
              WHEN OTHER
                 CONTINUE
           DISPLAY LIMPA-LINHA                                AT 0824
           DISPLAY LIMPA-LINHA                                AT 0924
           .
       LIBERA-ESTOQUE-REJEITADO.
           MOVE "L"        TO WS-STQ-FUNCAO
           MOVE ZEROS      TO WS-STQ-PRO-CODIGO
           MOVE PED-NUMERO TO WS-STQ-PED-NUMERO
           MOVE SPACES     TO WS-STQ-DOCUMENTO
           MOVE OPERADOR   TO WS-STQ-OPERADOR
           CALL "MOVESTOQ" USING WS-AREA-ESTOQUE
           IF WS-STQ-RESULTADO = 2
              DISPLAY "ERRO NA LIBERACAO DA RESERVA DE ESTOQUE."
                                                              AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
           END-IF
           .
       VERIFICA-COMPETENCIA-ABERTA.
      *    COMPETENCIA SEM LINHA EM FECHACMP.DAT (OU ARQUIVO
      *    AUSENTE) E TRATADA COMO ABERTA (MESMA REGRA DO PROG07).
           END-IF
           .
       GRAVAR-TITULO-LIBERADO.
      *    OS TITULOS A RECEBER SAO GERADOS NA LIBERACAO, COM A
      *    MESMA REGRA DO PROG07: UM POR PARCELA DA CONDICAO DE
      *    PAGAMENTO DO PEDIDO, CONTADA DA DATA DO PEDIDO.
           MOVE PED-DATA TO AUX-DATA-PEDIDO
           COMPUTE WS-EMISSAO-AAAAMMDD =
              (AUX-PED-ANO * 10000) + (AUX-PED-MES * 100)
                 + AUX-PED-DIA
           MOVE PED-COND-PAGTO      TO WS-PARC-CONDICAO
           MOVE WS-EMISSAO-AAAAMMDD TO WS-PARC-EMISSAO
           MOVE PED-VALOR           TO WS-PARC-VALOR-TOTAL
           MOVE WS-PRAZO-VENCIMENTO TO WS-PARC-PRAZO-PADRAO
           CALL "CALCPARC" USING WS-AREA-PARCELAS
           PERFORM VARYING WS-IND-PARCELA FROM 1 BY 1
                   UNTIL WS-IND-PARCELA > WS-PARC-QTD
              INITIALIZE REGISTRO-TITULO
              MOVE PED-NUMERO          TO TIT-NUMERO
              MOVE WS-IND-PARCELA      TO TIT-PARCELA
              MOVE WS-PARC-QTD         TO TIT-QTD-PARCELAS
              MOVE PED-CLI-CODIGO      TO TIT-CLI-CODIGO
              MOVE PED-VEN-CODIGO      TO TIT-VEN-CODIGO
              MOVE PED-EMPRESA         TO TIT-EMPRESA
              MOVE WS-EMISSAO-AAAAMMDD TO TIT-DATA-EMISSAO
              MOVE WS-PARC-VENCIMENTO (WS-IND-PARCELA)
                TO TIT-DATA-VENCIMENTO
              MOVE WS-PARC-VALOR (WS-IND-PARCELA) TO TIT-VALOR
              MOVE ZEROS               TO TIT-VALOR-PAGO
              MOVE ZEROS               TO TIT-DATA-PAGAMENTO
              MOVE "A"                 TO TIT-STATUS
              WRITE REGISTRO-TITULO
              IF WS-RESULTADO-TITULO NOT = 00 AND 22
                 DISPLAY "ERRO NA GRAVACAO - TITULOS:"        AT 2401
                 DISPLAY WS-RESULTADO-TITULO                  AT 2429
                 ACCEPT PAUSA                                 AT 2478
                 DISPLAY LIMPA-LINHA                          AT 2401
              END-IF
           END-PERFORM
           .
