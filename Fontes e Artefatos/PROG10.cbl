      *    MANTEM O ARQUIVO META.DAT (META MENSAL POR VENDEDOR E
      *    COMPETENCIA AAAAMM), PERMITINDO CARREGAR AS METAS DO
      *    PROXIMO ANO COM ANTECEDENCIA SEM PERDER O HISTORICO.
      *    A META LEVA A EMPRESA DO VENDEDOR (MET-EMPRESA) E SO SAO
      *    ACEITOS OS VENDEDORES DA EMPRESA DA SESSAO (EMPRLER).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 AUX-ANO-COMPET           PIC 9(04) VALUE ZEROS.
       77 AUX-MES-COMPET           PIC 9(02) VALUE ZEROS.
       77 WS-META-EXISTE           PIC X(01) VALUE SPACES.
       77 WS-EMPRESA-SESSAO        PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-VENDEDOR      PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       77 DATA-DE-HOJE             PIC 99/99/9(04).
       PROCEDURE DIVISION USING DATA-DE-HOJE OPERADOR.

       INICIO.
           CALL "EMPRLER" USING OPERADOR WS-EMPRESA-SESSAO
           CANCEL "EMPRLER"
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-META
           END-IF
           MOVE VEN-EMPRESA TO WS-EMPRESA-VENDEDOR
           IF WS-EMPRESA-VENDEDOR = ZEROS
              MOVE 01 TO WS-EMPRESA-VENDEDOR
           END-IF
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND WS-EMPRESA-VENDEDOR NOT = WS-EMPRESA-SESSAO
              DISPLAY "VENDEDOR DE OUTRA EMPRESA!"             AT 2401
              ACCEPT PAUSA                                    AT 2478
              DISPLAY LIMPA-LINHA                             AT 2401
              GO TO F-MANTER-META
           END-IF
           DISPLAY VEN-NOME                                   AT 0524
           MOVE ZEROS TO AUX-COMPETENCIA
           PERFORM UNTIL AUX-COMPETENCIA NOT = ZEROS
              MOVE AUX-VALOR       TO MET-VALOR
              MOVE DATA-DE-HOJE    TO MET-DATA-ALTERACAO
              MOVE OPERADOR        TO MET-OPERADOR
              MOVE WS-EMPRESA-VENDEDOR TO MET-EMPRESA
              IF WS-META-EXISTE = "S"
                 REWRITE REGISTRO-META
              ELSE
