      *    METAOVR.TXT (VENDEDOR 5 + PERCENTUAL 5, 999V99). A
      *    PREVIA COMPLETA SAI EM RGERMETA.TXT NOS DOIS MODOS;
      *    SO O MODO "E" GRAVA, COM MET-OPERADOR = "GERACAO".
      *    CADA META LEVA A EMPRESA DO VENDEDOR (MET-EMPRESA; ZERO
      *    NO CADASTRO = 01).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
              MOVE WS-VALOR-META   TO MET-VALOR
              MOVE WS-DATA-EDITADA TO MET-DATA-ALTERACAO
              MOVE "GERACAO"       TO MET-OPERADOR
              MOVE VEN-EMPRESA     TO MET-EMPRESA
              IF MET-EMPRESA = ZEROS
                 MOVE 01 TO MET-EMPRESA
              END-IF
              WRITE REGISTRO-META
              IF WS-RESULTADO-META = 22
                 REWRITE REGISTRO-META
