      *    AREA DE TRABALHO DA VALIDACAO DE INSCRICAO ESTADUAL
      *    (VALIDA-IE.cpy). O CHAMADOR MOVE A UF PARA IE-UF E A
      *    INSCRICAO DIGITADA (COM OU SEM PONTUACAO) PARA IE-ENTRADA;
      *    DEVOLVE WS-ERRO-IE "N" (VALIDA), "S" (INVALIDA) OU "B" (EM
      *    BRANCO) E A INSCRICAO SO COM OS DIGITOS EM IE-NORMALIZADA
      *    ("ISENTO" PASSA COMO VALIDA; PRODUTOR RURAL DE SP COM O
      *    "P" NA FRENTE).
       01  AREA-IE.
           05 IE-UF                  PIC X(02).
           05 IE-ENTRADA             PIC X(20).
           05 IE-NORMALIZADA         PIC X(14).
       01  WS-ERRO-IE                PIC X(01) VALUE SPACES.

       77  IE-QTD-DIGITOS            PIC 9(02)   VALUE ZEROS.
       77  IE-IDX                    PIC 9(02)   VALUE ZEROS.
       77  IE-POS                    PIC 9(02)   VALUE ZEROS.
       77  IE-QTD-PESAR              PIC 9(02)   VALUE ZEROS.
       77  IE-PESO                   PIC 9(02)   VALUE ZEROS.
       77  IE-PESO-MAX               PIC 9(02)   VALUE ZEROS.
       77  IE-PESO-REINICIO          PIC 9(02)   VALUE ZEROS.
       77  IE-SOMA                   PIC 9(05)   VALUE ZEROS.
       77  IE-PRODUTO                PIC 9(06)   VALUE ZEROS.
       77  IE-QUOCIENTE              PIC 9(05)   VALUE ZEROS.
       77  IE-RESTO                  PIC 9(02)   VALUE ZEROS.
       77  IE-DV                     PIC 9(02)   VALUE ZEROS.
       77  IE-DV-ESPECIAL            PIC 9(01)   VALUE ZEROS.
       77  IE-PARCELA                PIC 9(02)   VALUE ZEROS.
       77  IE-CARACTER               PIC X(01)   VALUE SPACES.
       77  IE-PRODUTOR-RURAL         PIC X(01)   VALUE "N".
       77  IE-MODULO-BA              PIC 9(02)   VALUE ZEROS.

       01  IE-DIGITOS                PIC X(14)   VALUE ZEROS.
       01  IE-DIGITOS-R REDEFINES IE-DIGITOS.
           05 IE-DIG                 PIC 9 OCCURS 14 TIMES.
       01  IE-BASE-8 REDEFINES IE-DIGITOS.
           05 IE-NUMERO-8            PIC 9(08).
           05 FILLER                 PIC X(06).
      *    DIGITOS A PESAR NO CALCULO CORRENTE (PARA OS ESTADOS QUE
      *    PULAM POSICOES OU INTERCALAM O PRIMEIRO DIGITO VERIFICADOR).
       01  IE-CALCULO                PIC X(14)   VALUE ZEROS.
       01  IE-CALCULO-R REDEFINES IE-CALCULO.
           05 IE-CALC                PIC 9 OCCURS 14 TIMES.
      *    PESOS FIXOS DO PRIMEIRO DIGITO DE SAO PAULO.
       01  IE-PESOS-SP               PIC X(16)
                                     VALUE "0103040506070810".
       01  IE-PESOS-SP-R REDEFINES IE-PESOS-SP.
           05 IE-PESO-SP             PIC 9(02) OCCURS 8 TIMES.
