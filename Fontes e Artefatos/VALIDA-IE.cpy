      *    VALIDACAO DA INSCRICAO ESTADUAL PELA REGRA DE DIGITO
      *    VERIFICADOR DE CADA UF (TABELA DO SINTEGRA). USA A AREA
      *    DE AREA-IE.cpy; CHAMAR COM PERFORM VALIDA-IE THRU
      *    F-VALIDA-IE. OS PARAGRAFOS DE CADA ESTADO FICAM DEPOIS DO
      *    F-VALIDA-IE E SO SAO EXECUTADOS PELO EVALUATE.
       VALIDA-IE.
           MOVE SPACES TO IE-NORMALIZADA
           MOVE ZEROS  TO IE-DIGITOS
           MOVE ZEROS  TO IE-QTD-DIGITOS
           MOVE ZEROS  TO IE-POS
           MOVE "N"    TO IE-PRODUTOR-RURAL
           MOVE "S"    TO WS-ERRO-IE
           IF IE-ENTRADA = SPACES
              MOVE "B" TO WS-ERRO-IE
              GO TO F-VALIDA-IE
           END-IF
           INSPECT IE-ENTRADA CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF FUNCTION TRIM (IE-ENTRADA) = "ISENTO"
              MOVE "ISENTO" TO IE-NORMALIZADA
              MOVE "N"      TO WS-ERRO-IE
              GO TO F-VALIDA-IE
           END-IF
      *    SO DIGITOS CONTAM; PONTO, TRACO, BARRA E BRANCO SAO
      *    PONTUACAO. QUALQUER OUTRA COISA (IE-POS) INVALIDA.
           PERFORM VARYING IE-IDX FROM 1 BY 1 UNTIL IE-IDX > 20
              MOVE IE-ENTRADA (IE-IDX:1) TO IE-CARACTER
              EVALUATE TRUE
                 WHEN IE-CARACTER IS NUMERIC
                    ADD 1 TO IE-QTD-DIGITOS
                    IF IE-QTD-DIGITOS NOT > 14
                       MOVE IE-CARACTER
                          TO IE-DIGITOS (IE-QTD-DIGITOS:1)
                    END-IF
                 WHEN IE-CARACTER = "P" AND IE-QTD-DIGITOS = ZEROS
                    AND IE-PRODUTOR-RURAL = "N"
                    MOVE "S" TO IE-PRODUTOR-RURAL
                 WHEN IE-CARACTER = SPACE OR "." OR "-" OR "/"
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO IE-POS
              END-EVALUATE
           END-PERFORM
           IF IE-POS > ZEROS
              OR IE-QTD-DIGITOS = ZEROS OR IE-QTD-DIGITOS > 14
              GO TO F-VALIDA-IE
           END-IF
           IF IE-DIGITOS (1:IE-QTD-DIGITOS) = ZEROS
              GO TO F-VALIDA-IE
           END-IF
           IF IE-PRODUTOR-RURAL = "S"
              IF IE-UF NOT = "SP" OR IE-QTD-DIGITOS NOT = 12
                 GO TO F-VALIDA-IE
              END-IF
              STRING "P" DELIMITED BY SIZE
                     IE-DIGITOS (1:12) DELIMITED BY SIZE
                 INTO IE-NORMALIZADA
              END-STRING
           ELSE
              MOVE IE-DIGITOS (1:IE-QTD-DIGITOS) TO IE-NORMALIZADA
           END-IF
           MOVE "N" TO WS-ERRO-IE
           EVALUATE IE-UF
              WHEN "AC"
                 PERFORM IE-VALIDA-AC
              WHEN "AL"
                 PERFORM IE-VALIDA-AL
              WHEN "AP"
                 PERFORM IE-VALIDA-AP
              WHEN "BA"
                 PERFORM IE-VALIDA-BA
              WHEN "DF"
                 PERFORM IE-VALIDA-DF
              WHEN "GO"
                 PERFORM IE-VALIDA-GO
              WHEN "MA"
                 PERFORM IE-VALIDA-MA
              WHEN "MG"
                 PERFORM IE-VALIDA-MG
              WHEN "MS"
                 PERFORM IE-VALIDA-MS
              WHEN "MT"
                 PERFORM IE-VALIDA-MT
              WHEN "PA"
                 PERFORM IE-VALIDA-PA
              WHEN "PE"
                 PERFORM IE-VALIDA-PE
              WHEN "PR"
                 PERFORM IE-VALIDA-PR
              WHEN "RJ"
                 PERFORM IE-VALIDA-RJ
              WHEN "RN"
                 PERFORM IE-VALIDA-RN
              WHEN "RO"
                 PERFORM IE-VALIDA-RO
              WHEN "RR"
                 PERFORM IE-VALIDA-RR
              WHEN "RS"
                 PERFORM IE-VALIDA-RS
              WHEN "SP"
                 PERFORM IE-VALIDA-SP
              WHEN "TO"
                 PERFORM IE-VALIDA-TO
              WHEN "AM" WHEN "CE" WHEN "ES" WHEN "PB"
              WHEN "PI" WHEN "SC" WHEN "SE"
                 PERFORM IE-VALIDA-PADRAO-9
              WHEN OTHER
                 MOVE "S" TO WS-ERRO-IE
           END-EVALUATE
           .
       F-VALIDA-IE. EXIT.

      *    SOMA PONDERADA DE IE-CALC (1) A IE-CALC (IE-QTD-PESAR),
      *    PESO 2 NO ULTIMO DIGITO E CRESCENDO PARA A ESQUERDA ATE
      *    IE-PESO-MAX, QUANDO VOLTA A IE-PESO-REINICIO.
       IE-SOMA-PESOS.
           MOVE ZEROS TO IE-SOMA
           MOVE 2 TO IE-PESO
           PERFORM VARYING IE-IDX FROM IE-QTD-PESAR BY -1
              UNTIL IE-IDX = ZEROS
              COMPUTE IE-SOMA = IE-SOMA + IE-CALC (IE-IDX) * IE-PESO
              ADD 1 TO IE-PESO
              IF IE-PESO > IE-PESO-MAX
                 MOVE IE-PESO-REINICIO TO IE-PESO
              END-IF
           END-PERFORM
           .
      *    MODULO 11 PADRAO: RESTO 0 OU 1 DA DIGITO ZERO.
       IE-DV-MODULO-11.
           DIVIDE IE-SOMA BY 11 GIVING IE-QUOCIENTE
              REMAINDER IE-RESTO
           IF IE-RESTO < 2
              MOVE ZEROS TO IE-DV
           ELSE
              COMPUTE IE-DV = 11 - IE-RESTO
           END-IF
           .
      *    MODULO 11 EM QUE 10 E 11 VIRAM 0 E 1 (RO E PE ANTIGO).
       IE-DV-MENOS-10.
           DIVIDE IE-SOMA BY 11 GIVING IE-QUOCIENTE
              REMAINDER IE-RESTO
           COMPUTE IE-DV = 11 - IE-RESTO
           IF IE-DV > 9
              SUBTRACT 10 FROM IE-DV
           END-IF
           .
      *    SOMA X 10, MODULO 11, RESTO 10 DA ZERO (AL E RN).
       IE-DV-PRODUTO-10.
           COMPUTE IE-PRODUTO = IE-SOMA * 10
           DIVIDE IE-PRODUTO BY 11 GIVING IE-QUOCIENTE
              REMAINDER IE-RESTO
           IF IE-RESTO = 10
              MOVE ZEROS TO IE-DV
           ELSE
              MOVE IE-RESTO TO IE-DV
           END-IF
           .
       IE-CONFERE-DV.
           IF IE-DIG (IE-POS) NOT = IE-DV
              MOVE "S" TO WS-ERRO-IE
           END-IF
           .
      *    DIGITO NA POSICAO IE-POS, MODULO 11 PADRAO SOBRE OS
      *    DIGITOS ANTERIORES (PESOS ATE IE-PESO-MAX).
       IE-DV-UNICO.
           MOVE IE-DIGITOS TO IE-CALCULO
           COMPUTE IE-QTD-PESAR = IE-POS - 1
           MOVE 2 TO IE-PESO-REINICIO
           PERFORM IE-SOMA-PESOS
           PERFORM IE-DV-MODULO-11
           PERFORM IE-CONFERE-DV
           .
       IE-VALIDA-PADRAO-9.
           IF IE-QTD-DIGITOS NOT = 9
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE 9 TO IE-PESO-MAX
           MOVE 9 TO IE-POS
           PERFORM IE-DV-UNICO
           .
      *    AC E DF: 13 DIGITOS, DOIS VERIFICADORES.
       IE-VALIDA-13-DIGITOS.
           IF IE-QTD-DIGITOS NOT = 13
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE 9 TO IE-PESO-MAX
           MOVE 12 TO IE-POS
           PERFORM IE-DV-UNICO
           MOVE 13 TO IE-POS
           PERFORM IE-DV-UNICO
           .
       IE-VALIDA-AC.
           IF IE-DIGITOS (1:2) NOT = "01"
              MOVE "S" TO WS-ERRO-IE
           ELSE
              PERFORM IE-VALIDA-13-DIGITOS
           END-IF
           .
       IE-VALIDA-DF.
           IF IE-DIGITOS (1:2) NOT = "07"
              MOVE "S" TO WS-ERRO-IE
           ELSE
              PERFORM IE-VALIDA-13-DIGITOS
           END-IF
           .
       IE-VALIDA-AL.
           IF IE-QTD-DIGITOS NOT = 9 OR IE-DIGITOS (1:2) NOT = "24"
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE IE-DIGITOS TO IE-CALCULO
           MOVE 8 TO IE-QTD-PESAR
           MOVE 9 TO IE-PESO-MAX
           MOVE 2 TO IE-PESO-REINICIO
           PERFORM IE-SOMA-PESOS
           PERFORM IE-DV-PRODUTO-10
           MOVE 9 TO IE-POS
           PERFORM IE-CONFERE-DV
           .
      *    AP: A FAIXA DA INSCRICAO DEFINE UMA PARCELA SOMADA (P) E O
      *    DIGITO QUANDO A CONTA DA 11 (D).
       IE-VALIDA-AP.
           IF IE-QTD-DIGITOS NOT = 9 OR IE-DIGITOS (1:2) NOT = "03"
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN IE-NUMERO-8 NOT > 03017000
                 MOVE 5 TO IE-PARCELA
                 MOVE 0 TO IE-DV-ESPECIAL
              WHEN IE-NUMERO-8 NOT > 03019022
                 MOVE 9 TO IE-PARCELA
                 MOVE 1 TO IE-DV-ESPECIAL
              WHEN OTHER
                 MOVE 0 TO IE-PARCELA
                 MOVE 0 TO IE-DV-ESPECIAL
           END-EVALUATE
           MOVE IE-DIGITOS TO IE-CALCULO
           MOVE 8 TO IE-QTD-PESAR
           MOVE 9 TO IE-PESO-MAX
           MOVE 2 TO IE-PESO-REINICIO
           PERFORM IE-SOMA-PESOS
           ADD IE-PARCELA TO IE-SOMA
           DIVIDE IE-SOMA BY 11 GIVING IE-QUOCIENTE
              REMAINDER IE-RESTO
           COMPUTE IE-DV = 11 - IE-RESTO
           EVALUATE IE-DV
              WHEN 10
                 MOVE ZEROS TO IE-DV
              WHEN 11
                 MOVE IE-DV-ESPECIAL TO IE-DV
           END-EVALUATE
           MOVE 9 TO IE-POS
           PERFORM IE-CONFERE-DV
           .
      *    BA: 8 OU 9 DIGITOS. O SEGUNDO VERIFICADOR (ULTIMO DIGITO)
      *    E CALCULADO PRIMEIRO E ENTRA NO CALCULO DO PRIMEIRO. O
      *    MODULO E 11 QUANDO O DIGITO DE REFERENCIA (PRIMEIRO, OU
      *    SEGUNDO NA INSCRICAO DE 9) E 6, 7 OU 9; SENAO E 10.
       IE-VALIDA-BA.
           IF IE-QTD-DIGITOS NOT = 8 AND NOT = 9
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           IF IE-QTD-DIGITOS = 8
              MOVE IE-DIG (1) TO IE-DV-ESPECIAL
           ELSE
              MOVE IE-DIG (2) TO IE-DV-ESPECIAL
           END-IF
           IF IE-DV-ESPECIAL = 6 OR 7 OR 9
              MOVE 11 TO IE-MODULO-BA
           ELSE
              MOVE 10 TO IE-MODULO-BA
           END-IF
           MOVE IE-DIGITOS TO IE-CALCULO
           COMPUTE IE-QTD-PESAR = IE-QTD-DIGITOS - 2
           MOVE 99 TO IE-PESO-MAX
           MOVE 2 TO IE-PESO-REINICIO
           PERFORM IE-SOMA-PESOS
           PERFORM IE-DV-BA
           MOVE IE-QTD-DIGITOS TO IE-POS
           PERFORM IE-CONFERE-DV
           MOVE IE-DIGITOS TO IE-CALCULO
           MOVE IE-DIG (IE-QTD-DIGITOS)
              TO IE-CALC (IE-QTD-DIGITOS - 1)
           COMPUTE IE-QTD-PESAR = IE-QTD-DIGITOS - 1
           PERFORM IE-SOMA-PESOS
           PERFORM IE-DV-BA
           COMPUTE IE-POS = IE-QTD-DIGITOS - 1
           PERFORM IE-CONFERE-DV
           .
       IE-DV-BA.
           IF IE-MODULO-BA = 11
              PERFORM IE-DV-MODULO-11
           ELSE
              DIVIDE IE-SOMA BY 10 GIVING IE-QUOCIENTE
                 REMAINDER IE-RESTO
              IF IE-RESTO = ZEROS
                 MOVE ZEROS TO IE-DV
              ELSE
                 COMPUTE IE-DV = 10 - IE-RESTO
              END-IF
           END-IF
           .
      *    GO: RESTO 1 DA DIGITO 1 SO NA FAIXA 10103105 A 10119997.
       IE-VALIDA-GO.
           IF IE-QTD-DIGITOS NOT = 9
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           IF NOT ((IE-DIG (1) = 1 AND IE-DIG (2) = 0 OR 1 OR 5)
                   OR IE-DIG (1) = 2)
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE IE-DIGITOS TO IE-CALCULO
           MOVE 8 TO IE-QTD-PESAR
           MOVE 9 TO IE-PESO-MAX
           MOVE 2 TO IE-PESO-REINICIO
           PERFORM IE-SOMA-PESOS
           DIVIDE IE-SOMA BY 11 GIVING IE-QUOCIENTE
              REMAINDER IE-RESTO
           EVALUATE TRUE
              WHEN IE-RESTO = ZEROS
                 MOVE ZEROS TO IE-DV
              WHEN IE-RESTO = 1
                 IF IE-NUMERO-8 NOT < 10103105
                    AND IE-NUMERO-8 NOT > 10119997
                    MOVE 1 TO IE-DV
                 ELSE
                    MOVE ZEROS TO IE-DV
                 END-IF
              WHEN OTHER
                 COMPUTE IE-DV = 11 - IE-RESTO
           END-EVALUATE
           MOVE 9 TO IE-POS
           PERFORM IE-CONFERE-DV
           .
       IE-VALIDA-MA.
           IF IE-DIGITOS (1:2) NOT = "12"
              MOVE "S" TO WS-ERRO-IE
           ELSE
              PERFORM IE-VALIDA-PADRAO-9
           END-IF
           .
      *    MG: 13 DIGITOS. O PRIMEIRO VERIFICADOR E CALCULADO COM UM
      *    ZERO INTERCALADO DEPOIS DO CODIGO DO MUNICIPIO, PESOS 1 E
      *    2 ALTERNADOS E SOMA DOS ALGARISMOS DOS PRODUTOS; O SEGUNDO
      *    E MODULO 11 COM PESOS ATE 11.
       IE-VALIDA-MG.
           IF IE-QTD-DIGITOS NOT = 13
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO IE-CALCULO
           MOVE IE-DIGITOS (1:3) TO IE-CALCULO (1:3)
           MOVE IE-DIGITOS (4:8) TO IE-CALCULO (5:8)
           MOVE ZEROS TO IE-SOMA
           MOVE 1 TO IE-PESO
           PERFORM VARYING IE-IDX FROM 1 BY 1 UNTIL IE-IDX > 12
              COMPUTE IE-PARCELA = IE-CALC (IE-IDX) * IE-PESO
              IF IE-PARCELA > 9
                 SUBTRACT 9 FROM IE-PARCELA
              END-IF
              ADD IE-PARCELA TO IE-SOMA
              IF IE-PESO = 1
                 MOVE 2 TO IE-PESO
              ELSE
                 MOVE 1 TO IE-PESO
              END-IF
           END-PERFORM
           DIVIDE IE-SOMA BY 10 GIVING IE-QUOCIENTE
              REMAINDER IE-RESTO
           IF IE-RESTO = ZEROS
              MOVE ZEROS TO IE-DV
           ELSE
              COMPUTE IE-DV = 10 - IE-RESTO
           END-IF
           MOVE 12 TO IE-POS
           PERFORM IE-CONFERE-DV
           MOVE 11 TO IE-PESO-MAX
           MOVE 13 TO IE-POS
           PERFORM IE-DV-UNICO
           .
       IE-VALIDA-MS.
           IF IE-DIGITOS (1:2) NOT = "28" AND NOT = "50"
              MOVE "S" TO WS-ERRO-IE
           ELSE
              PERFORM IE-VALIDA-PADRAO-9
           END-IF
           .
      *    MT: 11 DIGITOS, COMPLETADOS COM ZEROS A ESQUERDA.
       IE-VALIDA-MT.
           IF IE-QTD-DIGITOS > 11
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO IE-CALCULO
           MOVE IE-DIGITOS (1:IE-QTD-DIGITOS)
              TO IE-CALCULO (12 - IE-QTD-DIGITOS:IE-QTD-DIGITOS)
           MOVE IE-CALCULO TO IE-DIGITOS
           MOVE 9 TO IE-PESO-MAX
           MOVE 11 TO IE-POS
           PERFORM IE-DV-UNICO
           .
       IE-VALIDA-PA.
           IF IE-DIGITOS (1:2) NOT = "15"
              MOVE "S" TO WS-ERRO-IE
           ELSE
              PERFORM IE-VALIDA-PADRAO-9
           END-IF
           .
      *    PE: INSCRICAO ATUAL DE 9 DIGITOS (DOIS VERIFICADORES) OU
      *    A ANTIGA DE 14 (PESOS ATE 9 E DEPOIS RECOMECANDO EM 1).
       IE-VALIDA-PE.
           EVALUATE IE-QTD-DIGITOS
              WHEN 9
                 MOVE 9 TO IE-PESO-MAX
                 MOVE 8 TO IE-POS
                 PERFORM IE-DV-UNICO
                 MOVE 9 TO IE-POS
                 PERFORM IE-DV-UNICO
              WHEN 14
                 MOVE IE-DIGITOS TO IE-CALCULO
                 MOVE 13 TO IE-QTD-PESAR
                 MOVE 9 TO IE-PESO-MAX
                 MOVE 1 TO IE-PESO-REINICIO
                 PERFORM IE-SOMA-PESOS
                 PERFORM IE-DV-MENOS-10
                 MOVE 14 TO IE-POS
                 PERFORM IE-CONFERE-DV
              WHEN OTHER
                 MOVE "S" TO WS-ERRO-IE
           END-EVALUATE
           .
       IE-VALIDA-PR.
           IF IE-QTD-DIGITOS NOT = 10
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE 7 TO IE-PESO-MAX
           MOVE 9 TO IE-POS
           PERFORM IE-DV-UNICO
           MOVE 10 TO IE-POS
           PERFORM IE-DV-UNICO
           .
       IE-VALIDA-RJ.
           IF IE-QTD-DIGITOS NOT = 8
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE 7 TO IE-PESO-MAX
           MOVE 8 TO IE-POS
           PERFORM IE-DV-UNICO
           .
       IE-VALIDA-RN.
           IF (IE-QTD-DIGITOS NOT = 9 AND NOT = 10)
              OR IE-DIGITOS (1:2) NOT = "20"
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE IE-DIGITOS TO IE-CALCULO
           COMPUTE IE-QTD-PESAR = IE-QTD-DIGITOS - 1
           MOVE 10 TO IE-PESO-MAX
           MOVE 2 TO IE-PESO-REINICIO
           PERFORM IE-SOMA-PESOS
           PERFORM IE-DV-PRODUTO-10
           MOVE IE-QTD-DIGITOS TO IE-POS
           PERFORM IE-CONFERE-DV
           .
       IE-VALIDA-RO.
           IF IE-QTD-DIGITOS NOT = 14
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE IE-DIGITOS TO IE-CALCULO
           MOVE 13 TO IE-QTD-PESAR
           MOVE 9 TO IE-PESO-MAX
           MOVE 2 TO IE-PESO-REINICIO
           PERFORM IE-SOMA-PESOS
           PERFORM IE-DV-MENOS-10
           MOVE 14 TO IE-POS
           PERFORM IE-CONFERE-DV
           .
      *    RR: PESOS 1 A 8 DA ESQUERDA PARA A DIREITA, MODULO 9.
       IE-VALIDA-RR.
           IF IE-QTD-DIGITOS NOT = 9 OR IE-DIGITOS (1:2) NOT = "24"
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO IE-SOMA
           PERFORM VARYING IE-IDX FROM 1 BY 1 UNTIL IE-IDX > 8
              COMPUTE IE-SOMA = IE-SOMA + IE-DIG (IE-IDX) * IE-IDX
           END-PERFORM
           DIVIDE IE-SOMA BY 9 GIVING IE-QUOCIENTE
              REMAINDER IE-DV
           MOVE 9 TO IE-POS
           PERFORM IE-CONFERE-DV
           .
       IE-VALIDA-RS.
           IF IE-QTD-DIGITOS NOT = 10
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE 9 TO IE-PESO-MAX
           MOVE 10 TO IE-POS
           PERFORM IE-DV-UNICO
           .
      *    SP: 12 DIGITOS. O NONO DIGITO USA PESOS FIXOS (1,3,4,5,6,
      *    7,8,10) E O DECIMO SEGUNDO PESOS ATE 10; NOS DOIS O DIGITO
      *    E O ALGARISMO DA DIREITA DO RESTO DA DIVISAO POR 11.
      *    PRODUTOR RURAL ("P" + 12 DIGITOS) SO TEM O NONO DIGITO.
       IE-VALIDA-SP.
           IF IE-QTD-DIGITOS NOT = 12
              MOVE "S" TO WS-ERRO-IE
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO IE-SOMA
           PERFORM VARYING IE-IDX FROM 1 BY 1 UNTIL IE-IDX > 8
              COMPUTE IE-SOMA = IE-SOMA
                 + IE-DIG (IE-IDX) * IE-PESO-SP (IE-IDX)
           END-PERFORM
           PERFORM IE-DV-RESTO-SP
           MOVE 9 TO IE-POS
           PERFORM IE-CONFERE-DV
           IF IE-PRODUTOR-RURAL = "S"
              EXIT PARAGRAPH
           END-IF
           MOVE IE-DIGITOS TO IE-CALCULO
           MOVE 11 TO IE-QTD-PESAR
           MOVE 10 TO IE-PESO-MAX
           MOVE 2 TO IE-PESO-REINICIO
           PERFORM IE-SOMA-PESOS
           PERFORM IE-DV-RESTO-SP
           MOVE 12 TO IE-POS
           PERFORM IE-CONFERE-DV
           .
       IE-DV-RESTO-SP.
           DIVIDE IE-SOMA BY 11 GIVING IE-QUOCIENTE
              REMAINDER IE-RESTO
           IF IE-RESTO = 10
              MOVE ZEROS TO IE-DV
           ELSE
              MOVE IE-RESTO TO IE-DV
           END-IF
           .
      *    TO: INSCRICAO ATUAL DE 9 DIGITOS OU A ANTIGA DE 11, CUJOS
      *    TERCEIRO E QUARTO DIGITOS (TIPO: 01, 02, 03 OU 99) FICAM
      *    FORA DO CALCULO.
       IE-VALIDA-TO.
           EVALUATE IE-QTD-DIGITOS
              WHEN 9
                 PERFORM IE-VALIDA-PADRAO-9
              WHEN 11
                 IF IE-DIGITOS (3:2) NOT = "01" AND NOT = "02"
                    AND NOT = "03" AND NOT = "99"
                    MOVE "S" TO WS-ERRO-IE
                    EXIT PARAGRAPH
                 END-IF
                 MOVE ZEROS TO IE-CALCULO
                 MOVE IE-DIGITOS (1:2) TO IE-CALCULO (1:2)
                 MOVE IE-DIGITOS (5:6) TO IE-CALCULO (3:6)
                 MOVE 8 TO IE-QTD-PESAR
                 MOVE 9 TO IE-PESO-MAX
                 MOVE 2 TO IE-PESO-REINICIO
                 PERFORM IE-SOMA-PESOS
                 PERFORM IE-DV-MODULO-11
                 MOVE 11 TO IE-POS
                 PERFORM IE-CONFERE-DV
              WHEN OTHER
                 MOVE "S" TO WS-ERRO-IE
           END-EVALUATE
           .
