       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCENCAR.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *      ******** ENCARGOS DE ATRASO NA BAIXA DE TITULOS ********
      *    SUBPROGRAMA CHAMADO NA BAIXA DE TITULOS (PROG25 E
      *    PROGRETBAN) PARA CALCULAR A MULTA E OS JUROS DE MORA
      *    DEVIDOS NA DATA DO PAGAMENTO SOBRE O SALDO DE PRINCIPAL
      *    DA PARCELA (AREA-ENCARGOS.CPY). A MULTA (MULTAATRASO, % DO
      *    SALDO) E OS JUROS (JUROSMES, % AO MES PRO RATA DIA) VEM DO
      *    PARAM.DAT NA PRIMEIRA CHAMADA E FICAM GUARDADOS ATE O
      *    CANCEL; PARAMETRO AUSENTE MANTEM O PADRAO EMBUTIDO.
      *    PARCELA COM PAGAMENTO PARCIAL ANTERIOR: OS JUROS CORREM SO
      *    A PARTIR DA DATA DAQUELE PAGAMENTO (INICIO DOS JUROS) E A
      *    MULTA, JA COBRADA NELE, NAO E COBRADA DE NOVO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-PARAMETROS-LIDOS      PIC X(01) VALUE "N".
       77 WS-PCT-MULTA             PIC 9(03)V9(02) VALUE 2.
       77 WS-PCT-JUROS-MES         PIC 9(03)V9(02) VALUE 1.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
       77 WS-DIAS-VENC             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PAGTO            PIC 9(07) VALUE ZEROS.
       77 WS-INICIO-JUROS          PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-AREA-ENCARGOS.
          02 LK-ENC-VENCIMENTO     PIC 9(08).
          02 LK-ENC-DATA-PAGTO     PIC 9(08).
          02 LK-ENC-SALDO          PIC 9(09)V9(02).
          02 LK-ENC-INICIO-JUROS   PIC 9(08).
          02 LK-ENC-MULTA-COBRADA  PIC X(01).
          02 LK-ENC-DIAS-ATRASO    PIC 9(05).
          02 LK-ENC-MULTA          PIC 9(09)V9(02).
          02 LK-ENC-JUROS          PIC 9(09)V9(02).
          02 LK-ENC-TOTAL          PIC 9(09)V9(02).

       PROCEDURE DIVISION USING LK-AREA-ENCARGOS.
       INICIO.
           IF WS-PARAMETROS-LIDOS NOT = "S"
              PERFORM LE-PARAMETROS
           END-IF
           MOVE ZEROS TO LK-ENC-DIAS-ATRASO
           MOVE ZEROS TO LK-ENC-MULTA
           MOVE ZEROS TO LK-ENC-JUROS
           MOVE ZEROS TO LK-ENC-TOTAL
           IF LK-ENC-DATA-PAGTO NOT GREATER LK-ENC-VENCIMENTO
              OR LK-ENC-SALDO = ZEROS
              GOBACK
           END-IF
           MOVE LK-ENC-VENCIMENTO TO WS-INICIO-JUROS
           IF LK-ENC-INICIO-JUROS GREATER WS-INICIO-JUROS
              MOVE LK-ENC-INICIO-JUROS TO WS-INICIO-JUROS
           END-IF
           IF LK-ENC-DATA-PAGTO GREATER WS-INICIO-JUROS
              COMPUTE WS-DIAS-VENC =
                 FUNCTION INTEGER-OF-DATE (WS-INICIO-JUROS)
              COMPUTE WS-DIAS-PAGTO =
                 FUNCTION INTEGER-OF-DATE (LK-ENC-DATA-PAGTO)
              COMPUTE LK-ENC-DIAS-ATRASO =
                 WS-DIAS-PAGTO - WS-DIAS-VENC
           END-IF
           IF LK-ENC-MULTA-COBRADA NOT = "S"
              COMPUTE LK-ENC-MULTA ROUNDED =
                 LK-ENC-SALDO * WS-PCT-MULTA / 100
           END-IF
           COMPUTE LK-ENC-JUROS ROUNDED =
              LK-ENC-SALDO * WS-PCT-JUROS-MES / 100 / 30
                 * LK-ENC-DIAS-ATRASO
           COMPUTE LK-ENC-TOTAL = LK-ENC-MULTA + LK-ENC-JUROS
           GOBACK
           .
       LE-PARAMETROS.
           MOVE "MULTAATRASO" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-MULTA
           END-IF
           MOVE "JUROSMES" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-JUROS-MES
           END-IF
           CANCEL "PARAMLER"
           MOVE "S" TO WS-PARAMETROS-LIDOS
           .
