       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONEMP.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *    ******** CONVERSAO DOS LEIAUTES PARA MULTI-EMPRESA ********
      *    EXECUCAO UNICA: RELE OS ARQUIVOS DE DADOS GRAVADOS NOS
      *    LEIAUTES ANTERIORES (ANTES DAS CONDICOES DE PAGAMENTO EM
      *    PARCELAS, DESCONTOS, IMPOSTOS, CAMPANHAS, CUSTO, FOLHA,
      *    COBRANCA, REMESSA BANCARIA, CONTABILIDADE E DA EMPRESA) E
      *    OS REGRAVA NOS LEIAUTES ATUAIS, COM SUFIXO ".NOVO" - COMO
      *    NO PROGCONVER, CABE AO OPERADOR SUBSTITUIR OS ARQUIVOS
      *    ORIGINAIS APOS CONFERIR AS QUANTIDADES NO LOG DO JOB.
      *    OS CAMPOS SEM EQUIVALENTE NO LEIAUTE ANTIGO NASCEM
      *    ZERADOS/EM BRANCO, EXCETO:
      *      - EMPRESA = 01 EM VENDEDOR, PEDIDO, PEDHIST, TITULO,
      *        COMISLED, META E DISTRIB (TODO O LEGADO E DA 01);
      *      - TITULO: CADA TITULO ANTIGO VIRA A PARCELA 01 DE 01
      *        (A CHAVE PASSOU A SER PEDIDO + PARCELA);
      *      - PEDIDO/PEDHIST: VALOR BRUTO = VALOR, TIPO "V" (VENDA);
      *      - PEDITEM/PEDITHIS: VALOR BRUTO = VALOR DO ITEM.
      *    OPERADOR.DAT CONVERTIDO FICA COM AS EMPRESAS PERMITIDAS
      *    ZERADAS (= SO A EMPRESA 01); AS DEMAIS SAO LIBERADAS NO
      *    PROG15. ARQUIVOS AUSENTES SAO PULADOS.
      *    A AUDITORIA DE CLIENTES (AUDCLI.TXT E AS GERACOES
      *    ARQUIVADAS PELO PROGARQLOG, REGISTRADAS EM CTRLARQ.DAT) E
      *    O JORNAL (JORNAL.TXT) TAMBEM SAO CONVERTIDOS: AS IMAGENS
      *    ANTES/DEPOIS PASSARAM DE 300 PARA 408 POSICOES E A LINHA
      *    ANTIGA, LIDA NO LEIAUTE NOVO, SAIRIA DESLOCADA. CADA
      *    IMAGEM ANTIGA E COPIADA NO INICIO DA NOVA, COM O FINAL
      *    EM BRANCO - E ASSIM QUE O PROG01 (DESFAZER) E O PROGRECUP
      *    RECONHECEM A LINHA ANTERIOR A CONVERSAO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-VEN-ANT ASSIGN TO WID-ARQ-VEN-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VAN-CODIGO
                  ALTERNATE RECORD KEY IS VAN-CPF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-CLI-ANT ASSIGN TO WID-ARQ-CLI-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAN-CODIGO
                  ALTERNATE RECORD KEY IS CAN-CNPJ
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-OPE-ANT ASSIGN TO WID-ARQ-OPE-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OAN-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-OPERADOR ASSIGN TO WID-ARQ-OPERADOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OPE-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-PRO-ANT ASSIGN TO WID-ARQ-PRO-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RAN-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-PRODUTO ASSIGN TO WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-PED-ANT ASSIGN TO WID-ARQ-PED-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PAN-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-PEDIDO ASSIGN TO WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-HIP-ANT ASSIGN TO WID-ARQ-HIP-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HAN-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-PEDHIST ASSIGN TO WID-ARQ-PEDHIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HIP-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-ITE-ANT ASSIGN TO WID-ARQ-ITE-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS IAN-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-PEDITEM ASSIGN TO WID-ARQ-PEDITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITE-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-HIT-ANT ASSIGN TO WID-ARQ-HIT-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS JAN-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-PEDITHIS ASSIGN TO WID-ARQ-PEDITHIS
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HIT-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-TIT-ANT ASSIGN TO WID-ARQ-TIT-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TAN-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-TITULO ASSIGN TO WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-CML-ANT ASSIGN TO WID-ARQ-CML-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LAN-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-COMLED ASSIGN TO WID-ARQ-COMLED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CML-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-AJU-ANT ASSIGN TO WID-ARQ-AJU-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AAN-PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-AJUSCOM ASSIGN TO WID-ARQ-AJUSCOM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AJU-PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-MET-ANT ASSIGN TO WID-ARQ-MET-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MAN-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-META ASSIGN TO WID-ARQ-META
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MET-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-DIS-ANT ASSIGN TO WID-ARQ-DIS-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DAN-CLI-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-DISTRIBUICAO ASSIGN TO WID-ARQ-DISTRIBUICAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DIS-CLI-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-VNH-ANT ASSIGN TO WID-ARQ-VNH-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS NAN-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-VENDHIST ASSIGN TO WID-ARQ-VENDHIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VNH-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-FXC-ANT ASSIGN TO WID-ARQ-FXC-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAN-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-FAIXACOM ASSIGN TO WID-ARQ-FAIXACOM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FXC-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-GCB-ANT ASSIGN TO WID-ARQ-GCB-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GAN-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-GERCAB ASSIGN TO WID-ARQ-GERCAB
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GCB-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-GED-ANT ASSIGN TO WID-ARQ-GED-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EAN-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-GERDET ASSIGN TO WID-ARQ-GERDET
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GED-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-ACL-ANT ASSIGN TO DISK WID-ARQ-ACL-ANT
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-AUD-CLIENTE ASSIGN TO DISK WID-ARQ-AUD-CLIENTE
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-JRN-ANT ASSIGN TO DISK WID-ARQ-JRN-ANT
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-ANTIGO.

           SELECT ARQ-JORNAL ASSIGN TO DISK WID-ARQ-JORNAL
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-CTRL-ARQLOG ASSIGN TO DISK WID-ARQ-CTRL-ARQLOG
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ARC-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-OPERADOR.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDHIST.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-PEDITHIS.FD".
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-COMLED.FD".
       COPY "ARQ-AJUSCOM.FD".
       COPY "ARQ-META.FD".
       COPY "ARQ-DISTRIBUICAO.FD".
       COPY "ARQ-VENDHIST.FD".
       COPY "ARQ-FAIXACOM.FD".
       COPY "ARQ-GERCAB.FD".
       COPY "ARQ-GERDET.FD".
       COPY "AUD-CLIENTE.FD".
       COPY "ARQ-JORNAL.FD".
       COPY "CTRL-ARQLOG.FD".

      *    LEIAUTES ANTERIORES, COMO GRAVADOS ANTES DESTA CONVERSAO:
      *    SO A CHAVE E DECLARADA, O RESTO E COPIADO EM BLOCO.
       FD  ARQ-VEN-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-VEN-ANT.
           02 VAN-CODIGO            PIC 9(05).
           02 VAN-CPF               PIC 9(11).
           02 VAN-RESTO             PIC X(244).

       FD  ARQ-CLI-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-CLI-ANT.
           02 CAN-CODIGO            PIC 9(07).
           02 CAN-CNPJ              PIC 9(14).
           02 CAN-RESTO             PIC X(278).

       FD  ARQ-OPE-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-OPE-ANT.
           02 OAN-CODIGO            PIC X(10).
           02 OAN-RESTO             PIC X(113).

       FD  ARQ-PRO-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-PRO-ANT.
           02 RAN-CODIGO            PIC 9(05).
           02 RAN-RESTO             PIC X(75).

       FD  ARQ-PED-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-PED-ANT.
           02 PAN-NUMERO            PIC 9(09).
           02 PAN-RESTO             PIC X(41).

       FD  ARQ-HIP-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-HIP-ANT.
           02 HAN-NUMERO            PIC 9(09).
           02 HAN-MEIO              PIC X(41).
           02 HAN-DATA-ARQUIVO      PIC 9(08).

       FD  ARQ-ITE-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-ITE-ANT.
           02 IAN-CHAVE.
              03 IAN-PED-NUMERO     PIC 9(09).
              03 IAN-SEQUENCIA      PIC 9(03).
           02 IAN-RESTO             PIC X(36).

       FD  ARQ-HIT-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-HIT-ANT.
           02 JAN-CHAVE.
              03 JAN-PED-NUMERO     PIC 9(09).
              03 JAN-SEQUENCIA      PIC 9(03).
           02 JAN-RESTO             PIC X(36).

       FD  ARQ-TIT-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-TIT-ANT.
           02 TAN-NUMERO            PIC 9(09).
           02 TAN-RESTO             PIC X(59).

       FD  ARQ-CML-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-CML-ANT.
           02 LAN-CHAVE.
              03 LAN-VEN-CODIGO     PIC 9(05).
              03 LAN-COMPETENCIA    PIC 9(06).
           02 LAN-RESTO             PIC X(88).

       FD  ARQ-AJU-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-AJU-ANT.
           02 AAN-PED-NUMERO        PIC 9(09).
           02 AAN-RESTO             PIC X(66).

       FD  ARQ-MET-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-MET-ANT.
           02 MAN-CHAVE.
              03 MAN-VEN-CODIGO     PIC 9(05).
              03 MAN-COMPETENCIA    PIC 9(06).
           02 MAN-RESTO             PIC X(31).

       FD  ARQ-DIS-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-DIS-ANT.
           02 DAN-CLI-CODIGO        PIC 9(07).
           02 DAN-RESTO             PIC X(14).

       FD  ARQ-VNH-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-VNH-ANT.
           02 NAN-CHAVE.
              03 NAN-VEN-CODIGO     PIC 9(05).
              03 NAN-COMPETENCIA    PIC 9(06).
           02 NAN-RESTO             PIC X(39).

       FD  ARQ-FXC-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-FXC-ANT.
           02 FAN-CHAVE.
              03 FAN-COMPET-VIGENCIA PIC 9(06).
              03 FAN-SEQUENCIA      PIC 9(02).
           02 FAN-RESTO             PIC X(38).

       FD  ARQ-GCB-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-GCB-ANT.
           02 GAN-NUMERO            PIC 9(05).
           02 GAN-RESTO             PIC X(38).

       FD  ARQ-GED-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-GED-ANT.
           02 EAN-CHAVE.
              03 EAN-GERACAO        PIC 9(05).
              03 EAN-CLI-CODIGO     PIC 9(07).
           02 EAN-RESTO             PIC X(19).

       FD  ARQ-ACL-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-ACL-ANT.
           02 UAN-CABECALHO         PIC X(18).
           02 UAN-ANTES             PIC X(300).
           02 UAN-DEPOIS            PIC X(300).
           02 UAN-OPERADOR          PIC X(10).

       FD  ARQ-JRN-ANT
           LABEL RECORD IS STANDARD.
       01  REGISTRO-JRN-ANT.
           02 KAN-CABECALHO         PIC X(23).
           02 KAN-ANTES             PIC X(300).
           02 KAN-DEPOIS            PIC X(300).

       WORKING-STORAGE SECTION.
       77 WS-AUT-OPERACAO          PIC X(10) VALUE SPACES.
       77 WS-AUT-SOLICITANTE       PIC X(10) VALUE SPACES.
       77 WS-AUT-RESULTADO         PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-VEN-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-OPE-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-OPERADOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRO-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PED-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-HIP-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDHIST          PIC X(50) VALUE SPACES.
       77 WID-ARQ-ITE-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-HIT-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITHIS         PIC X(50) VALUE SPACES.
       77 WID-ARQ-TIT-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CML-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-AJU-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-AJUSCOM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-MET-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-META             PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIS-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DISTRIBUICAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-VNH-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDHIST         PIC X(50) VALUE SPACES.
       77 WID-ARQ-FXC-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-FAIXACOM         PIC X(50) VALUE SPACES.
       77 WID-ARQ-GCB-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-GERCAB           PIC X(50) VALUE SPACES.
       77 WID-ARQ-GED-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-GERDET           PIC X(50) VALUE SPACES.
       77 WID-ARQ-ACL-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUD-CLIENTE      PIC X(50) VALUE SPACES.
       77 WID-ARQ-JRN-ANT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-JORNAL           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-ARQLOG      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ANTIGO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-NOVO        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL        PIC 9(02) VALUE ZEROS.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-CTRL              PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS          PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGCONEMP - INICIO DA CONVERSAO DOS LEIAUTES "
              "PARA MULTI-EMPRESA"
      *    A CONVERSAO DA BASE E OPERACAO A QUATRO MAOS: EXIGE
      *    PEDIDO APROVADO NA FILA DE AUTORIZACOES (PROG36);
      *    SEM ELE, A TENTATIVA VIRA PEDIDO PENDENTE.
           MOVE "PROGCONEMP" TO WS-AUT-OPERACAO
           MOVE "PROGCONEMP" TO WS-AUT-SOLICITANTE
           CALL "AUTORIZ" USING WS-AUT-OPERACAO
              WS-AUT-SOLICITANTE WS-AUT-RESULTADO
           CANCEL "AUTORIZ"
           IF WS-AUT-RESULTADO NOT = ZEROS
              DISPLAY "PROGCONEMP - AGUARDANDO APROVACAO DE UM "
                 "SEGUNDO SUPERVISOR (PROG36) - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CONVERTE-VENDEDOR
              THRU F-CONVERTE-VENDEDOR
           PERFORM CONVERTE-CLIENTE
              THRU F-CONVERTE-CLIENTE
           PERFORM CONVERTE-OPERADOR
              THRU F-CONVERTE-OPERADOR
           PERFORM CONVERTE-PRODUTO
              THRU F-CONVERTE-PRODUTO
           PERFORM CONVERTE-PEDIDO
              THRU F-CONVERTE-PEDIDO
           PERFORM CONVERTE-PEDHIST
              THRU F-CONVERTE-PEDHIST
           PERFORM CONVERTE-PEDITEM
              THRU F-CONVERTE-PEDITEM
           PERFORM CONVERTE-PEDITHIS
              THRU F-CONVERTE-PEDITHIS
           PERFORM CONVERTE-TITULO
              THRU F-CONVERTE-TITULO
           PERFORM CONVERTE-COMLED
              THRU F-CONVERTE-COMLED
           PERFORM CONVERTE-AJUSCOM
              THRU F-CONVERTE-AJUSCOM
           PERFORM CONVERTE-META
              THRU F-CONVERTE-META
           PERFORM CONVERTE-DISTRIBUICAO
              THRU F-CONVERTE-DISTRIBUICAO
           PERFORM CONVERTE-VENDHIST
              THRU F-CONVERTE-VENDHIST
           PERFORM CONVERTE-FAIXACOM
              THRU F-CONVERTE-FAIXACOM
           PERFORM CONVERTE-GERCAB
              THRU F-CONVERTE-GERCAB
           PERFORM CONVERTE-GERDET
              THRU F-CONVERTE-GERDET
           PERFORM CONVERTE-AUDITORIA-CLIENTE
              THRU F-CONVERTE-AUDITORIA-CLIENTE
           PERFORM CONVERTE-JORNAL
              THRU F-CONVERTE-JORNAL
           DISPLAY "PROGCONEMP - FIM DA CONVERSAO. SUBSTITUIR OS "
              "ARQUIVOS ORIGINAIS PELOS .NOVO APOS CONFERENCIA."
           .
       FIM.
           STOP RUN.

       CONVERTE-VENDEDOR.
           MOVE "VENDEDOR.DAT"      TO WID-ARQ-VEN-ANT
           MOVE "VENDEDOR.DAT.NOVO" TO WID-ARQ-VENDEDOR
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-VEN-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - VENDEDOR.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-VENDEDOR
           END-IF
           OPEN OUTPUT ARQ-VENDEDOR
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-VEN-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-VENDEDOR
                 MOVE REGISTRO-VEN-ANT TO REGISTRO-VENDEDOR (1:260)
                 MOVE 01 TO VEN-EMPRESA
                 WRITE REGISTRO-VENDEDOR
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-VEN-ANT
           CLOSE ARQ-VENDEDOR
           DISPLAY "PROGCONEMP - VENDEDOR LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-VENDEDOR. EXIT.

       CONVERTE-CLIENTE.
           MOVE "CLIENTE.DAT"      TO WID-ARQ-CLI-ANT
           MOVE "CLIENTE.DAT.NOVO" TO WID-ARQ-CLIENTE
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-CLI-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - CLIENTE.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-CLIENTE
           END-IF
           OPEN OUTPUT ARQ-CLIENTE
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-CLI-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-CLIENTE
                 MOVE REGISTRO-CLI-ANT TO REGISTRO-CLIENTE (1:299)
                 WRITE REGISTRO-CLIENTE
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-CLI-ANT
           CLOSE ARQ-CLIENTE
           DISPLAY "PROGCONEMP - CLIENTE LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-CLIENTE. EXIT.

       CONVERTE-OPERADOR.
           MOVE "OPERADOR.DAT"      TO WID-ARQ-OPE-ANT
           MOVE "OPERADOR.DAT.NOVO" TO WID-ARQ-OPERADOR
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-OPE-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - OPERADOR.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-OPERADOR
           END-IF
           OPEN OUTPUT ARQ-OPERADOR
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-OPE-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-OPERADOR
                 MOVE REGISTRO-OPE-ANT TO REGISTRO-OPERADOR (1:123)
                 WRITE REGISTRO-OPERADOR
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-OPE-ANT
           CLOSE ARQ-OPERADOR
           DISPLAY "PROGCONEMP - OPERADOR LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-OPERADOR. EXIT.

       CONVERTE-PRODUTO.
           MOVE "PRODUTO.DAT"      TO WID-ARQ-PRO-ANT
           MOVE "PRODUTO.DAT.NOVO" TO WID-ARQ-PRODUTO
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-PRO-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - PRODUTO.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-PRODUTO
           END-IF
           OPEN OUTPUT ARQ-PRODUTO
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-PRO-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-PRODUTO
                 MOVE REGISTRO-PRO-ANT TO REGISTRO-PRODUTO (1:80)
                 WRITE REGISTRO-PRODUTO
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PRO-ANT
           CLOSE ARQ-PRODUTO
           DISPLAY "PROGCONEMP - PRODUTO LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-PRODUTO. EXIT.

       CONVERTE-PEDIDO.
           MOVE "PEDIDO.DAT"      TO WID-ARQ-PED-ANT
           MOVE "PEDIDO.DAT.NOVO" TO WID-ARQ-PEDIDO
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-PED-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - PEDIDO.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-PEDIDO
           END-IF
           OPEN OUTPUT ARQ-PEDIDO
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-PED-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-PEDIDO
                 MOVE REGISTRO-PED-ANT TO REGISTRO-PEDIDO (1:50)
                 MOVE PED-VALOR TO PED-VALOR-BRUTO
                 MOVE "V" TO PED-TIPO
                 MOVE 01 TO PED-EMPRESA
                 WRITE REGISTRO-PEDIDO
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PED-ANT
           CLOSE ARQ-PEDIDO
           DISPLAY "PROGCONEMP - PEDIDO LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-PEDIDO. EXIT.

       CONVERTE-PEDHIST.
           MOVE "PEDHIST.DAT"      TO WID-ARQ-HIP-ANT
           MOVE "PEDHIST.DAT.NOVO" TO WID-ARQ-PEDHIST
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-HIP-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - PEDHIST.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-PEDHIST
           END-IF
           OPEN OUTPUT ARQ-PEDHIST
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-HIP-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-PEDHIST
                 MOVE REGISTRO-HIP-ANT (1:50) TO REGISTRO-PEDHIST (1:50)
                 MOVE HAN-DATA-ARQUIVO TO HIP-DATA-ARQUIVO
                 MOVE HIP-VALOR TO HIP-VALOR-BRUTO
                 MOVE "V" TO HIP-TIPO
                 MOVE 01 TO HIP-EMPRESA
                 WRITE REGISTRO-PEDHIST
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-HIP-ANT
           CLOSE ARQ-PEDHIST
           DISPLAY "PROGCONEMP - PEDHIST LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-PEDHIST. EXIT.

       CONVERTE-PEDITEM.
           MOVE "PEDITEM.DAT"      TO WID-ARQ-ITE-ANT
           MOVE "PEDITEM.DAT.NOVO" TO WID-ARQ-PEDITEM
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-ITE-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - PEDITEM.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-PEDITEM
           END-IF
           OPEN OUTPUT ARQ-PEDITEM
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-ITE-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-PEDITEM
                 MOVE REGISTRO-ITE-ANT TO REGISTRO-PEDITEM (1:48)
                 MOVE ITE-VALOR TO ITE-VALOR-BRUTO
                 WRITE REGISTRO-PEDITEM
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-ITE-ANT
           CLOSE ARQ-PEDITEM
           DISPLAY "PROGCONEMP - PEDITEM LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-PEDITEM. EXIT.

       CONVERTE-PEDITHIS.
           MOVE "PEDITHIS.DAT"      TO WID-ARQ-HIT-ANT
           MOVE "PEDITHIS.DAT.NOVO" TO WID-ARQ-PEDITHIS
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-HIT-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - PEDITHIS.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-PEDITHIS
           END-IF
           OPEN OUTPUT ARQ-PEDITHIS
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-HIT-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-PEDITHIS
                 MOVE REGISTRO-HIT-ANT TO REGISTRO-PEDITHIS (1:48)
                 MOVE HIT-VALOR TO HIT-VALOR-BRUTO
                 WRITE REGISTRO-PEDITHIS
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-HIT-ANT
           CLOSE ARQ-PEDITHIS
           DISPLAY "PROGCONEMP - PEDITHIS LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-PEDITHIS. EXIT.

       CONVERTE-TITULO.
           MOVE "TITULO.DAT"      TO WID-ARQ-TIT-ANT
           MOVE "TITULO.DAT.NOVO" TO WID-ARQ-TITULO
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-TIT-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - TITULO.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-TITULO
           END-IF
           OPEN OUTPUT ARQ-TITULO
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-TIT-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-TITULO
                 MOVE TAN-NUMERO TO TIT-NUMERO
                 MOVE 01 TO TIT-PARCELA
                 MOVE 01 TO TIT-QTD-PARCELAS
                 MOVE TAN-RESTO TO REGISTRO-TITULO (14:59)
                 MOVE 01 TO TIT-EMPRESA
                 WRITE REGISTRO-TITULO
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-TIT-ANT
           CLOSE ARQ-TITULO
           DISPLAY "PROGCONEMP - TITULO LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-TITULO. EXIT.

       CONVERTE-COMLED.
           MOVE "COMISLED.DAT"      TO WID-ARQ-CML-ANT
           MOVE "COMISLED.DAT.NOVO" TO WID-ARQ-COMLED
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-CML-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - COMISLED.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-COMLED
           END-IF
           OPEN OUTPUT ARQ-COMLED
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-CML-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-COMLED
                 MOVE REGISTRO-CML-ANT TO REGISTRO-COMLED (1:99)
                 MOVE 01 TO CML-EMPRESA
                 WRITE REGISTRO-COMLED
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-CML-ANT
           CLOSE ARQ-COMLED
           DISPLAY "PROGCONEMP - COMISLED LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-COMLED. EXIT.

       CONVERTE-AJUSCOM.
           MOVE "AJUSCOM.DAT"      TO WID-ARQ-AJU-ANT
           MOVE "AJUSCOM.DAT.NOVO" TO WID-ARQ-AJUSCOM
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-AJU-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - AJUSCOM.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-AJUSCOM
           END-IF
           OPEN OUTPUT ARQ-AJUSCOM
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-AJU-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-AJUSCOM
                 MOVE REGISTRO-AJU-ANT TO REGISTRO-AJUSCOM (1:75)
                 WRITE REGISTRO-AJUSCOM
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-AJU-ANT
           CLOSE ARQ-AJUSCOM
           DISPLAY "PROGCONEMP - AJUSCOM LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-AJUSCOM. EXIT.

       CONVERTE-META.
           MOVE "META.DAT"      TO WID-ARQ-MET-ANT
           MOVE "META.DAT.NOVO" TO WID-ARQ-META
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-MET-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - META.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-META
           END-IF
           OPEN OUTPUT ARQ-META
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-MET-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-META
                 MOVE REGISTRO-MET-ANT TO REGISTRO-META (1:42)
                 MOVE 01 TO MET-EMPRESA
                 WRITE REGISTRO-META
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-MET-ANT
           CLOSE ARQ-META
           DISPLAY "PROGCONEMP - META LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-META. EXIT.

       CONVERTE-DISTRIBUICAO.
           MOVE "DISTRIB.DAT"      TO WID-ARQ-DIS-ANT
           MOVE "DISTRIB.DAT.NOVO" TO WID-ARQ-DISTRIBUICAO
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-DIS-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - DISTRIB.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-DISTRIBUICAO
           END-IF
           OPEN OUTPUT ARQ-DISTRIBUICAO
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-DIS-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-DISTRIBUICAO
                 MOVE REGISTRO-DIS-ANT TO REGISTRO-DISTRIBUICAO (1:21)
                 MOVE 01 TO DIS-EMPRESA
                 WRITE REGISTRO-DISTRIBUICAO
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-DIS-ANT
           CLOSE ARQ-DISTRIBUICAO
           DISPLAY "PROGCONEMP - DISTRIB LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-DISTRIBUICAO. EXIT.

       CONVERTE-VENDHIST.
           MOVE "VENDHIST.DAT"      TO WID-ARQ-VNH-ANT
           MOVE "VENDHIST.DAT.NOVO" TO WID-ARQ-VENDHIST
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-VNH-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - VENDHIST.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-VENDHIST
           END-IF
           OPEN OUTPUT ARQ-VENDHIST
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-VNH-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-VENDHIST
                 MOVE REGISTRO-VNH-ANT TO REGISTRO-VENDHIST (1:50)
                 WRITE REGISTRO-VENDHIST
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-VNH-ANT
           CLOSE ARQ-VENDHIST
           DISPLAY "PROGCONEMP - VENDHIST LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-VENDHIST. EXIT.

       CONVERTE-FAIXACOM.
           MOVE "FAIXACOM.DAT"      TO WID-ARQ-FXC-ANT
           MOVE "FAIXACOM.DAT.NOVO" TO WID-ARQ-FAIXACOM
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-FXC-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - FAIXACOM.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-FAIXACOM
           END-IF
           OPEN OUTPUT ARQ-FAIXACOM
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-FXC-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-FAIXACOM
                 MOVE REGISTRO-FXC-ANT TO REGISTRO-FAIXACOM (1:46)
                 WRITE REGISTRO-FAIXACOM
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-FXC-ANT
           CLOSE ARQ-FAIXACOM
           DISPLAY "PROGCONEMP - FAIXACOM LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-FAIXACOM. EXIT.

       CONVERTE-GERCAB.
           MOVE "GERCAB.DAT"      TO WID-ARQ-GCB-ANT
           MOVE "GERCAB.DAT.NOVO" TO WID-ARQ-GERCAB
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-GCB-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - GERCAB.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-GERCAB
           END-IF
           OPEN OUTPUT ARQ-GERCAB
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-GCB-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-GERCAB
                 MOVE REGISTRO-GCB-ANT TO REGISTRO-GERCAB (1:43)
                 WRITE REGISTRO-GERCAB
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-GCB-ANT
           CLOSE ARQ-GERCAB
           DISPLAY "PROGCONEMP - GERCAB LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-GERCAB. EXIT.

       CONVERTE-GERDET.
           MOVE "GERDET.DAT"      TO WID-ARQ-GED-ANT
           MOVE "GERDET.DAT.NOVO" TO WID-ARQ-GERDET
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-GED-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - GERDET.DAT AUSENTE, PULADO."
              GO TO F-CONVERTE-GERDET
           END-IF
           OPEN OUTPUT ARQ-GERDET
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-GED-ANT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 INITIALIZE REGISTRO-GERDET
                 MOVE REGISTRO-GED-ANT TO REGISTRO-GERDET (1:31)
                 WRITE REGISTRO-GERDET
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-GED-ANT
           CLOSE ARQ-GERDET
           DISPLAY "PROGCONEMP - GERDET LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-GERDET. EXIT.

       CONVERTE-AUDITORIA-CLIENTE.
      *    O ARQUIVO ONLINE E, EM SEGUIDA, CADA GERACAO ARQUIVADA.
           MOVE "AUDCLI.TXT" TO WID-ARQ-ACL-ANT
           PERFORM CONVERTE-UMA-AUDCLI
              THRU F-CONVERTE-UMA-AUDCLI
           MOVE "CTRLARQ.DAT" TO WID-ARQ-CTRL-ARQLOG
           OPEN INPUT ARQ-CTRL-ARQLOG
           IF WS-RESULTADO-CTRL NOT = 00
              GO TO F-CONVERTE-AUDITORIA-CLIENTE
           END-IF
           MOVE ZEROS TO WS-FIM-CTRL
           PERFORM UNTIL WS-FIM-CTRL = 1
              READ ARQ-CTRL-ARQLOG NEXT AT END
                 MOVE 1 TO WS-FIM-CTRL
              END-READ
              IF WS-FIM-CTRL NOT = 1
                 AND ARC-ARQUIVO = "AUDCLI"
                 MOVE SPACES TO WID-ARQ-ACL-ANT
                 STRING "AUDCLI."       DELIMITED BY SIZE
                        ARC-COMPETENCIA DELIMITED BY SIZE
                        ".ARQ"          DELIMITED BY SIZE
                     INTO WID-ARQ-ACL-ANT
                 END-STRING
                 PERFORM CONVERTE-UMA-AUDCLI
                    THRU F-CONVERTE-UMA-AUDCLI
              END-IF
           END-PERFORM
           CLOSE ARQ-CTRL-ARQLOG
           .
       F-CONVERTE-AUDITORIA-CLIENTE. EXIT.

       CONVERTE-UMA-AUDCLI.
           MOVE SPACES TO WID-ARQ-AUD-CLIENTE
           STRING WID-ARQ-ACL-ANT DELIMITED BY SPACE
                  ".NOVO"         DELIMITED BY SIZE
               INTO WID-ARQ-AUD-CLIENTE
           END-STRING
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-ACL-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - " WID-ARQ-ACL-ANT
                 " AUSENTE, PULADO."
              GO TO F-CONVERTE-UMA-AUDCLI
           END-IF
           OPEN OUTPUT ARQ-AUD-CLIENTE
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-ACL-ANT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 MOVE SPACES        TO REGISTRO-AUD-CLIENTE
                 MOVE UAN-CABECALHO TO REGISTRO-AUD-CLIENTE (1:18)
                 MOVE UAN-ANTES     TO AUD-CLI-ANTES
                 MOVE UAN-DEPOIS    TO AUD-CLI-DEPOIS
                 MOVE UAN-OPERADOR  TO AUD-CLI-OPERADOR
                 WRITE REGISTRO-AUD-CLIENTE
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-ACL-ANT
           CLOSE ARQ-AUD-CLIENTE
           DISPLAY "PROGCONEMP - " WID-ARQ-ACL-ANT
           DISPLAY "PROGCONEMP -    LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-UMA-AUDCLI. EXIT.

       CONVERTE-JORNAL.
           MOVE "JORNAL.TXT"      TO WID-ARQ-JRN-ANT
           MOVE "JORNAL.TXT.NOVO" TO WID-ARQ-JORNAL
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
           OPEN INPUT ARQ-JRN-ANT
           IF WS-RESULTADO-ANTIGO NOT = 00
              DISPLAY "PROGCONEMP - JORNAL.TXT AUSENTE, PULADO."
              GO TO F-CONVERTE-JORNAL
           END-IF
           OPEN OUTPUT ARQ-JORNAL
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-JRN-ANT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 ADD 1 TO WS-QTD-LIDOS
                 MOVE SPACES        TO REGISTRO-JORNAL
                 MOVE KAN-CABECALHO TO REGISTRO-JORNAL (1:23)
                 MOVE KAN-ANTES     TO JRN-IMAGEM-ANTES
                 MOVE KAN-DEPOIS    TO JRN-IMAGEM-DEPOIS
                 WRITE REGISTRO-JORNAL
                 IF WS-RESULTADO-NOVO = 00
                    ADD 1 TO WS-QTD-GRAVADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-JRN-ANT
           CLOSE ARQ-JORNAL
           DISPLAY "PROGCONEMP - JORNAL LIDOS: " WS-QTD-LIDOS
              " GRAVADOS: " WS-QTD-GRAVADOS
           .
       F-CONVERTE-JORNAL. EXIT.
