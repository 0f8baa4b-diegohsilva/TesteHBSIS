       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLGPD.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *  ******** PEDIDOS DE TITULARES DE DADOS PESSOAIS - LGPD ********
      *    ATENDE OS PEDIDOS DO TITULAR (LEI 13.709) PELO CPF OU CNPJ:
      *      "C" CONSULTA...: LOCALIZA O TITULAR EM TODOS OS ARQUIVOS
      *                       E LISTA CADA REGISTRO EM QUE ELE
      *                       APARECE NO RELATORIO DO PEDIDO
      *                       (RLGPDnnnnn.TXT, nnnnn = SEQUENCIA EM
      *                       LGPD.DAT);
      *      "E" ELIMINACAO.: FAZ A MESMA LOCALIZACAO E, COM O PEDIDO
      *                       APROVADO POR UM SEGUNDO SUPERVISOR NA
      *                       FILA DE AUTORIZACOES (PROG36, OPERACAO
      *                       "LGPD" + SEQUENCIA), ANONIMIZA OS DADOS
      *                       PESSOAIS.
      *    ONDE O TITULAR E PROCURADO: CLIENTE.DAT E CLIHIST.DAT E
      *    PROSPECT.DAT PELO CNPJ; VENDEDOR.DAT PELO CPF; OCORREN.DAT
      *    PELOS CODIGOS DE CLIENTE ACHADOS; MAILQ.DAT PELOS E-MAILS
      *    ACHADOS; AUDCLI.TXT, AUDVEN.TXT, JORNAL.TXT E AS GERACOES
      *    ARQUIVADAS DA AUDITORIA (CTRLARQ.DAT) PELOS CODIGOS;
      *    PEDIDO.DAT E PEDHIST.DAT SO SAO CONTADOS.
      *    A ANONIMIZACAO TROCA NOME/RAZAO SOCIAL POR "DADOS
      *    ANONIMIZADOS - LGPD" E LIMPA ENDERECO, COORDENADAS,
      *    TELEFONE, E-MAIL, CONTATO E O TEXTO DAS OCORRENCIAS. O
      *    CPF/CNPJ, A PRACA (CIDADE/UF/CEP), OS PEDIDOS, TITULOS E
      *    COMISSOES FICAM INTACTOS - SAO HISTORICO FISCAL E
      *    FINANCEIRO DE GUARDA OBRIGATORIA. O CLIENTE ANONIMIZADO
      *    FICA INATIVO; VENDEDOR AINDA ATIVO NAO E ANONIMIZADO
      *    (CONTRATO EM VIGOR) E SAI NO RELATORIO COMO MANTIDO.
      *    AS REGRAVACOES DE CLIENTE/VENDEDOR ENTRAM NA AUDITORIA
      *    (OPERACAO "L") E NO JORNAL JA SEM OS DADOS. OS ARQUIVOS
      *    SEQUENCIAIS DE AUDITORIA E JORNAL COM LINHAS DO TITULAR
      *    SAO REGRAVADOS COM AS IMAGENS MASCARADAS NO ARQUIVO DE
      *    MESMO NOME COM SUFIXO .NOVO; COMO NO PROGARQLOG, CABE AO
      *    OPERADOR SUBSTITUIR OS ARQUIVOS PELOS .NOVO APOS CONFERIR
      *    AS QUANTIDADES NO LOG DO JOB.
      *    CADA PEDIDO E SEU DESFECHO FICAM REGISTRADOS EM LGPD.DAT.
      *    PARM: CARTAO SYSIN
      *      POS 01    FUNCAO ("C" OU "E")
      *      POS 03-16 CPF/CNPJ DO TITULAR, SO DIGITOS, CPF COM
      *                TRES ZEROS A ESQUERDA
      *      POS 18-27 SOLICITANTE (OPE-CODIGO); EM BRANCO ASSUME
      *                PROGLGPD

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CLIHIST ASSIGN TO WID-ARQ-CLIHIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HIS-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLIHIST.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VENDEDOR.

           SELECT ARQ-PROSPECT ASSIGN TO DISK WID-ARQ-PROSPECT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRS-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PROSPECT.

           SELECT ARQ-OCORREN ASSIGN TO DISK WID-ARQ-OCORREN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OCO-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-OCORREN.

           SELECT ARQ-MAILQ ASSIGN TO DISK WID-ARQ-MAILQ
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MLQ-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MAILQ.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDIDO.

           SELECT ARQ-PEDHIST ASSIGN TO DISK WID-ARQ-PEDHIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HIP-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEDHIST.

           SELECT ARQ-AUD-CLIENTE ASSIGN TO DISK WID-ARQ-AUD-CLIENTE
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-AUD.

           SELECT ARQ-AUD-VENDEDOR ASSIGN TO DISK WID-ARQ-AUD-VENDEDOR
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-AUD-VEN.

           SELECT ARQ-JORNAL ASSIGN TO DISK WID-ARQ-JORNAL
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-JORNAL.

           SELECT ARQ-ORIGEM ASSIGN TO DISK WID-ARQ-ORIGEM
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-ORIGEM.

           SELECT ARQ-NOVO ASSIGN TO DISK WID-ARQ-NOVO
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-NOVO.

           SELECT ARQ-CTRL-ARQLOG ASSIGN TO DISK WID-ARQ-CTRL-ARQLOG
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ARC-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTRL.

           SELECT ARQ-LGPD ASSIGN TO DISK WID-ARQ-LGPD
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LGP-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-LGPD.

           SELECT ARQ-AUTORIZ ASSIGN TO DISK WID-ARQ-AUTORIZ
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AUT-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AUTORIZ.

           SELECT RELATORIO ASSIGN TO DISK WID-ARQ-RELATORIO
                  ORGANIZATION     IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-CLIHIST.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-PROSPECT.FD".
       COPY "ARQ-OCORREN.FD".
       COPY "ARQ-MAILQ.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDHIST.FD".
       COPY "AUD-CLIENTE.FD".
       COPY "AUD-VENDEDOR.FD".
       COPY "ARQ-JORNAL.FD".

      *    AUDITORIA, JORNAL E GERACOES ARQUIVADAS, LIDOS LINHA A
      *    LINHA COM A VISAO DE CADA FORMATO.
       FD  ARQ-ORIGEM
           LABEL RECORD IS STANDARD.
       01  REGISTRO-ORIGEM          PIC X(900).
       01  ORI-AUD-CLIENTE.
           02 ORI-ACL-DATA          PIC X(10).
           02 ORI-ACL-OPERACAO      PIC X(01).
           02 ORI-ACL-CODIGO        PIC 9(07).
           02 ORI-ACL-ANTES         PIC X(408).
           02 ORI-ACL-DEPOIS        PIC X(408).
           02 ORI-ACL-OPERADOR      PIC X(10).
           02 FILLER                PIC X(56).
       01  ORI-AUD-VENDEDOR.
           02 ORI-AVN-DATA          PIC X(10).
           02 ORI-AVN-OPERACAO      PIC X(01).
           02 ORI-AVN-CODIGO        PIC 9(05).
           02 ORI-AVN-ANTES         PIC X(300).
           02 ORI-AVN-DEPOIS        PIC X(300).
           02 ORI-AVN-OPERADOR      PIC X(10).
           02 FILLER                PIC X(274).
       01  ORI-JORNAL.
           02 ORI-JRN-DATA          PIC 9(08).
           02 ORI-JRN-HORA          PIC 9(06).
           02 ORI-JRN-ARQUIVO       PIC X(08).
           02 ORI-JRN-OPERACAO      PIC X(01).
           02 ORI-JRN-ANTES         PIC X(408).
           02 ORI-JRN-DEPOIS        PIC X(408).
           02 FILLER                PIC X(61).

       FD  ARQ-NOVO
           LABEL RECORD IS STANDARD.
       01  REGISTRO-NOVO            PIC X(900).

       COPY "CTRL-ARQLOG.FD".
       COPY "ARQ-LGPD.FD".
       COPY "ARQ-AUTORIZ.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-AUT-OPERACAO          PIC X(10) VALUE SPACES.
       77 WS-AUT-SOLICITANTE       PIC X(10) VALUE SPACES.
       77 WS-AUT-RESULTADO         PIC 9(01) VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIHIST          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PROSPECT         PIC X(50) VALUE SPACES.
       77 WID-ARQ-OCORREN          PIC X(50) VALUE SPACES.
       77 WID-ARQ-MAILQ            PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDHIST          PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUD-CLIENTE      PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUD-VENDEDOR     PIC X(50) VALUE SPACES.
       77 WID-ARQ-JORNAL           PIC X(50) VALUE SPACES.
       77 WID-ARQ-ORIGEM           PIC X(50) VALUE SPACES.
       77 WID-ARQ-NOVO             PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-ARQLOG      PIC X(50) VALUE SPACES.
       77 WID-ARQ-LGPD             PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUTORIZ          PIC X(50) VALUE SPACES.
       77 WID-ARQ-RELATORIO        PIC X(50) VALUE SPACES.
       77 WS-ARQ-NAO-PESQUISADO    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLIHIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VENDEDOR    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PROSPECT    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OCORREN     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MAILQ       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDIDO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEDHIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AUD         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AUD-VEN     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-JORNAL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ORIGEM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-NOVO        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTRL        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LGPD        PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AUTORIZ     PIC 9(02) VALUE ZEROS.
       77 WS-FIM-ARQUIVO           PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ORIGEM            PIC 9(01) VALUE ZEROS.
       77 WS-FIM-CTRL              PIC 9(01) VALUE ZEROS.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-PEDIDO            PIC 9(05) VALUE ZEROS.
       77 WS-ULTIMA-DECISAO        PIC X(01) VALUE SPACES.
       77 WS-STATUS-PEDIDO         PIC X(01) VALUE SPACES.
       77 WS-BASE-NOME             PIC X(10) VALUE SPACES.
       77 WS-COMPET-EDIT           PIC 9(06) VALUE ZEROS.
       77 WS-MODO-VARREDURA        PIC X(01) VALUE SPACES.
          88 VARREDURA-LOCALIZA    VALUE "L".
          88 VARREDURA-MASCARA     VALUE "M".
       77 WS-LINHA-DO-TITULAR      PIC X(01) VALUE "N".
       77 WS-ACHOU                 PIC X(01) VALUE "N".
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-IDX-CLI               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-VEN               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ARQ               PIC 9(03) VALUE ZEROS.
       77 WS-CODIGO-CLI-AUX        PIC 9(07) VALUE ZEROS.
       77 WS-CODIGO-VEN-AUX        PIC 9(05) VALUE ZEROS.
       77 WS-EMAIL-AUX             PIC X(50) VALUE SPACES.
       77 WS-EMAIL-ELIMINAR        PIC X(01) VALUE "N".
       77 WS-ELIMINAR-AUX          PIC X(01) VALUE "N".
       77 WS-QTD-LINHAS-ARQ        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MASCARADAS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PEDIDOS           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ENCONTRADOS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-ANONIMIZADOS      PIC 9(07) VALUE ZEROS.
       77 WS-CLI-ANTES             PIC X(408) VALUE SPACES.
       77 WS-VEN-ANTES             PIC X(300) VALUE SPACES.
       77 WS-TEXTO-ANONIMO         PIC X(40) VALUE
             "DADOS ANONIMIZADOS - LGPD".
       77 WS-TEXTO-OCORRENCIA      PIC X(60) VALUE
             "TEXTO REMOVIDO - LGPD".
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       01 WS-DATA-SISTEMA          PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-SISTEMA.
          02 WS-ANO-SISTEMA        PIC 9(04).
          02 WS-MES-SISTEMA        PIC 9(02).
          02 WS-DIA-SISTEMA        PIC 9(02).
       01 WS-DATA-EDITADA          PIC 99/99/9(04).

      *    CARTAO DE PARAMETRO (SYSIN).
       01 WS-CARTAO.
          02 WS-CARTAO-FUNCAO      PIC X(01).
             88 FUNCAO-CONSULTA    VALUE "C".
             88 FUNCAO-ELIMINACAO  VALUE "E".
          02 FILLER                PIC X(01).
          02 WS-CARTAO-DOCUMENTO   PIC X(14).
          02 FILLER                PIC X(01).
          02 WS-CARTAO-SOLICITANTE PIC X(10).
          02 FILLER                PIC X(53).
       01 WS-DOCUMENTO             PIC 9(14) VALUE ZEROS.
       01 FILLER REDEFINES WS-DOCUMENTO.
          02 WS-DOC-PREFIXO        PIC 9(03).
          02 WS-DOC-CPF            PIC 9(11).

      *    CODIGOS DE CLIENTE E DE VENDEDOR DO TITULAR E SEUS
      *    E-MAILS, MONTADOS NA LOCALIZACAO. O INDICADOR DE
      *    ANONIMIZADO LIBERA O MASCARAMENTO DAS LINHAS DE
      *    AUDITORIA/JORNAL DAQUELE CODIGO.
       01 WS-TAB-CLIENTES.
          02 WS-QTD-CLI-TAB        PIC 9(02) VALUE ZEROS.
          02 WS-CLI-TAB OCCURS 20 TIMES.
             03 WS-CLI-TAB-CODIGO  PIC 9(07).
             03 WS-CLI-TAB-ANONIMIZADO PIC X(01).
       01 WS-TAB-VENDEDORES.
          02 WS-QTD-VEN-TAB        PIC 9(02) VALUE ZEROS.
          02 WS-VEN-TAB OCCURS 5 TIMES.
             03 WS-VEN-TAB-CODIGO  PIC 9(05).
             03 WS-VEN-TAB-ANONIMIZADO PIC X(01).
       01 WS-TAB-EMAILS.
          02 WS-QTD-EMAIL-TAB      PIC 9(02) VALUE ZEROS.
          02 WS-EMAIL-TAB OCCURS 20 TIMES.
             03 WS-EMAIL-TAB-ENDERECO PIC X(50).
             03 WS-EMAIL-TAB-ELIMINAR PIC X(01).
      *    ARQUIVOS SEQUENCIAIS (ONLINE E ARQUIVADOS) COM LINHAS DO
      *    TITULAR, PARA A REGRAVACAO MASCARADA.
       01 WS-TAB-SEQUENCIAIS.
          02 WS-QTD-ARQ-TAB        PIC 9(03) VALUE ZEROS.
          02 WS-ARQ-TAB OCCURS 200 TIMES.
             03 WS-ARQ-TAB-NOME    PIC X(50).
             03 WS-ARQ-TAB-TIPO    PIC X(10).

      *    IMAGENS GRAVADAS NA AUDITORIA E NO JORNAL: O REGISTRO DE
      *    CLIENTE INTEIRO (408) E O DE VENDEDOR COMPLETADO ATE 300.
       01 WS-IMAGEM-CLIENTE.
          02 IMC-CODIGO            PIC 9(07).
          02 IMC-CNPJ              PIC 9(14).
          02 IMC-RAZAO-SOCIAL      PIC X(40).
          02 IMC-ENDERECO          PIC X(40).
          02 IMC-CIDADE            PIC X(30).
          02 IMC-UF                PIC X(02).
          02 IMC-CEP               PIC X(08).
          02 IMC-LATITUDE          PIC S9(03)V9(08).
          02 IMC-LONGITUDE         PIC S9(03)V9(08).
          02 FILLER                PIC X(21).
          02 IMC-TELEFONE          PIC X(15).
          02 IMC-EMAIL             PIC X(50).
          02 FILLER                PIC X(77).
          02 IMC-RF-RAZAO-SOCIAL   PIC X(60).
          02 FILLER                PIC X(22).
       01 WS-IMAGEM-VENDEDOR.
          02 IMV-CODIGO            PIC 9(05).
          02 IMV-CPF               PIC 9(11).
          02 IMV-NOME              PIC X(40).
          02 IMV-ENDERECO          PIC X(40).
          02 IMV-CIDADE            PIC X(30).
          02 IMV-UF                PIC X(02).
          02 IMV-CEP               PIC X(08).
          02 IMV-LATITUDE          PIC S9(03)V9(08).
          02 IMV-LONGITUDE         PIC S9(03)V9(08).
          02 FILLER                PIC X(21).
          02 IMV-TELEFONE          PIC X(15).
          02 IMV-EMAIL             PIC X(50).
          02 FILLER                PIC X(56).

       01 CAB-DATA                 PIC 99/99/9(04).
       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(46) VALUE
             "DADOS PESSOAIS DO TITULAR - LGPD".
          02 FILLER       PIC X(34) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-PEDIDO.
          02 FILLER       PIC X(13) VALUE "PEDIDO LGPD: ".
          02 CABP-SEQ     PIC 9(05).
          02 FILLER       PIC X(13) VALUE "   TITULAR: ".
          02 CABP-DOCUMENTO PIC 9(14).
          02 FILLER       PIC X(10) VALUE "   TIPO: ".
          02 CABP-TIPO    PIC X(10).
          02 FILLER       PIC X(16) VALUE "   SOLICITANTE: ".
          02 CABP-SOLICITANTE PIC X(10).
          02 FILLER       PIC X(41) VALUE SPACES.

       01 CABECALHO-COLUNAS.
          02 FILLER PIC X(24) VALUE "ARQUIVO".
          02 FILLER PIC X(14) VALUE "REGISTRO".
          02 FILLER PIC X(70) VALUE "CONTEUDO".
          02 FILLER PIC X(24) VALUE "SITUACAO".

       01 DETALHE-LGPD.
          02 DET-ARQUIVO      PIC X(22).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-REGISTRO     PIC X(12).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-CONTEUDO     PIC X(68).
          02 FILLER           PIC X(02) VALUE SPACES.
          02 DET-SITUACAO     PIC X(24).

       01 LINHA-SECAO.
          02 FILLER           PIC X(04) VALUE "*** ".
          02 LSC-TEXTO        PIC X(60).

       01 DET-NUMERO-EDIT     PIC Z.ZZZ.ZZ9.

       01 RODAPE-1.
          02 FILLER           PIC X(34) VALUE
             "REGISTROS ENCONTRADOS.............".
          02 ROD-ENCONTRADOS  PIC Z.ZZZ.ZZ9.
       01 RODAPE-2.
          02 FILLER           PIC X(34) VALUE
             "REGISTROS ANONIMIZADOS............".
          02 ROD-ANONIMIZADOS PIC Z.ZZZ.ZZ9.
       01 RODAPE-3.
          02 FILLER           PIC X(20) VALUE "DESFECHO DO PEDIDO: ".
          02 ROD-DESFECHO     PIC X(60).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGLGPD - INICIO DO ATENDIMENTO LGPD"
           MOVE "PROGLGPD" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGLGPD - JA EXISTE ATENDIMENTO LGPD EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-CARTAO
           ACCEPT WS-CARTAO FROM SYSIN
           IF NOT FUNCAO-CONSULTA AND NOT FUNCAO-ELIMINACAO
              DISPLAY "PROGLGPD - FUNCAO INVALIDA NO CARTAO SYSIN "
                 "(C OU E) - ABANDONANDO."
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CARTAO-DOCUMENTO NOT NUMERIC
              DISPLAY "PROGLGPD - CPF/CNPJ INVALIDO NO CARTAO SYSIN "
                 "- ABANDONANDO."
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-CARTAO-DOCUMENTO TO WS-DOCUMENTO
           IF WS-DOCUMENTO = ZEROS
              DISPLAY "PROGLGPD - CPF/CNPJ INVALIDO NO CARTAO SYSIN "
                 "- ABANDONANDO."
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CARTAO-SOLICITANTE = SPACES
              MOVE "PROGLGPD" TO WS-CARTAO-SOLICITANTE
           END-IF
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DIA-SISTEMA TO WS-DATA-EDITADA (1:2)
           MOVE "/"            TO WS-DATA-EDITADA (3:1)
           MOVE WS-MES-SISTEMA TO WS-DATA-EDITADA (4:2)
           MOVE "/"            TO WS-DATA-EDITADA (6:1)
           MOVE WS-ANO-SISTEMA TO WS-DATA-EDITADA (7:4)
           MOVE WS-DATA-EDITADA TO CAB-DATA

           PERFORM REGISTRA-PEDIDO-LGPD
              THRU F-REGISTRA-PEDIDO-LGPD
           DISPLAY "PROGLGPD - PEDIDO " WS-SEQ-PEDIDO " TITULAR "
              WS-DOCUMENTO " FUNCAO " WS-CARTAO-FUNCAO

           MOVE SPACES TO WID-ARQ-RELATORIO
           STRING "RLGPD"       DELIMITED BY SIZE
                  WS-SEQ-PEDIDO DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
               INTO WID-ARQ-RELATORIO
           END-STRING
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA              TO CABT-DATA
           MOVE WS-SEQ-PEDIDO         TO CABP-SEQ
           MOVE WS-DOCUMENTO          TO CABP-DOCUMENTO
           MOVE WS-CARTAO-SOLICITANTE TO CABP-SOLICITANTE
           IF FUNCAO-CONSULTA
              MOVE "CONSULTA"   TO CABP-TIPO
           ELSE
              MOVE "ELIMINACAO" TO CABP-TIPO
           END-IF
           PERFORM IMPRIMIR-CABECALHO

           MOVE "DADOS ENCONTRADOS" TO LSC-TEXTO
           PERFORM IMPRIME-SECAO
           PERFORM LOCALIZA-CLIENTE
              THRU F-LOCALIZA-CLIENTE
           PERFORM LOCALIZA-CLIHIST
              THRU F-LOCALIZA-CLIHIST
           PERFORM LOCALIZA-VENDEDOR
              THRU F-LOCALIZA-VENDEDOR
           PERFORM LOCALIZA-PROSPECT
              THRU F-LOCALIZA-PROSPECT
           PERFORM LOCALIZA-OCORRENCIAS
              THRU F-LOCALIZA-OCORRENCIAS
           PERFORM LOCALIZA-MAILQ
              THRU F-LOCALIZA-MAILQ
           PERFORM LOCALIZA-PEDIDOS
              THRU F-LOCALIZA-PEDIDOS
           PERFORM LOCALIZA-PEDHIST
              THRU F-LOCALIZA-PEDHIST
           MOVE "L" TO WS-MODO-VARREDURA
           PERFORM LOCALIZA-SEQUENCIAIS
              THRU F-LOCALIZA-SEQUENCIAIS
           IF WS-QTD-ENCONTRADOS = ZEROS
              MOVE SPACES TO DETALHE-LGPD
              MOVE "NENHUM DADO DO TITULAR NOS ARQUIVOS PESQUISADOS"
                 TO DET-CONTEUDO
              PERFORM IMPRIME-DETALHE
           END-IF

           IF FUNCAO-CONSULTA
              MOVE "A" TO WS-STATUS-PEDIDO
              MOVE "CONSULTA ATENDIDA" TO ROD-DESFECHO
              GO TO ENCERRA
           END-IF
           IF WS-QTD-ENCONTRADOS = ZEROS
              MOVE "A" TO WS-STATUS-PEDIDO
              MOVE "ELIMINACAO ATENDIDA - NADA A ANONIMIZAR"
                 TO ROD-DESFECHO
              GO TO ENCERRA
           END-IF
      *    ELIMINACAO: OPERACAO A QUATRO MAOS, UMA APROVACAO POR
      *    PEDIDO. NEGADA NO PROG36, O PEDIDO E ENCERRADO AQUI EM
      *    VEZ DE VOLTAR A FILA.
           MOVE SPACES TO WS-AUT-OPERACAO
           STRING "LGPD"        DELIMITED BY SIZE
                  WS-SEQ-PEDIDO DELIMITED BY SIZE
               INTO WS-AUT-OPERACAO
           END-STRING
           PERFORM PROCURA-DECISAO-AUTORIZ
              THRU F-PROCURA-DECISAO-AUTORIZ
           IF WS-ULTIMA-DECISAO = "N"
              DISPLAY "PROGLGPD - ELIMINACAO NEGADA NA FILA DE "
                 "AUTORIZACOES (PROG36) - PEDIDO ENCERRADO."
              MOVE "N" TO WS-STATUS-PEDIDO
              MOVE "ELIMINACAO NEGADA POR SUPERVISOR (PROG36)"
                 TO ROD-DESFECHO
              MOVE 8 TO RETURN-CODE
              GO TO ENCERRA
           END-IF
           MOVE WS-CARTAO-SOLICITANTE TO WS-AUT-SOLICITANTE
           CALL "AUTORIZ" USING WS-AUT-OPERACAO
              WS-AUT-SOLICITANTE WS-AUT-RESULTADO
           CANCEL "AUTORIZ"
           IF WS-AUT-RESULTADO NOT = ZEROS
              DISPLAY "PROGLGPD - AGUARDANDO APROVACAO DE UM "
                 "SEGUNDO SUPERVISOR (PROG36) - ABANDONANDO."
              MOVE "P" TO WS-STATUS-PEDIDO
              MOVE "AGUARDANDO APROVACAO DE SUPERVISOR (PROG36)"
                 TO ROD-DESFECHO
              MOVE 8 TO RETURN-CODE
              GO TO ENCERRA
           END-IF

           MOVE "ANONIMIZACAO" TO LSC-TEXTO
           PERFORM IMPRIME-SECAO
           PERFORM ANONIMIZA-CADASTROS
              THRU F-ANONIMIZA-CADASTROS
           MOVE "M" TO WS-MODO-VARREDURA
           PERFORM MASCARA-SEQUENCIAIS
           MOVE "A" TO WS-STATUS-PEDIDO
           MOVE "ELIMINACAO EXECUTADA - DADOS ANONIMIZADOS"
              TO ROD-DESFECHO
           .
       ENCERRA.
           MOVE WS-QTD-ENCONTRADOS  TO ROD-ENCONTRADOS
           MOVE WS-QTD-ANONIMIZADOS TO ROD-ANONIMIZADOS
           WRITE LINHA FROM CABECALHO-2 AFTER 2 LINES
           WRITE LINHA FROM RODAPE-1    AFTER 1 LINE
           WRITE LINHA FROM RODAPE-2    AFTER 1 LINE
           WRITE LINHA FROM RODAPE-3    AFTER 1 LINE
           CLOSE RELATORIO
           PERFORM ATUALIZA-PEDIDO-LGPD
           DISPLAY "PROGLGPD - REGISTROS ENCONTRADOS..: "
              WS-QTD-ENCONTRADOS
           DISPLAY "PROGLGPD - REGISTROS ANONIMIZADOS.: "
              WS-QTD-ANONIMIZADOS
           DISPLAY "PROGLGPD - DESFECHO: " ROD-DESFECHO
           DISPLAY "PROGLGPD - RELATORIO: " WID-ARQ-RELATORIO
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGLGPD - FIM DO ATENDIMENTO LGPD."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .

      *    ---------------------------------------------------------
      *    REGISTRO DO PEDIDO EM LGPD.DAT. A ELIMINACAO AINDA
      *    PENDENTE DO MESMO TITULAR E RETOMADA (MESMA SEQUENCIA,
      *    MESMA OPERACAO NA FILA DE AUTORIZACOES).
      *    ---------------------------------------------------------
       REGISTRA-PEDIDO-LGPD.
           MOVE "LGPD.DAT" TO WID-ARQ-LGPD
           OPEN I-O ARQ-LGPD
           IF WS-RESULTADO-LGPD NOT = 00
              OPEN OUTPUT ARQ-LGPD
              CLOSE ARQ-LGPD
              OPEN I-O ARQ-LGPD
           END-IF
           MOVE ZEROS TO LGP-SEQ
           READ ARQ-LGPD
           IF WS-RESULTADO-LGPD NOT = 00
              MOVE ZEROS  TO LGP-SEQ
              MOVE ZEROS  TO LGP-DOCUMENTO
              MOVE SPACES TO LGP-TIPO
              MOVE SPACES TO LGP-SOLICITANTE
              MOVE ZEROS  TO LGP-DATA-PEDIDO
              MOVE ZEROS  TO LGP-HORA-PEDIDO
              MOVE "A"    TO LGP-STATUS
              MOVE ZEROS  TO LGP-QTD-ENCONTRADOS
              MOVE ZEROS  TO LGP-QTD-ANONIMIZADOS
              MOVE ZEROS  TO LGP-DATA-CONCLUSAO
              MOVE ZEROS  TO LGP-ULTIMA-SEQ
              WRITE REGISTRO-LGPD
           END-IF
           MOVE ZEROS TO WS-SEQ-PEDIDO
           IF FUNCAO-ELIMINACAO
              MOVE ZEROS TO LGP-SEQ
              START ARQ-LGPD KEY IS GREATER LGP-SEQ
              IF WS-RESULTADO-LGPD = 00
                 MOVE ZEROS TO WS-FIM-ARQUIVO
                 PERFORM UNTIL WS-FIM-ARQUIVO = 1
                    READ ARQ-LGPD NEXT AT END
                       MOVE 1 TO WS-FIM-ARQUIVO
                    END-READ
                    IF WS-FIM-ARQUIVO NOT = 1
                       IF LGP-DOCUMENTO = WS-DOCUMENTO
                          AND LGP-ELIMINACAO AND LGP-PENDENTE
                          MOVE LGP-SEQ TO WS-SEQ-PEDIDO
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF WS-SEQ-PEDIDO NOT = ZEROS
              GO TO F-REGISTRA-PEDIDO-LGPD
           END-IF
           MOVE ZEROS TO LGP-SEQ
           READ ARQ-LGPD
           COMPUTE WS-SEQ-PEDIDO = LGP-ULTIMA-SEQ + 1
           MOVE WS-SEQ-PEDIDO TO LGP-ULTIMA-SEQ
           REWRITE REGISTRO-LGPD
           MOVE WS-SEQ-PEDIDO         TO LGP-SEQ
           MOVE WS-DOCUMENTO          TO LGP-DOCUMENTO
           MOVE WS-CARTAO-FUNCAO      TO LGP-TIPO
           MOVE WS-CARTAO-SOLICITANTE TO LGP-SOLICITANTE
           MOVE WS-DATA-SISTEMA       TO LGP-DATA-PEDIDO
           MOVE WS-HORA-SISTEMA       TO LGP-HORA-PEDIDO
           MOVE "P"                   TO LGP-STATUS
           MOVE ZEROS                 TO LGP-QTD-ENCONTRADOS
           MOVE ZEROS                 TO LGP-QTD-ANONIMIZADOS
           MOVE ZEROS                 TO LGP-DATA-CONCLUSAO
           MOVE ZEROS                 TO LGP-ULTIMA-SEQ
           WRITE REGISTRO-LGPD
           .
       F-REGISTRA-PEDIDO-LGPD. EXIT.
       ATUALIZA-PEDIDO-LGPD.
           MOVE WS-SEQ-PEDIDO TO LGP-SEQ
           READ ARQ-LGPD
           IF WS-RESULTADO-LGPD = 00
              MOVE WS-STATUS-PEDIDO    TO LGP-STATUS
              MOVE WS-QTD-ENCONTRADOS  TO LGP-QTD-ENCONTRADOS
              MOVE WS-QTD-ANONIMIZADOS TO LGP-QTD-ANONIMIZADOS
              IF NOT LGP-PENDENTE
                 MOVE WS-DATA-SISTEMA  TO LGP-DATA-CONCLUSAO
              END-IF
              REWRITE REGISTRO-LGPD
           END-IF
           CLOSE ARQ-LGPD
           .
       PROCURA-DECISAO-AUTORIZ.
      *    ULTIMA DECISAO REGISTRADA PARA A OPERACAO DESTE PEDIDO.
           MOVE SPACES TO WS-ULTIMA-DECISAO
           MOVE "AUTORIZ.DAT" TO WID-ARQ-AUTORIZ
           OPEN INPUT ARQ-AUTORIZ
           IF WS-RESULTADO-AUTORIZ NOT = 00
              GO TO F-PROCURA-DECISAO-AUTORIZ
           END-IF
           MOVE ZEROS TO AUT-SEQ
           START ARQ-AUTORIZ KEY IS GREATER AUT-SEQ
           IF WS-RESULTADO-AUTORIZ = 00
              MOVE ZEROS TO WS-FIM-ARQUIVO
              PERFORM UNTIL WS-FIM-ARQUIVO = 1
                 READ ARQ-AUTORIZ NEXT AT END
                    MOVE 1 TO WS-FIM-ARQUIVO
                 END-READ
                 IF WS-FIM-ARQUIVO NOT = 1
                    AND AUT-OPERACAO = WS-AUT-OPERACAO
                    MOVE AUT-STATUS TO WS-ULTIMA-DECISAO
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-AUTORIZ
           .
       F-PROCURA-DECISAO-AUTORIZ. EXIT.

      *    ---------------------------------------------------------
      *    LOCALIZACAO DO TITULAR
      *    ---------------------------------------------------------
       LOCALIZA-CLIENTE.
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE WID-ARQ-CLIENTE TO WS-ARQ-NAO-PESQUISADO
              PERFORM IMPRIME-NAO-PESQUISADO
              GO TO F-LOCALIZA-CLIENTE
           END-IF
           MOVE WS-DOCUMENTO TO CLI-CNPJ
           READ ARQ-CLIENTE KEY IS CLI-CNPJ
           IF WS-RESULTADO-ACESSO = 00
              MOVE CLI-CODIGO TO WS-CODIGO-CLI-AUX
              PERFORM ADICIONA-CLIENTE-TAB
              MOVE CLI-EMAIL  TO WS-EMAIL-AUX
              MOVE "S"        TO WS-EMAIL-ELIMINAR
              PERFORM ADICIONA-EMAIL-TAB
              MOVE SPACES              TO DETALHE-LGPD
              MOVE WID-ARQ-CLIENTE     TO DET-ARQUIVO
              MOVE CLI-CODIGO          TO DET-REGISTRO
              MOVE CLI-RAZAO-SOCIAL    TO DET-CONTEUDO (1:40)
              MOVE CLI-TELEFONE        TO DET-CONTEUDO (42:15)
              MOVE "ENCONTRADO"        TO DET-SITUACAO
              PERFORM IMPRIME-DETALHE
              ADD 1 TO WS-QTD-ENCONTRADOS
              MOVE SPACES              TO DETALHE-LGPD
              MOVE CLI-ENDERECO        TO DET-CONTEUDO (1:40)
              MOVE CLI-CIDADE          TO DET-CONTEUDO (42:27)
              PERFORM IMPRIME-DETALHE
              MOVE SPACES              TO DETALHE-LGPD
              MOVE CLI-EMAIL           TO DET-CONTEUDO
              PERFORM IMPRIME-DETALHE
           END-IF
           CLOSE ARQ-CLIENTE
           .
       F-LOCALIZA-CLIENTE. EXIT.
       LOCALIZA-CLIHIST.
           MOVE "CLIHIST.DAT" TO WID-ARQ-CLIHIST
           OPEN INPUT ARQ-CLIHIST
           IF WS-RESULTADO-CLIHIST NOT = 00
              MOVE WID-ARQ-CLIHIST TO WS-ARQ-NAO-PESQUISADO
              PERFORM IMPRIME-NAO-PESQUISADO
              GO TO F-LOCALIZA-CLIHIST
           END-IF
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-CLIHIST NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 AND HIS-CLI-CNPJ = WS-DOCUMENTO
                 MOVE HIS-CLI-CODIGO TO WS-CODIGO-CLI-AUX
                 PERFORM ADICIONA-CLIENTE-TAB
                 MOVE HIS-CLI-EMAIL  TO WS-EMAIL-AUX
                 MOVE "S"            TO WS-EMAIL-ELIMINAR
                 PERFORM ADICIONA-EMAIL-TAB
                 MOVE SPACES               TO DETALHE-LGPD
                 MOVE WID-ARQ-CLIHIST      TO DET-ARQUIVO
                 MOVE HIS-CLI-CODIGO       TO DET-REGISTRO
                 MOVE HIS-CLI-RAZAO-SOCIAL TO DET-CONTEUDO (1:40)
                 MOVE HIS-CLI-TELEFONE     TO DET-CONTEUDO (42:15)
                 MOVE "ENCONTRADO"         TO DET-SITUACAO
                 PERFORM IMPRIME-DETALHE
                 ADD 1 TO WS-QTD-ENCONTRADOS
                 MOVE SPACES               TO DETALHE-LGPD
                 MOVE HIS-CLI-ENDERECO     TO DET-CONTEUDO (1:40)
                 MOVE HIS-CLI-CIDADE       TO DET-CONTEUDO (42:27)
                 PERFORM IMPRIME-DETALHE
                 MOVE SPACES               TO DETALHE-LGPD
                 MOVE HIS-CLI-EMAIL        TO DET-CONTEUDO
                 PERFORM IMPRIME-DETALHE
              END-IF
           END-PERFORM
           CLOSE ARQ-CLIHIST
           .
       F-LOCALIZA-CLIHIST. EXIT.
       LOCALIZA-VENDEDOR.
      *    SO HA VENDEDOR PARA CPF (TRES ZEROS A ESQUERDA).
           IF WS-DOC-PREFIXO NOT = ZEROS
              GO TO F-LOCALIZA-VENDEDOR
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              MOVE WID-ARQ-VENDEDOR TO WS-ARQ-NAO-PESQUISADO
              PERFORM IMPRIME-NAO-PESQUISADO
              GO TO F-LOCALIZA-VENDEDOR
           END-IF
           MOVE WS-DOC-CPF TO VEN-CPF
           READ ARQ-VENDEDOR KEY IS VEN-CPF
           IF WS-RESULTADO-VENDEDOR = 00
              MOVE VEN-CODIGO TO WS-CODIGO-VEN-AUX
              PERFORM ADICIONA-VENDEDOR-TAB
              MOVE VEN-EMAIL  TO WS-EMAIL-AUX
              IF VEN-ATIVO
                 MOVE "N"     TO WS-EMAIL-ELIMINAR
              ELSE
                 MOVE "S"     TO WS-EMAIL-ELIMINAR
              END-IF
              PERFORM ADICIONA-EMAIL-TAB
              MOVE SPACES              TO DETALHE-LGPD
              MOVE WID-ARQ-VENDEDOR    TO DET-ARQUIVO
              MOVE VEN-CODIGO          TO DET-REGISTRO
              MOVE VEN-NOME            TO DET-CONTEUDO (1:40)
              MOVE VEN-TELEFONE        TO DET-CONTEUDO (42:15)
              MOVE "ENCONTRADO"        TO DET-SITUACAO
              PERFORM IMPRIME-DETALHE
              ADD 1 TO WS-QTD-ENCONTRADOS
              MOVE SPACES              TO DETALHE-LGPD
              MOVE VEN-ENDERECO        TO DET-CONTEUDO (1:40)
              MOVE VEN-CIDADE          TO DET-CONTEUDO (42:27)
              PERFORM IMPRIME-DETALHE
              MOVE SPACES              TO DETALHE-LGPD
              MOVE VEN-EMAIL           TO DET-CONTEUDO
              PERFORM IMPRIME-DETALHE
           END-IF
           CLOSE ARQ-VENDEDOR
           .
       F-LOCALIZA-VENDEDOR. EXIT.
       LOCALIZA-PROSPECT.
           MOVE "PROSPECT.DAT" TO WID-ARQ-PROSPECT
           OPEN INPUT ARQ-PROSPECT
           IF WS-RESULTADO-PROSPECT NOT = 00
              MOVE WID-ARQ-PROSPECT TO WS-ARQ-NAO-PESQUISADO
              PERFORM IMPRIME-NAO-PESQUISADO
              GO TO F-LOCALIZA-PROSPECT
           END-IF
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-PROSPECT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 AND PRS-CNPJ = WS-DOCUMENTO
                 MOVE SPACES              TO DETALHE-LGPD
                 MOVE WID-ARQ-PROSPECT    TO DET-ARQUIVO
                 MOVE PRS-CODIGO          TO DET-REGISTRO
                 MOVE PRS-RAZAO-SOCIAL    TO DET-CONTEUDO (1:40)
                 MOVE PRS-TELEFONE        TO DET-CONTEUDO (42:15)
                 MOVE "ENCONTRADO"        TO DET-SITUACAO
                 PERFORM IMPRIME-DETALHE
                 ADD 1 TO WS-QTD-ENCONTRADOS
                 MOVE SPACES              TO DETALHE-LGPD
                 MOVE "CONTATO: "         TO DET-CONTEUDO (1:9)
                 MOVE PRS-CONTATO         TO DET-CONTEUDO (10:30)
                 PERFORM IMPRIME-DETALHE
              END-IF
           END-PERFORM
           CLOSE ARQ-PROSPECT
           .
       F-LOCALIZA-PROSPECT. EXIT.
       LOCALIZA-OCORRENCIAS.
           IF WS-QTD-CLI-TAB = ZEROS
              GO TO F-LOCALIZA-OCORRENCIAS
           END-IF
           MOVE "OCORREN.DAT" TO WID-ARQ-OCORREN
           OPEN INPUT ARQ-OCORREN
           IF WS-RESULTADO-OCORREN NOT = 00
              GO TO F-LOCALIZA-OCORRENCIAS
           END-IF
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLI-TAB
              MOVE WS-CLI-TAB-CODIGO (WS-IDX-CLI) TO OCO-CLI-CODIGO
              MOVE ZEROS TO OCO-SEQUENCIA
              START ARQ-OCORREN KEY IS NOT LESS OCO-CHAVE
              IF WS-RESULTADO-OCORREN = 00
                 MOVE ZEROS TO WS-FIM-ARQUIVO
              ELSE
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WS-FIM-ARQUIVO = 1
                 READ ARQ-OCORREN NEXT AT END
                    MOVE 1 TO WS-FIM-ARQUIVO
                 END-READ
                 IF WS-FIM-ARQUIVO NOT = 1
                    IF OCO-CLI-CODIGO NOT =
                       WS-CLI-TAB-CODIGO (WS-IDX-CLI)
                       MOVE 1 TO WS-FIM-ARQUIVO
                    ELSE
                       MOVE SPACES           TO DETALHE-LGPD
                       MOVE WID-ARQ-OCORREN  TO DET-ARQUIVO
                       MOVE OCO-CHAVE        TO DET-REGISTRO (1:11)
                       MOVE OCO-TIPO         TO DET-CONTEUDO (1:3)
                       MOVE OCO-TEXTO        TO DET-CONTEUDO (5:60)
                       MOVE "ENCONTRADO"     TO DET-SITUACAO
                       PERFORM IMPRIME-DETALHE
                       ADD 1 TO WS-QTD-ENCONTRADOS
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE ARQ-OCORREN
           .
       F-LOCALIZA-OCORRENCIAS. EXIT.
       LOCALIZA-MAILQ.
           IF WS-QTD-EMAIL-TAB = ZEROS
              GO TO F-LOCALIZA-MAILQ
           END-IF
           MOVE "MAILQ.DAT" TO WID-ARQ-MAILQ
           OPEN INPUT ARQ-MAILQ
           IF WS-RESULTADO-MAILQ NOT = 00
              GO TO F-LOCALIZA-MAILQ
           END-IF
           MOVE ZEROS TO MLQ-SEQ
           START ARQ-MAILQ KEY IS GREATER MLQ-SEQ
           IF WS-RESULTADO-MAILQ = 00
              MOVE ZEROS TO WS-FIM-ARQUIVO
           ELSE
              MOVE 1 TO WS-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-MAILQ NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 MOVE MLQ-DESTINATARIO TO WS-EMAIL-AUX
                 PERFORM PROCURA-EMAIL-TAB
                 IF WS-ACHOU = "S"
                    MOVE SPACES           TO DETALHE-LGPD
                    MOVE WID-ARQ-MAILQ    TO DET-ARQUIVO
                    MOVE MLQ-SEQ          TO DET-REGISTRO
                    MOVE MLQ-ASSUNTO      TO DET-CONTEUDO (1:40)
                    MOVE "CORPO: "        TO DET-CONTEUDO (42:7)
                    MOVE MLQ-ARQ-CORPO    TO DET-CONTEUDO (49:20)
                    MOVE "ENCONTRADO"     TO DET-SITUACAO
                    PERFORM IMPRIME-DETALHE
                    ADD 1 TO WS-QTD-ENCONTRADOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-MAILQ
           .
       F-LOCALIZA-MAILQ. EXIT.
       LOCALIZA-PEDIDOS.
      *    PEDIDOS SAO HISTORICO FISCAL/FINANCEIRO: SO CONTADOS.
           IF WS-QTD-CLI-TAB = ZEROS AND WS-QTD-VEN-TAB = ZEROS
              GO TO F-LOCALIZA-PEDIDOS
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PEDIDO NOT = 00
              GO TO F-LOCALIZA-PEDIDOS
           END-IF
           MOVE ZEROS TO WS-QTD-PEDIDOS
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-PEDIDO NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 MOVE PED-CLI-CODIGO TO WS-CODIGO-CLI-AUX
                 PERFORM PROCURA-CLIENTE-TAB
                 IF WS-ACHOU NOT = "S"
                    MOVE PED-VEN-CODIGO TO WS-CODIGO-VEN-AUX
                    PERFORM PROCURA-VENDEDOR-TAB
                 END-IF
                 IF WS-ACHOU = "S"
                    ADD 1 TO WS-QTD-PEDIDOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PEDIDO
           IF WS-QTD-PEDIDOS NOT = ZEROS
              MOVE SPACES               TO DETALHE-LGPD
              MOVE WID-ARQ-PEDIDO       TO DET-ARQUIVO
              MOVE WS-QTD-PEDIDOS       TO DET-NUMERO-EDIT
              MOVE DET-NUMERO-EDIT      TO DET-CONTEUDO (1:9)
              MOVE "PEDIDOS DO TITULAR (CODIGO, DATA E VALORES)"
                 TO DET-CONTEUDO (11:58)
              MOVE "MANTIDO-HIST.FINANCEIRO" TO DET-SITUACAO
              PERFORM IMPRIME-DETALHE
              ADD WS-QTD-PEDIDOS TO WS-QTD-ENCONTRADOS
           END-IF
           .
       F-LOCALIZA-PEDIDOS. EXIT.
       LOCALIZA-PEDHIST.
           IF WS-QTD-CLI-TAB = ZEROS AND WS-QTD-VEN-TAB = ZEROS
              GO TO F-LOCALIZA-PEDHIST
           END-IF
           MOVE "PEDHIST.DAT" TO WID-ARQ-PEDHIST
           OPEN INPUT ARQ-PEDHIST
           IF WS-RESULTADO-PEDHIST NOT = 00
              GO TO F-LOCALIZA-PEDHIST
           END-IF
           MOVE ZEROS TO WS-QTD-PEDIDOS
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-PEDHIST NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 MOVE HIP-CLI-CODIGO TO WS-CODIGO-CLI-AUX
                 PERFORM PROCURA-CLIENTE-TAB
                 IF WS-ACHOU NOT = "S"
                    MOVE HIP-VEN-CODIGO TO WS-CODIGO-VEN-AUX
                    PERFORM PROCURA-VENDEDOR-TAB
                 END-IF
                 IF WS-ACHOU = "S"
                    ADD 1 TO WS-QTD-PEDIDOS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PEDHIST
           IF WS-QTD-PEDIDOS NOT = ZEROS
              MOVE SPACES               TO DETALHE-LGPD
              MOVE WID-ARQ-PEDHIST      TO DET-ARQUIVO
              MOVE WS-QTD-PEDIDOS       TO DET-NUMERO-EDIT
              MOVE DET-NUMERO-EDIT      TO DET-CONTEUDO (1:9)
              MOVE "PEDIDOS ARQUIVADOS DO TITULAR"
                 TO DET-CONTEUDO (11:58)
              MOVE "MANTIDO-HIST.FINANCEIRO" TO DET-SITUACAO
              PERFORM IMPRIME-DETALHE
              ADD WS-QTD-PEDIDOS TO WS-QTD-ENCONTRADOS
           END-IF
           .
       F-LOCALIZA-PEDHIST. EXIT.
       LOCALIZA-SEQUENCIAIS.
      *    AUDITORIA E JORNAL ONLINE E AS GERACOES DE AUDITORIA
      *    ARQUIVADAS PELO PROGARQLOG (REGISTRADAS EM CTRLARQ.DAT).
           IF WS-QTD-CLI-TAB = ZEROS AND WS-QTD-VEN-TAB = ZEROS
              GO TO F-LOCALIZA-SEQUENCIAIS
           END-IF
           MOVE "AUDCLI"     TO WS-BASE-NOME
           MOVE "AUDCLI.TXT" TO WID-ARQ-ORIGEM
           PERFORM VARRE-SEQUENCIAL
              THRU F-VARRE-SEQUENCIAL
           MOVE "AUDVEN"     TO WS-BASE-NOME
           MOVE "AUDVEN.TXT" TO WID-ARQ-ORIGEM
           PERFORM VARRE-SEQUENCIAL
              THRU F-VARRE-SEQUENCIAL
           MOVE "JORNAL"     TO WS-BASE-NOME
           MOVE "JORNAL.TXT" TO WID-ARQ-ORIGEM
           PERFORM VARRE-SEQUENCIAL
              THRU F-VARRE-SEQUENCIAL
           MOVE "CTRLARQ.DAT" TO WID-ARQ-CTRL-ARQLOG
           OPEN INPUT ARQ-CTRL-ARQLOG
           IF WS-RESULTADO-CTRL NOT = 00
              GO TO F-LOCALIZA-SEQUENCIAIS
           END-IF
           MOVE ZEROS TO WS-FIM-CTRL
           PERFORM UNTIL WS-FIM-CTRL = 1
              READ ARQ-CTRL-ARQLOG NEXT AT END
                 MOVE 1 TO WS-FIM-CTRL
              END-READ
              IF WS-FIM-CTRL NOT = 1
                 AND (ARC-ARQUIVO = "AUDCLI" OR "AUDVEN")
                 MOVE ARC-ARQUIVO     TO WS-BASE-NOME
                 MOVE ARC-COMPETENCIA TO WS-COMPET-EDIT
                 MOVE SPACES TO WID-ARQ-ORIGEM
                 STRING FUNCTION TRIM(WS-BASE-NOME) DELIMITED BY SIZE
                        "."                         DELIMITED BY SIZE
                        WS-COMPET-EDIT              DELIMITED BY SIZE
                        ".ARQ"                      DELIMITED BY SIZE
                     INTO WID-ARQ-ORIGEM
                 END-STRING
                 PERFORM VARRE-SEQUENCIAL
                    THRU F-VARRE-SEQUENCIAL
              END-IF
           END-PERFORM
           CLOSE ARQ-CTRL-ARQLOG
           .
       F-LOCALIZA-SEQUENCIAIS. EXIT.

      *    ---------------------------------------------------------
      *    VARREDURA DE UM ARQUIVO SEQUENCIAL DE AUDITORIA/JORNAL:
      *    NA LOCALIZACAO LISTA AS LINHAS DO TITULAR E GUARDA O
      *    ARQUIVO NA TABELA; NO MASCARAMENTO REGRAVA O ARQUIVO EM
      *    .NOVO COM AS IMAGENS DO TITULAR ANONIMIZADAS.
      *    ---------------------------------------------------------
       VARRE-SEQUENCIAL.
           MOVE ZEROS TO WS-QTD-LINHAS-ARQ
           MOVE ZEROS TO WS-QTD-MASCARADAS
           OPEN INPUT ARQ-ORIGEM
           IF WS-RESULTADO-ORIGEM NOT = 00
              IF VARREDURA-LOCALIZA
                 MOVE WID-ARQ-ORIGEM TO WS-ARQ-NAO-PESQUISADO
                 PERFORM IMPRIME-NAO-PESQUISADO
              END-IF
              GO TO F-VARRE-SEQUENCIAL
           END-IF
           IF VARREDURA-MASCARA
              MOVE SPACES TO WID-ARQ-NOVO
              STRING FUNCTION TRIM(WID-ARQ-ORIGEM) DELIMITED BY SIZE
                     ".NOVO"                       DELIMITED BY SIZE
                  INTO WID-ARQ-NOVO
              END-STRING
              OPEN OUTPUT ARQ-NOVO
           END-IF
           MOVE ZEROS TO WS-FIM-ORIGEM
           PERFORM UNTIL WS-FIM-ORIGEM = 1
              READ ARQ-ORIGEM AT END
                 MOVE 1 TO WS-FIM-ORIGEM
              END-READ
              IF WS-FIM-ORIGEM NOT = 1
                 ADD 1 TO WS-QTD-LINHAS-ARQ
                 PERFORM CONFERE-LINHA-SEQUENCIAL
                 IF WS-LINHA-DO-TITULAR = "S"
                    IF VARREDURA-LOCALIZA
                       PERFORM IMPRIME-LINHA-SEQUENCIAL
                    ELSE
                       PERFORM MASCARA-LINHA-SEQUENCIAL
                    END-IF
                    ADD 1 TO WS-QTD-MASCARADAS
                 END-IF
                 IF VARREDURA-MASCARA
                    WRITE REGISTRO-NOVO FROM REGISTRO-ORIGEM
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-ORIGEM
           IF VARREDURA-LOCALIZA
              IF WS-QTD-MASCARADAS NOT = ZEROS
                 AND WS-QTD-ARQ-TAB < 200
                 ADD 1 TO WS-QTD-ARQ-TAB
                 MOVE WID-ARQ-ORIGEM
                    TO WS-ARQ-TAB-NOME (WS-QTD-ARQ-TAB)
                 MOVE WS-BASE-NOME
                    TO WS-ARQ-TAB-TIPO (WS-QTD-ARQ-TAB)
              END-IF
              GO TO F-VARRE-SEQUENCIAL
           END-IF
           CLOSE ARQ-NOVO
           DISPLAY "PROGLGPD - " WID-ARQ-ORIGEM " LIDOS: "
              WS-QTD-LINHAS-ARQ " MASCARADOS: " WS-QTD-MASCARADAS
           MOVE SPACES               TO DETALHE-LGPD
           MOVE WID-ARQ-ORIGEM       TO DET-ARQUIVO
           MOVE WS-QTD-MASCARADAS    TO DET-NUMERO-EDIT
           MOVE DET-NUMERO-EDIT      TO DET-CONTEUDO (1:9)
           MOVE "LINHAS MASCARADAS - COPIA EM"
              TO DET-CONTEUDO (11:28)
           MOVE WID-ARQ-NOVO         TO DET-CONTEUDO (40:29)
           MOVE "SUBSTITUIR PELO .NOVO"  TO DET-SITUACAO
           PERFORM IMPRIME-DETALHE
           ADD WS-QTD-MASCARADAS TO WS-QTD-ANONIMIZADOS
           .
       F-VARRE-SEQUENCIAL. EXIT.
       CONFERE-LINHA-SEQUENCIAL.
      *    A LINHA E DO TITULAR QUANDO O CODIGO (DA AUDITORIA OU DO
      *    INICIO DA IMAGEM DO JORNAL) ESTA NA TABELA; NO
      *    MASCARAMENTO, SO SE O CODIGO FOI DE FATO ANONIMIZADO.
           MOVE "N" TO WS-LINHA-DO-TITULAR
           EVALUATE WS-BASE-NOME
              WHEN "AUDCLI"
                 IF ORI-ACL-CODIGO IS NUMERIC
                    MOVE ORI-ACL-CODIGO TO WS-CODIGO-CLI-AUX
                    PERFORM CONFERE-CODIGO-CLIENTE
                 END-IF
              WHEN "AUDVEN"
                 IF ORI-AVN-CODIGO IS NUMERIC
                    MOVE ORI-AVN-CODIGO TO WS-CODIGO-VEN-AUX
                    PERFORM CONFERE-CODIGO-VENDEDOR
                 END-IF
              WHEN "JORNAL"
                 IF ORI-JRN-ANTES NOT = SPACES
                    MOVE ORI-JRN-ANTES  TO WS-IMAGEM-CLIENTE
                 ELSE
                    MOVE ORI-JRN-DEPOIS TO WS-IMAGEM-CLIENTE
                 END-IF
                 MOVE WS-IMAGEM-CLIENTE TO WS-IMAGEM-VENDEDOR
                 IF ORI-JRN-ARQUIVO = "CLIENTE"
                    AND IMC-CODIGO IS NUMERIC
                    MOVE IMC-CODIGO TO WS-CODIGO-CLI-AUX
                    PERFORM CONFERE-CODIGO-CLIENTE
                 END-IF
                 IF ORI-JRN-ARQUIVO = "VENDEDOR"
                    AND IMV-CODIGO IS NUMERIC
                    MOVE IMV-CODIGO TO WS-CODIGO-VEN-AUX
                    PERFORM CONFERE-CODIGO-VENDEDOR
                 END-IF
           END-EVALUATE
           .
       CONFERE-CODIGO-CLIENTE.
           PERFORM PROCURA-CLIENTE-TAB
           IF WS-ACHOU = "S"
              IF VARREDURA-LOCALIZA
                 OR WS-CLI-TAB-ANONIMIZADO (WS-IDX-CLI) = "S"
                 MOVE "S" TO WS-LINHA-DO-TITULAR
              END-IF
           END-IF
           .
       CONFERE-CODIGO-VENDEDOR.
           PERFORM PROCURA-VENDEDOR-TAB
           IF WS-ACHOU = "S"
              IF VARREDURA-LOCALIZA
                 OR WS-VEN-TAB-ANONIMIZADO (WS-IDX-VEN) = "S"
                 MOVE "S" TO WS-LINHA-DO-TITULAR
              END-IF
           END-IF
           .
       IMPRIME-LINHA-SEQUENCIAL.
           MOVE SPACES         TO DETALHE-LGPD
           MOVE WID-ARQ-ORIGEM TO DET-ARQUIVO
           EVALUATE WS-BASE-NOME
              WHEN "AUDCLI"
                 MOVE ORI-ACL-DATA     TO DET-REGISTRO
                 MOVE "AUDITORIA DO CLIENTE " TO DET-CONTEUDO (1:21)
                 MOVE ORI-ACL-CODIGO   TO DET-CONTEUDO (22:7)
                 MOVE " OPERACAO "     TO DET-CONTEUDO (29:10)
                 MOVE ORI-ACL-OPERACAO TO DET-CONTEUDO (39:1)
                 MOVE " POR "          TO DET-CONTEUDO (40:5)
                 MOVE ORI-ACL-OPERADOR TO DET-CONTEUDO (45:10)
              WHEN "AUDVEN"
                 MOVE ORI-AVN-DATA     TO DET-REGISTRO
                 MOVE "AUDITORIA DO VENDEDOR " TO DET-CONTEUDO (1:22)
                 MOVE ORI-AVN-CODIGO   TO DET-CONTEUDO (23:5)
                 MOVE " OPERACAO "     TO DET-CONTEUDO (28:10)
                 MOVE ORI-AVN-OPERACAO TO DET-CONTEUDO (38:1)
                 MOVE " POR "          TO DET-CONTEUDO (39:5)
                 MOVE ORI-AVN-OPERADOR TO DET-CONTEUDO (44:10)
              WHEN "JORNAL"
                 MOVE ORI-JRN-DATA (7:2) TO DET-REGISTRO (1:2)
                 MOVE "/"                TO DET-REGISTRO (3:1)
                 MOVE ORI-JRN-DATA (5:2) TO DET-REGISTRO (4:2)
                 MOVE "/"                TO DET-REGISTRO (6:1)
                 MOVE ORI-JRN-DATA (1:4) TO DET-REGISTRO (7:4)
                 MOVE "JORNAL DE "       TO DET-CONTEUDO (1:10)
                 MOVE ORI-JRN-ARQUIVO    TO DET-CONTEUDO (11:8)
                 MOVE " OPERACAO "       TO DET-CONTEUDO (19:10)
                 MOVE ORI-JRN-OPERACAO   TO DET-CONTEUDO (29:1)
                 MOVE " HORA "           TO DET-CONTEUDO (30:6)
                 MOVE ORI-JRN-HORA       TO DET-CONTEUDO (36:6)
           END-EVALUATE
           MOVE "ENCONTRADO" TO DET-SITUACAO
           PERFORM IMPRIME-DETALHE
           ADD 1 TO WS-QTD-ENCONTRADOS
           .
       MASCARA-LINHA-SEQUENCIAL.
           EVALUATE WS-BASE-NOME
              WHEN "AUDCLI"
                 MOVE ORI-ACL-ANTES  TO WS-IMAGEM-CLIENTE
                 PERFORM MASCARA-IMAGEM-CLIENTE
                 MOVE WS-IMAGEM-CLIENTE TO ORI-ACL-ANTES
                 MOVE ORI-ACL-DEPOIS TO WS-IMAGEM-CLIENTE
                 PERFORM MASCARA-IMAGEM-CLIENTE
                 MOVE WS-IMAGEM-CLIENTE TO ORI-ACL-DEPOIS
              WHEN "AUDVEN"
                 MOVE ORI-AVN-ANTES  TO WS-IMAGEM-VENDEDOR
                 PERFORM MASCARA-IMAGEM-VENDEDOR
                 MOVE WS-IMAGEM-VENDEDOR TO ORI-AVN-ANTES
                 MOVE ORI-AVN-DEPOIS TO WS-IMAGEM-VENDEDOR
                 PERFORM MASCARA-IMAGEM-VENDEDOR
                 MOVE WS-IMAGEM-VENDEDOR TO ORI-AVN-DEPOIS
              WHEN "JORNAL"
                 IF ORI-JRN-ARQUIVO = "CLIENTE"
                    MOVE ORI-JRN-ANTES  TO WS-IMAGEM-CLIENTE
                    PERFORM MASCARA-IMAGEM-CLIENTE
                    MOVE WS-IMAGEM-CLIENTE TO ORI-JRN-ANTES
                    MOVE ORI-JRN-DEPOIS TO WS-IMAGEM-CLIENTE
                    PERFORM MASCARA-IMAGEM-CLIENTE
                    MOVE WS-IMAGEM-CLIENTE TO ORI-JRN-DEPOIS
                 ELSE
                    MOVE ORI-JRN-ANTES  TO WS-IMAGEM-VENDEDOR
                    PERFORM MASCARA-IMAGEM-VENDEDOR
                    MOVE WS-IMAGEM-VENDEDOR TO ORI-JRN-ANTES
                    MOVE ORI-JRN-DEPOIS TO WS-IMAGEM-VENDEDOR
                    PERFORM MASCARA-IMAGEM-VENDEDOR
                    MOVE WS-IMAGEM-VENDEDOR TO ORI-JRN-DEPOIS
                 END-IF
           END-EVALUATE
           .
       MASCARA-IMAGEM-CLIENTE.
      *    IMAGEM EM BRANCO (INCLUSAO/EXCLUSAO) FICA EM BRANCO.
           IF WS-IMAGEM-CLIENTE NOT = SPACES
              MOVE WS-TEXTO-ANONIMO TO IMC-RAZAO-SOCIAL
              MOVE SPACES           TO IMC-ENDERECO
              MOVE ZEROS            TO IMC-LATITUDE
              MOVE ZEROS            TO IMC-LONGITUDE
              MOVE SPACES           TO IMC-TELEFONE
              MOVE SPACES           TO IMC-EMAIL
              MOVE SPACES           TO IMC-RF-RAZAO-SOCIAL
           END-IF
           .
       MASCARA-IMAGEM-VENDEDOR.
           IF WS-IMAGEM-VENDEDOR NOT = SPACES
              MOVE WS-TEXTO-ANONIMO TO IMV-NOME
              MOVE SPACES           TO IMV-ENDERECO
              MOVE ZEROS            TO IMV-LATITUDE
              MOVE ZEROS            TO IMV-LONGITUDE
              MOVE SPACES           TO IMV-TELEFONE
              MOVE SPACES           TO IMV-EMAIL
           END-IF
           .

      *    ---------------------------------------------------------
      *    ANONIMIZACAO (ELIMINACAO APROVADA)
      *    ---------------------------------------------------------
       ANONIMIZA-CADASTROS.
           MOVE "AUDCLI.TXT" TO WID-ARQ-AUD-CLIENTE
           OPEN EXTEND ARQ-AUD-CLIENTE
           IF WS-RESULTADO-AUD NOT = 00
              OPEN OUTPUT ARQ-AUD-CLIENTE
              CLOSE ARQ-AUD-CLIENTE
              OPEN EXTEND ARQ-AUD-CLIENTE
           END-IF
           MOVE "AUDVEN.TXT" TO WID-ARQ-AUD-VENDEDOR
           OPEN EXTEND ARQ-AUD-VENDEDOR
           IF WS-RESULTADO-AUD-VEN NOT = 00
              OPEN OUTPUT ARQ-AUD-VENDEDOR
              CLOSE ARQ-AUD-VENDEDOR
              OPEN EXTEND ARQ-AUD-VENDEDOR
           END-IF
           MOVE "JORNAL.TXT" TO WID-ARQ-JORNAL
           OPEN EXTEND ARQ-JORNAL
           IF WS-RESULTADO-JORNAL NOT = 00
              OPEN OUTPUT ARQ-JORNAL
              CLOSE ARQ-JORNAL
              OPEN EXTEND ARQ-JORNAL
           END-IF
           PERFORM ANONIMIZA-CLIENTES
              THRU F-ANONIMIZA-CLIENTES
           PERFORM ANONIMIZA-CLIHIST
              THRU F-ANONIMIZA-CLIHIST
           PERFORM ANONIMIZA-VENDEDORES
              THRU F-ANONIMIZA-VENDEDORES
           PERFORM ANONIMIZA-PROSPECTS
              THRU F-ANONIMIZA-PROSPECTS
           PERFORM ANONIMIZA-OCORRENCIAS
              THRU F-ANONIMIZA-OCORRENCIAS
           PERFORM ANONIMIZA-MAILQ
              THRU F-ANONIMIZA-MAILQ
           CLOSE ARQ-AUD-CLIENTE
           CLOSE ARQ-AUD-VENDEDOR
           CLOSE ARQ-JORNAL
           .
       F-ANONIMIZA-CADASTROS. EXIT.
       ANONIMIZA-CLIENTES.
           IF WS-QTD-CLI-TAB = ZEROS
              GO TO F-ANONIMIZA-CLIENTES
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "PROGLGPD - CLIENTE.DAT INDISPONIVEL."
              GO TO F-ANONIMIZA-CLIENTES
           END-IF
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLI-TAB
              MOVE WS-CLI-TAB-CODIGO (WS-IDX-CLI) TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO = 00
                 PERFORM ANONIMIZA-CLIENTE
              END-IF
           END-PERFORM
           CLOSE ARQ-CLIENTE
           .
       F-ANONIMIZA-CLIENTES. EXIT.
       ANONIMIZA-CLIENTE.
      *    A IMAGEM "ANTES" DA AUDITORIA E DO JORNAL VAI MASCARADA,
      *    PARA O DADO ELIMINADO NAO VOLTAR PELO PROPRIO REGISTRO
      *    DA ELIMINACAO.
           MOVE REGISTRO-CLIENTE TO WS-CLI-ANTES
           MOVE WS-TEXTO-ANONIMO TO CLI-RAZAO-SOCIAL
           MOVE SPACES           TO CLI-ENDERECO
           MOVE ZEROS            TO CLI-LATITUDE
           MOVE ZEROS            TO CLI-LONGITUDE
           MOVE SPACES           TO CLI-COORD-ORIGEM
           MOVE SPACES           TO CLI-TELEFONE
           MOVE SPACES           TO CLI-EMAIL
           MOVE SPACES           TO CLI-RF-RAZAO-SOCIAL
           MOVE "I"              TO CLI-STATUS
           MOVE WS-DATA-EDITADA  TO CLI-DATA-ALTERACAO
           REWRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 AND 02
              DISPLAY "PROGLGPD - ERRO AO REGRAVAR CLIENTE "
                 CLI-CODIGO " - STATUS " WS-RESULTADO-ACESSO
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CLI-TAB-ANONIMIZADO (WS-IDX-CLI)
           ADD 1 TO WS-QTD-ANONIMIZADOS
           MOVE WS-CLI-ANTES TO WS-IMAGEM-CLIENTE
           PERFORM MASCARA-IMAGEM-CLIENTE
           MOVE WS-IMAGEM-CLIENTE TO WS-CLI-ANTES
           MOVE WS-DATA-EDITADA  TO AUD-CLI-DATA
           MOVE "L"              TO AUD-CLI-OPERACAO
           MOVE CLI-CODIGO       TO AUD-CLI-CODIGO
           MOVE WS-CLI-ANTES     TO AUD-CLI-ANTES
           MOVE REGISTRO-CLIENTE TO AUD-CLI-DEPOIS
           MOVE WS-CARTAO-SOLICITANTE TO AUD-CLI-OPERADOR
           WRITE REGISTRO-AUD-CLIENTE
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA  TO JRN-DATA
           MOVE WS-HORA-SISTEMA  TO JRN-HORA
           MOVE "CLIENTE"        TO JRN-ARQUIVO
           MOVE "R"              TO JRN-OPERACAO
           MOVE WS-CLI-ANTES     TO JRN-IMAGEM-ANTES
           MOVE REGISTRO-CLIENTE TO JRN-IMAGEM-DEPOIS
           WRITE REGISTRO-JORNAL
           MOVE SPACES           TO DETALHE-LGPD
           MOVE WID-ARQ-CLIENTE  TO DET-ARQUIVO
           MOVE CLI-CODIGO       TO DET-REGISTRO
           MOVE "RAZAO, ENDERECO, COORDENADAS, TELEFONE E E-MAIL; "
              TO DET-CONTEUDO (1:50)
           MOVE "INATIVADO"      TO DET-CONTEUDO (51:9)
           MOVE "ANONIMIZADO"    TO DET-SITUACAO
           PERFORM IMPRIME-DETALHE
           .
       ANONIMIZA-CLIHIST.
           MOVE "CLIHIST.DAT" TO WID-ARQ-CLIHIST
           OPEN I-O ARQ-CLIHIST
           IF WS-RESULTADO-CLIHIST NOT = 00
              GO TO F-ANONIMIZA-CLIHIST
           END-IF
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-CLIHIST NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 AND HIS-CLI-CNPJ = WS-DOCUMENTO
                 MOVE WS-TEXTO-ANONIMO TO HIS-CLI-RAZAO-SOCIAL
                 MOVE SPACES           TO HIS-CLI-ENDERECO
                 MOVE ZEROS            TO HIS-CLI-LATITUDE
                 MOVE ZEROS            TO HIS-CLI-LONGITUDE
                 MOVE SPACES           TO HIS-CLI-COORD-ORIGEM
                 MOVE SPACES           TO HIS-CLI-TELEFONE
                 MOVE SPACES           TO HIS-CLI-EMAIL
                 REWRITE REGISTRO-CLIHIST
                 IF WS-RESULTADO-CLIHIST = 00 OR 02
                    MOVE HIS-CLI-CODIGO TO WS-CODIGO-CLI-AUX
                    PERFORM PROCURA-CLIENTE-TAB
                    IF WS-ACHOU = "S"
                       MOVE "S"
                          TO WS-CLI-TAB-ANONIMIZADO (WS-IDX-CLI)
                    END-IF
                    ADD 1 TO WS-QTD-ANONIMIZADOS
                    MOVE SPACES          TO DETALHE-LGPD
                    MOVE WID-ARQ-CLIHIST TO DET-ARQUIVO
                    MOVE HIS-CLI-CODIGO  TO DET-REGISTRO
                    MOVE "RAZAO, ENDERECO, COORDENADAS, TELEFONE E "
                       TO DET-CONTEUDO (1:42)
                    MOVE "E-MAIL"        TO DET-CONTEUDO (43:6)
                    MOVE "ANONIMIZADO"   TO DET-SITUACAO
                    PERFORM IMPRIME-DETALHE
                 ELSE
                    DISPLAY "PROGLGPD - ERRO AO REGRAVAR ARQUIVO "
                       "MORTO " HIS-CLI-CODIGO " - STATUS "
                       WS-RESULTADO-CLIHIST
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-CLIHIST
           .
       F-ANONIMIZA-CLIHIST. EXIT.
       ANONIMIZA-VENDEDORES.
           IF WS-QTD-VEN-TAB = ZEROS
              GO TO F-ANONIMIZA-VENDEDORES
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN I-O ARQ-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00
              DISPLAY "PROGLGPD - VENDEDOR.DAT INDISPONIVEL."
              GO TO F-ANONIMIZA-VENDEDORES
           END-IF
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                   UNTIL WS-IDX-VEN > WS-QTD-VEN-TAB
              MOVE WS-VEN-TAB-CODIGO (WS-IDX-VEN) TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VENDEDOR = 00
                 PERFORM ANONIMIZA-VENDEDOR
              END-IF
           END-PERFORM
           CLOSE ARQ-VENDEDOR
           .
       F-ANONIMIZA-VENDEDORES. EXIT.
       ANONIMIZA-VENDEDOR.
           MOVE SPACES           TO DETALHE-LGPD
           MOVE WID-ARQ-VENDEDOR TO DET-ARQUIVO
           MOVE VEN-CODIGO       TO DET-REGISTRO
           IF VEN-ATIVO
      *       VENDEDOR COM CONTRATO EM VIGOR: DESLIGAR PRIMEIRO
      *       (PROG02) E REPETIR O PEDIDO.
              MOVE "VENDEDOR ATIVO - DESLIGAR NO PROG02 E REPETIR"
                 TO DET-CONTEUDO
              MOVE "MANTIDO-VENDEDOR ATIVO" TO DET-SITUACAO
              PERFORM IMPRIME-DETALHE
              EXIT PARAGRAPH
           END-IF
           MOVE REGISTRO-VENDEDOR TO WS-VEN-ANTES
           MOVE WS-TEXTO-ANONIMO  TO VEN-NOME
           MOVE SPACES            TO VEN-ENDERECO
           MOVE ZEROS             TO VEN-LATITUDE
           MOVE ZEROS             TO VEN-LONGITUDE
           MOVE SPACES            TO VEN-COORD-ORIGEM
           MOVE SPACES            TO VEN-TELEFONE
           MOVE SPACES            TO VEN-EMAIL
           MOVE WS-DATA-EDITADA   TO VEN-DATA-ALTERACAO
           REWRITE REGISTRO-VENDEDOR
           IF WS-RESULTADO-VENDEDOR NOT = 00 AND 02
              DISPLAY "PROGLGPD - ERRO AO REGRAVAR VENDEDOR "
                 VEN-CODIGO " - STATUS " WS-RESULTADO-VENDEDOR
              EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-VEN-TAB-ANONIMIZADO (WS-IDX-VEN)
           ADD 1 TO WS-QTD-ANONIMIZADOS
           MOVE WS-VEN-ANTES TO WS-IMAGEM-VENDEDOR
           PERFORM MASCARA-IMAGEM-VENDEDOR
           MOVE WS-IMAGEM-VENDEDOR TO WS-VEN-ANTES
           MOVE WS-DATA-EDITADA   TO AUD-VEN-DATA
           MOVE "L"               TO AUD-VEN-OPERACAO
           MOVE VEN-CODIGO        TO AUD-VEN-CODIGO
           MOVE WS-VEN-ANTES      TO AUD-VEN-ANTES
           MOVE REGISTRO-VENDEDOR TO AUD-VEN-DEPOIS
           MOVE WS-CARTAO-SOLICITANTE TO AUD-VEN-OPERADOR
           WRITE REGISTRO-AUD-VENDEDOR
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-SISTEMA   TO JRN-DATA
           MOVE WS-HORA-SISTEMA   TO JRN-HORA
           MOVE "VENDEDOR"        TO JRN-ARQUIVO
           MOVE "R"               TO JRN-OPERACAO
           MOVE WS-VEN-ANTES      TO JRN-IMAGEM-ANTES
           MOVE REGISTRO-VENDEDOR TO JRN-IMAGEM-DEPOIS
           WRITE REGISTRO-JORNAL
           MOVE "NOME, ENDERECO, COORDENADAS, TELEFONE E E-MAIL"
              TO DET-CONTEUDO
           MOVE "ANONIMIZADO"     TO DET-SITUACAO
           PERFORM IMPRIME-DETALHE
           .
       ANONIMIZA-PROSPECTS.
           MOVE "PROSPECT.DAT" TO WID-ARQ-PROSPECT
           OPEN I-O ARQ-PROSPECT
           IF WS-RESULTADO-PROSPECT NOT = 00
              GO TO F-ANONIMIZA-PROSPECTS
           END-IF
           MOVE ZEROS TO WS-FIM-ARQUIVO
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-PROSPECT NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 AND PRS-CNPJ = WS-DOCUMENTO
                 MOVE WS-TEXTO-ANONIMO TO PRS-RAZAO-SOCIAL
                 MOVE SPACES           TO PRS-CONTATO
                 MOVE SPACES           TO PRS-TELEFONE
                 MOVE WS-DATA-SISTEMA  TO PRS-DATA-ALTERACAO
                 REWRITE REGISTRO-PROSPECT
                 IF WS-RESULTADO-PROSPECT = 00 OR 02
                    ADD 1 TO WS-QTD-ANONIMIZADOS
                    MOVE SPACES           TO DETALHE-LGPD
                    MOVE WID-ARQ-PROSPECT TO DET-ARQUIVO
                    MOVE PRS-CODIGO       TO DET-REGISTRO
                    MOVE "RAZAO SOCIAL, CONTATO E TELEFONE"
                       TO DET-CONTEUDO
                    MOVE "ANONIMIZADO"    TO DET-SITUACAO
                    PERFORM IMPRIME-DETALHE
                 ELSE
                    DISPLAY "PROGLGPD - ERRO AO REGRAVAR PROSPECT "
                       PRS-CODIGO " - STATUS " WS-RESULTADO-PROSPECT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PROSPECT
           .
       F-ANONIMIZA-PROSPECTS. EXIT.
       ANONIMIZA-OCORRENCIAS.
           IF WS-QTD-CLI-TAB = ZEROS
              GO TO F-ANONIMIZA-OCORRENCIAS
           END-IF
           MOVE "OCORREN.DAT" TO WID-ARQ-OCORREN
           OPEN I-O ARQ-OCORREN
           IF WS-RESULTADO-OCORREN NOT = 00
              GO TO F-ANONIMIZA-OCORRENCIAS
           END-IF
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLI-TAB
              MOVE WS-CLI-TAB-CODIGO (WS-IDX-CLI) TO OCO-CLI-CODIGO
              MOVE ZEROS TO OCO-SEQUENCIA
              START ARQ-OCORREN KEY IS NOT LESS OCO-CHAVE
              IF WS-RESULTADO-OCORREN = 00
                 MOVE ZEROS TO WS-FIM-ARQUIVO
              ELSE
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-IF
              PERFORM UNTIL WS-FIM-ARQUIVO = 1
                 READ ARQ-OCORREN NEXT AT END
                    MOVE 1 TO WS-FIM-ARQUIVO
                 END-READ
                 IF WS-FIM-ARQUIVO NOT = 1
                    IF OCO-CLI-CODIGO NOT =
                       WS-CLI-TAB-CODIGO (WS-IDX-CLI)
                       MOVE 1 TO WS-FIM-ARQUIVO
                    ELSE
                       PERFORM ANONIMIZA-OCORRENCIA
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           CLOSE ARQ-OCORREN
           .
       F-ANONIMIZA-OCORRENCIAS. EXIT.
       ANONIMIZA-OCORRENCIA.
           MOVE WS-TEXTO-OCORRENCIA TO OCO-TEXTO
           REWRITE REGISTRO-OCORREN
           IF WS-RESULTADO-OCORREN NOT = 00 AND 02
              DISPLAY "PROGLGPD - ERRO AO REGRAVAR OCORRENCIA "
                 OCO-CHAVE " - STATUS " WS-RESULTADO-OCORREN
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ANONIMIZADOS
           MOVE SPACES          TO DETALHE-LGPD
           MOVE WID-ARQ-OCORREN TO DET-ARQUIVO
           MOVE OCO-CHAVE       TO DET-REGISTRO (1:11)
           MOVE "TEXTO DA OCORRENCIA" TO DET-CONTEUDO
           MOVE "ANONIMIZADO"   TO DET-SITUACAO
           PERFORM IMPRIME-DETALHE
           .
       ANONIMIZA-MAILQ.
      *    A MENSAGEM AINDA PENDENTE NAO SAI MAIS: FICA COMO FALHA,
      *    SEM DESTINATARIO.
           IF WS-QTD-EMAIL-TAB = ZEROS
              GO TO F-ANONIMIZA-MAILQ
           END-IF
           MOVE "MAILQ.DAT" TO WID-ARQ-MAILQ
           OPEN I-O ARQ-MAILQ
           IF WS-RESULTADO-MAILQ NOT = 00
              GO TO F-ANONIMIZA-MAILQ
           END-IF
           MOVE ZEROS TO MLQ-SEQ
           START ARQ-MAILQ KEY IS GREATER MLQ-SEQ
           IF WS-RESULTADO-MAILQ = 00
              MOVE ZEROS TO WS-FIM-ARQUIVO
           ELSE
              MOVE 1 TO WS-FIM-ARQUIVO
           END-IF
           PERFORM UNTIL WS-FIM-ARQUIVO = 1
              READ ARQ-MAILQ NEXT AT END
                 MOVE 1 TO WS-FIM-ARQUIVO
              END-READ
              IF WS-FIM-ARQUIVO NOT = 1
                 MOVE MLQ-DESTINATARIO TO WS-EMAIL-AUX
                 PERFORM PROCURA-EMAIL-TAB
                 IF WS-ACHOU = "S" AND WS-EMAIL-ELIMINAR = "S"
                    MOVE SPACES TO MLQ-DESTINATARIO
                    IF MLQ-PENDENTE
                       MOVE "F" TO MLQ-STATUS
                    END-IF
                    REWRITE REGISTRO-MAILQ
                    ADD 1 TO WS-QTD-ANONIMIZADOS
                    MOVE SPACES           TO DETALHE-LGPD
                    MOVE WID-ARQ-MAILQ    TO DET-ARQUIVO
                    MOVE MLQ-SEQ          TO DET-REGISTRO
                    MOVE "DESTINATARIO (CORPO EM "
                       TO DET-CONTEUDO (1:23)
                    MOVE MLQ-ARQ-CORPO    TO DET-CONTEUDO (24:44)
                    MOVE ")"              TO DET-CONTEUDO (68:1)
                    MOVE "ANONIMIZADO"    TO DET-SITUACAO
                    PERFORM IMPRIME-DETALHE
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-MAILQ
           .
       F-ANONIMIZA-MAILQ. EXIT.
       MASCARA-SEQUENCIAIS.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > WS-QTD-ARQ-TAB
              MOVE WS-ARQ-TAB-NOME (WS-IDX-ARQ) TO WID-ARQ-ORIGEM
              MOVE WS-ARQ-TAB-TIPO (WS-IDX-ARQ) TO WS-BASE-NOME
              PERFORM VARRE-SEQUENCIAL
                 THRU F-VARRE-SEQUENCIAL
           END-PERFORM
           .

      *    ---------------------------------------------------------
      *    TABELAS DO TITULAR
      *    ---------------------------------------------------------
       ADICIONA-CLIENTE-TAB.
           PERFORM PROCURA-CLIENTE-TAB
           IF WS-ACHOU NOT = "S" AND WS-QTD-CLI-TAB < 20
              ADD 1 TO WS-QTD-CLI-TAB
              MOVE WS-CODIGO-CLI-AUX
                 TO WS-CLI-TAB-CODIGO (WS-QTD-CLI-TAB)
              MOVE "N" TO WS-CLI-TAB-ANONIMIZADO (WS-QTD-CLI-TAB)
           END-IF
           .
       PROCURA-CLIENTE-TAB.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLI-TAB
                      OR WS-ACHOU = "S"
              IF WS-CLI-TAB-CODIGO (WS-IDX-CLI) = WS-CODIGO-CLI-AUX
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-IDX-CLI
           END-IF
           .
       ADICIONA-VENDEDOR-TAB.
           PERFORM PROCURA-VENDEDOR-TAB
           IF WS-ACHOU NOT = "S" AND WS-QTD-VEN-TAB < 5
              ADD 1 TO WS-QTD-VEN-TAB
              MOVE WS-CODIGO-VEN-AUX
                 TO WS-VEN-TAB-CODIGO (WS-QTD-VEN-TAB)
              MOVE "N" TO WS-VEN-TAB-ANONIMIZADO (WS-QTD-VEN-TAB)
           END-IF
           .
       PROCURA-VENDEDOR-TAB.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
                   UNTIL WS-IDX-VEN > WS-QTD-VEN-TAB
                      OR WS-ACHOU = "S"
              IF WS-VEN-TAB-CODIGO (WS-IDX-VEN) = WS-CODIGO-VEN-AUX
                 MOVE "S" TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-IDX-VEN
           END-IF
           .
       ADICIONA-EMAIL-TAB.
           IF WS-EMAIL-AUX = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-EMAIL-ELIMINAR TO WS-ELIMINAR-AUX
           PERFORM PROCURA-EMAIL-TAB
           IF WS-ACHOU = "S"
              IF WS-ELIMINAR-AUX = "S"
                 MOVE "S" TO WS-EMAIL-TAB-ELIMINAR (WS-IDX)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-EMAIL-TAB < 20
              ADD 1 TO WS-QTD-EMAIL-TAB
              MOVE WS-EMAIL-AUX
                 TO WS-EMAIL-TAB-ENDERECO (WS-QTD-EMAIL-TAB)
              MOVE WS-ELIMINAR-AUX
                 TO WS-EMAIL-TAB-ELIMINAR (WS-QTD-EMAIL-TAB)
           END-IF
           .
       PROCURA-EMAIL-TAB.
      *    COMPARACAO SEM DIFERENCIAR MAIUSCULAS; DEVOLVE EM
      *    WS-EMAIL-ELIMINAR SE O E-MAIL E DE TITULAR A ANONIMIZAR.
           MOVE "N" TO WS-ACHOU
           MOVE "N" TO WS-EMAIL-ELIMINAR
           IF WS-EMAIL-AUX = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-EMAIL-TAB
                      OR WS-ACHOU = "S"
              IF FUNCTION UPPER-CASE (WS-EMAIL-TAB-ENDERECO (WS-IDX))
                 = FUNCTION UPPER-CASE (WS-EMAIL-AUX)
                 MOVE "S" TO WS-ACHOU
                 MOVE WS-EMAIL-TAB-ELIMINAR (WS-IDX)
                    TO WS-EMAIL-ELIMINAR
              END-IF
           END-PERFORM
           IF WS-ACHOU = "S"
              SUBTRACT 1 FROM WS-IDX
           END-IF
           .

      *    ---------------------------------------------------------
      *    IMPRESSAO
      *    ---------------------------------------------------------
       IMPRIME-NAO-PESQUISADO.
           MOVE SPACES                TO DETALHE-LGPD
           MOVE WS-ARQ-NAO-PESQUISADO TO DET-ARQUIVO
           MOVE "ARQUIVO INDISPONIVEL NA EXECUCAO" TO DET-CONTEUDO
           MOVE "NAO PESQUISADO" TO DET-SITUACAO
           PERFORM IMPRIME-DETALHE
           .
       IMPRIME-SECAO.
           IF CONTADOR-LINHA + 2 NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           WRITE LINHA FROM LINHA-SECAO AFTER 2 LINES
           ADD 2 TO CONTADOR-LINHA
           .
       IMPRIME-DETALHE.
           IF CONTADOR-LINHA + 1 NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           WRITE LINHA FROM DETALHE-LGPD AFTER 1 LINE
           ADD 1 TO CONTADOR-LINHA
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO  AFTER PAGE
           WRITE LINHA FROM CABECALHO-PEDIDO  AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-COLUNAS AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINE
           MOVE  05 TO CONTADOR-LINHA
           .
