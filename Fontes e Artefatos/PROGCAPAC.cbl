       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCAPAC.
       AUTHOR. DIEGO H.
       DATE-WRITTEN. 15/10/2026.
      *   ******** MONITOR DE CAPACIDADE DOS ARQUIVOS DE DADOS ********
      *    PASSO NOTURNO QUE PERCORRE TODOS OS ARQUIVOS DE DADOS DO
      *    SISTEMA (OS INDEXADOS E AS TRILHAS DE AUDITORIA/LOG) E
      *    GRAVA NO HISTORICO CAPAC.DAT, POR ARQUIVO E POR NOITE, A
      *    QUANTIDADE DE REGISTROS, QUANTOS ESTAO ATIVOS E QUANTOS
      *    EXCLUIDOS LOGICAMENTE, E O TAMANHO NO DISCO.
      *    O RELATORIO DE CRESCIMENTO (RCAPAC.TXT, CATALOGADO) MOSTRA
      *    POR ARQUIVO A VARIACAO DA NOITE E DOS ULTIMOS 30 DIAS E A
      *    DATA EM QUE, NO RITMO MEDIO DESSES 30 DIAS, O ARQUIVO
      *    CHEGA AO LIMITE (PARAMETRO LIMITEARQMB, OU LIMMB+NOME PARA
      *    UM ARQUIVO SO). ALERTAS EM ALERTA.TXT E ALERTAS.DAT
      *    (CONSOLE PROG39), COM O CODIGO NO RETORNO:
      *      9101 - CRESCIMENTO NUMA NOITE ACIMA DE PCTCRESCE % (SO
      *             EM ARQUIVO COM PELO MENOS MINCRESCE REGISTROS);
      *      9102 - ARQUIVO JA PASSOU DO LIMITE;
      *      9111 - PROGREORG DEVIDO NO CLIENTE.DAT E
      *      9112 - NO VENDEDOR.DAT: CODIGOS JA EMITIDOS (CTRLCLI/
      *             CTRLVEN) QUE NAO EXISTEM MAIS PASSAM DE PCTREORG %;
      *      9113 - PROGARQLOG ATRASADO: AUDITORIA/LOG COM REGISTROS
      *             MAIS VELHOS QUE A RETENCAO (MESESARQLOG);
      *      9114 - PROGARQPED ATRASADO: PEDIDO.DAT COM PEDIDOS MAIS
      *             VELHOS QUE A RETENCAO (MESESARQPED) MAIS UM MES.
      *    OS ALERTAS DE MANUTENCAO NAO SE REPETEM ENQUANTO HOUVER UM
      *    IGUAL PENDENTE, NEM NO MESMO MES DEPOIS DA CIENCIA.
      *    ARQUIVOS DE PASSAGEM (IMPORTACOES, REJEITOS, RETORNOS,
      *    RELATORIOS, BACKUPS E ARQUIVOS MORTOS) NAO SAO MEDIDOS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CAPAC ASSIGN TO DISK WID-ARQ-CAPAC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAP-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAPAC.

           SELECT ARQ-ALERTAREC ASSIGN TO DISK WID-ARQ-ALERTAREC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ALT-SEQ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ALERTAREC.

           SELECT ARQ-ALERTA ASSIGN TO "ALERTA.TXT"
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-ALERTA.

           SELECT ARQ-TRILHA ASSIGN TO DISK WID-ARQ-TRILHA
                  ORGANIZATION     IS LINE SEQUENTIAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-AJUSCOM ASSIGN TO DISK WID-ARQ-AJUSCOM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AJU-PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-ASSINREL ASSIGN TO DISK WID-ARQ-ASSINREL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ASR-SEQ
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-AUSENCIA ASSIGN TO DISK WID-ARQ-AUSENCIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AUS-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-AUTORIZ ASSIGN TO DISK WID-ARQ-AUTORIZ
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AUT-SEQ
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-BKP-MANIF ASSIGN TO DISK WID-ARQ-BKP-MANIF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS BKP-GERACAO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CALEND ASSIGN TO DISK WID-ARQ-CALEND
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAL-DATA
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CMP-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CATREL ASSIGN TO DISK WID-ARQ-CATREL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAT-SEQ
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CEPGEO ASSIGN TO DISK WID-ARQ-CEPGEO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GEO-CEP
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CHECKIN ASSIGN TO DISK WID-ARQ-CHECKIN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CKI-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CLIHIST ASSIGN TO DISK WID-ARQ-CLIHIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HIS-CLI-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CNAE ASSIGN TO DISK WID-ARQ-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-COMLED ASSIGN TO DISK WID-ARQ-COMLED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CML-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CONCOR ASSIGN TO DISK WID-ARQ-CONCOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CCR-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CONDPAG ASSIGN TO DISK WID-ARQ-CONDPAG
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CPG-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CONTEST ASSIGN TO DISK WID-ARQ-CONTEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTS-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTP-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-ARQLOG ASSIGN TO DISK WID-ARQ-CTRL-ARQLOG
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ARC-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-CLIENTE ASSIGN TO DISK WID-ARQ-CTRL-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE OF REGISTRO-CTRL-CLIENTE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-EXPORT ASSIGN TO DISK WID-ARQ-CTRL-EXPORT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EXP-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-PEDIDO ASSIGN TO DISK WID-ARQ-CTRL-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE-PED
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-PROSPECT ASSIGN TO DISK WID-ARQ-CTRL-PROSPECT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE-PRS
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-RELCLI ASSIGN TO DISK WID-ARQ-CTRL-RELCLI
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE OF REGISTRO-CTRL-RELCLI
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-REMESSA ASSIGN TO DISK WID-ARQ-CTRL-REMESSA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE-REM
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-RELVEN ASSIGN TO DISK WID-ARQ-CTRL-RELVEN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE OF REGISTRO-CTRL-RELVEN
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-TOTAIS ASSIGN TO DISK WID-ARQ-CTRL-TOTAIS
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTT-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CTRL-VENDEDOR ASSIGN TO DISK WID-ARQ-CTRL-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTL-CHAVE-VEN
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-CUSTO ASSIGN TO DISK WID-ARQ-CUSTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CUS-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-DESPESA ASSIGN TO DISK WID-ARQ-DESPESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DSP-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-DESPITEM ASSIGN TO DISK WID-ARQ-DESPITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DIT-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-DEVOLUC ASSIGN TO DISK WID-ARQ-DEVOLUC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-DISTCACHE ASSIGN TO DISK WID-ARQ-DISTCACHE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAC-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-DISTRIBUICAO ASSIGN TO DISK WID-ARQ-DISTRIBUICAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DIS-CLI-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-EDIXREF ASSIGN TO DISK WID-ARQ-EDIXREF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS XRF-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-EQUIPE ASSIGN TO DISK WID-ARQ-EQUIPE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EQP-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-ESTADO ASSIGN TO DISK WID-ARQ-ESTADO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EST-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-ESTOQUE ASSIGN TO DISK WID-ARQ-ESTOQUE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS STQ-PRO-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-EXPPED ASSIGN TO DISK WID-ARQ-EXPPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EXP-PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-FAIXACOM ASSIGN TO DISK WID-ARQ-FAIXACOM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FXC-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-FAMILIA ASSIGN TO DISK WID-ARQ-FAMILIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAM-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-FATPED ASSIGN TO DISK WID-ARQ-FATPED
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FAT-PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-FECHACMP ASSIGN TO DISK WID-ARQ-FECHACMP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FCH-COMPETENCIA
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-FILIAL ASSIGN TO DISK WID-ARQ-FILIAL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FIL-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-GERCAB ASSIGN TO DISK WID-ARQ-GERCAB
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GCB-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-GERDET ASSIGN TO DISK WID-ARQ-GERDET
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GED-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-JOBDEF ASSIGN TO DISK WID-ARQ-JOBDEF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS JOB-SEQ
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-KPI ASSIGN TO DISK WID-ARQ-KPI
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS KPI-COMPETENCIA
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-LGPD ASSIGN TO DISK WID-ARQ-LGPD
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LGP-SEQ
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-LISTADEF ASSIGN TO DISK WID-ARQ-LISTADEF
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LDF-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-MAILQ ASSIGN TO DISK WID-ARQ-MAILQ
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MLQ-SEQ
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-META ASSIGN TO DISK WID-ARQ-META
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MET-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-METAFAM ASSIGN TO DISK WID-ARQ-METAFAM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MTF-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-MUNICIP ASSIGN TO DISK WID-ARQ-MUNICIP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MUN-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-OCORREN ASSIGN TO DISK WID-ARQ-OCORREN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OCO-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-OPERADOR ASSIGN TO DISK WID-ARQ-OPERADOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OPE-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-ORCAMENTO ASSIGN TO DISK WID-ARQ-ORCAMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ORC-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-ORCITEM ASSIGN TO DISK WID-ARQ-ORCITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OIT-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PARAM ASSIGN TO DISK WID-ARQ-PARAM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PAR-NOME
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PEDHIST ASSIGN TO DISK WID-ARQ-PEDHIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HIP-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PEDITEM ASSIGN TO DISK WID-ARQ-PEDITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITE-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PEDITHIS ASSIGN TO DISK WID-ARQ-PEDITHIS
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS HIT-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PEDREC ASSIGN TO DISK WID-ARQ-PEDREC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRC-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PESQUISA ASSIGN TO DISK WID-ARQ-PESQUISA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PSQ-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PLACONTA ASSIGN TO DISK WID-ARQ-PLACONTA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTA-EVENTO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PRECO ASSIGN TO DISK WID-ARQ-PRECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRE-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PROSPECT ASSIGN TO DISK WID-ARQ-PROSPECT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRS-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-PSQRESP ASSIGN TO DISK WID-ARQ-PSQRESP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PSR-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-REBATE ASSIGN TO DISK WID-ARQ-REBATE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RBT-NUMERO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-REVLIM ASSIGN TO DISK WID-ARQ-REVLIM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RVL-CLI-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-ROTPLAN ASSIGN TO DISK WID-ARQ-ROTPLAN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ROT-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-RUNCTL ASSIGN TO DISK WID-ARQ-RUNCTL
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RUN-FUNCAO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-RUNSTAT ASSIGN TO DISK WID-ARQ-RUNSTAT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RST-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-SEGMENTO ASSIGN TO DISK WID-ARQ-SEGMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SEG-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-SESATIVA ASSIGN TO DISK WID-ARQ-SESATIVA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SAT-OPE-CODIGO
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-TERRIT ASSIGN TO DISK WID-ARQ-TERRIT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-UF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-TITULO ASSIGN TO DISK WID-ARQ-TITULO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TIT-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-TRIBUTO ASSIGN TO DISK WID-ARQ-TRIBUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TRB-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-VENDHIST ASSIGN TO DISK WID-ARQ-VENDHIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VNH-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-VERBABON ASSIGN TO DISK WID-ARQ-VERBABON
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VBB-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VIS-CHAVE
                  ACCESS MODE      IS SEQUENTIAL
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ENTRADA.

           SELECT RELATORIO ASSIGN TO "RCAPAC.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CAPAC.FD".
       COPY "ARQ-ALERTAREC.FD".

       FD  ARQ-ALERTA.
       01  LINHA-ALERTA            PIC X(80).

       FD  ARQ-TRILHA
           LABEL RECORD IS STANDARD.
       01  REGISTRO-TRILHA         PIC X(900).

       COPY "ARQ-AJUSCOM.FD".
       COPY "ARQ-ASSINREL.FD".
       COPY "ARQ-AUSENCIA.FD".
       COPY "ARQ-AUTORIZ.FD".
       COPY "BKP-MANIF.FD".
       COPY "ARQ-CALEND.FD".
       COPY "ARQ-CAMPANHA.FD".
       COPY "ARQ-CATREL.FD".
       COPY "ARQ-CEPGEO.FD".
       COPY "ARQ-CHECKIN.FD".
       COPY "ARQ-CLIENTE.FD".
       COPY "ARQ-CLIHIST.FD".
       COPY "ARQ-CNAE.FD".
       COPY "ARQ-COMLED.FD".
       COPY "ARQ-CONCOR.FD".
       COPY "ARQ-CONDPAG.FD".
       COPY "ARQ-CONTEST.FD".
       COPY "ARQ-CONTRATO.FD".
       COPY "CTRL-ARQLOG.FD".
       COPY "CTRL-CLIENTE.FD".
       COPY "CTRL-EXPORT.FD".
       COPY "CTRL-PEDIDO.FD".
       COPY "CTRL-PROSPECT.FD".
       COPY "CTRL-RELCLI.FD".
       COPY "CTRL-REMESSA.FD".
       COPY "CTRL-RELVEN.FD".
       COPY "CTRL-TOTAIS.FD".
       COPY "CTRL-VENDEDOR.FD".
       COPY "ARQ-CUSTO.FD".
       COPY "ARQ-DESPESA.FD".
       COPY "ARQ-DESPITEM.FD".
       COPY "ARQ-DEVOLUC.FD".
       COPY "ARQ-DISTCACHE.FD".
       COPY "ARQ-DISTRIBUICAO.FD".
       COPY "ARQ-EDIXREF.FD".
       COPY "ARQ-EMPRESA.FD".
       COPY "ARQ-EQUIPE.FD".
       COPY "ARQ-ESTADO.FD".
       COPY "ARQ-ESTOQUE.FD".
       COPY "ARQ-EXPPED.FD".
       COPY "ARQ-FAIXACOM.FD".
       COPY "ARQ-FAMILIA.FD".
       COPY "ARQ-FATPED.FD".
       COPY "ARQ-FECHACMP.FD".
       COPY "ARQ-FILIAL.FD".
       COPY "ARQ-GERCAB.FD".
       COPY "ARQ-GERDET.FD".
       COPY "ARQ-JOBDEF.FD".
       COPY "ARQ-KPI.FD".
       COPY "ARQ-LGPD.FD".
       COPY "ARQ-LISTADEF.FD".
       COPY "ARQ-MAILQ.FD".
       COPY "ARQ-META.FD".
       COPY "ARQ-METAFAM.FD".
       COPY "ARQ-MUNICIP.FD".
       COPY "ARQ-OCORREN.FD".
       COPY "ARQ-OPERADOR.FD".
       COPY "ARQ-ORCAMENTO.FD".
       COPY "ARQ-ORCITEM.FD".
       COPY "ARQ-PARAM.FD".
       COPY "ARQ-PEDHIST.FD".
       COPY "ARQ-PEDIDO.FD".
       COPY "ARQ-PEDITEM.FD".
       COPY "ARQ-PEDITHIS.FD".
       COPY "ARQ-PEDREC.FD".
       COPY "ARQ-PESQUISA.FD".
       COPY "ARQ-PLACONTA.FD".
       COPY "ARQ-PRECO.FD".
       COPY "ARQ-PRODUTO.FD".
       COPY "ARQ-PROSPECT.FD".
       COPY "ARQ-PSQRESP.FD".
       COPY "ARQ-REBATE.FD".
       COPY "ARQ-REVLIM.FD".
       COPY "ARQ-ROTPLAN.FD".
       COPY "ARQ-RUNCTL.FD".
       COPY "ARQ-RUNSTAT.FD".
       COPY "ARQ-SEGMENTO.FD".
       COPY "ARQ-SESATIVA.FD".
       COPY "ARQ-TERRIT.FD".
       COPY "ARQ-TITULO.FD".
       COPY "ARQ-TRIBUTO.FD".
       COPY "ARQ-VENDEDOR.FD".
       COPY "ARQ-VENDHIST.FD".
       COPY "ARQ-VERBABON.FD".
       COPY "ARQ-VISITA.FD".

       FD RELATORIO.
       01 LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CAPAC            PIC X(50) VALUE SPACES.
       77 WID-ARQ-ALERTAREC        PIC X(50) VALUE SPACES.
       77 WID-ARQ-TRILHA           PIC X(50) VALUE SPACES.
       77 WID-ARQ-AJUSCOM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-ASSINREL         PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUSENCIA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUTORIZ          PIC X(50) VALUE SPACES.
       77 WID-ARQ-BKP-MANIF        PIC X(50) VALUE SPACES.
       77 WID-ARQ-CALEND           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CAMPANHA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CATREL           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CEPGEO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CHECKIN          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIHIST          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CNAE             PIC X(50) VALUE SPACES.
       77 WID-ARQ-COMLED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONCOR           PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONDPAG          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONTEST          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONTRATO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-ARQLOG      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-CLIENTE     PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-EXPORT      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-PEDIDO      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-PROSPECT    PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-RELCLI      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-REMESSA     PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-RELVEN      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-TOTAIS      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CTRL-VENDEDOR    PIC X(50) VALUE SPACES.
       77 WID-ARQ-CUSTO            PIC X(50) VALUE SPACES.
       77 WID-ARQ-DESPESA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DESPITEM         PIC X(50) VALUE SPACES.
       77 WID-ARQ-DEVOLUC          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DISTCACHE        PIC X(50) VALUE SPACES.
       77 WID-ARQ-DISTRIBUICAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-EDIXREF          PIC X(50) VALUE SPACES.
       77 WID-ARQ-EMPRESA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-EQUIPE           PIC X(50) VALUE SPACES.
       77 WID-ARQ-ESTADO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-ESTOQUE          PIC X(50) VALUE SPACES.
       77 WID-ARQ-EXPPED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-FAIXACOM         PIC X(50) VALUE SPACES.
       77 WID-ARQ-FAMILIA          PIC X(50) VALUE SPACES.
       77 WID-ARQ-FATPED           PIC X(50) VALUE SPACES.
       77 WID-ARQ-FECHACMP         PIC X(50) VALUE SPACES.
       77 WID-ARQ-FILIAL           PIC X(50) VALUE SPACES.
       77 WID-ARQ-GERCAB           PIC X(50) VALUE SPACES.
       77 WID-ARQ-GERDET           PIC X(50) VALUE SPACES.
       77 WID-ARQ-JOBDEF           PIC X(50) VALUE SPACES.
       77 WID-ARQ-KPI              PIC X(50) VALUE SPACES.
       77 WID-ARQ-LGPD             PIC X(50) VALUE SPACES.
       77 WID-ARQ-LISTADEF         PIC X(50) VALUE SPACES.
       77 WID-ARQ-MAILQ            PIC X(50) VALUE SPACES.
       77 WID-ARQ-META             PIC X(50) VALUE SPACES.
       77 WID-ARQ-METAFAM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-MUNICIP          PIC X(50) VALUE SPACES.
       77 WID-ARQ-OCORREN          PIC X(50) VALUE SPACES.
       77 WID-ARQ-OPERADOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-ORCAMENTO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-ORCITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PARAM            PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDHIST          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITEM          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDITHIS         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDREC           PIC X(50) VALUE SPACES.
       77 WID-ARQ-PESQUISA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PLACONTA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRECO            PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-PROSPECT         PIC X(50) VALUE SPACES.
       77 WID-ARQ-PSQRESP          PIC X(50) VALUE SPACES.
       77 WID-ARQ-REBATE           PIC X(50) VALUE SPACES.
       77 WID-ARQ-REVLIM           PIC X(50) VALUE SPACES.
       77 WID-ARQ-ROTPLAN          PIC X(50) VALUE SPACES.
       77 WID-ARQ-RUNCTL           PIC X(50) VALUE SPACES.
       77 WID-ARQ-RUNSTAT          PIC X(50) VALUE SPACES.
       77 WID-ARQ-SEGMENTO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-SESATIVA         PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRIT           PIC X(50) VALUE SPACES.
       77 WID-ARQ-TITULO           PIC X(50) VALUE SPACES.
       77 WID-ARQ-TRIBUTO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR         PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDHIST         PIC X(50) VALUE SPACES.
       77 WID-ARQ-VERBABON         PIC X(50) VALUE SPACES.
       77 WID-ARQ-VISITA           PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ENTRADA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CAPAC       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ALERTAREC   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ALERTA      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXISTE      PIC 9(09) COMP VALUE ZEROS.
       77 WS-RUNCTL-FUNCAO         PIC X(10) VALUE SPACES.
       77 WS-RUNCTL-ACAO           PIC X(01) VALUE SPACES.
       77 WS-RUNCTL-RESULTADO      PIC 9(01) VALUE ZEROS.
       77 WS-PARAM-NOME            PIC X(20) VALUE SPACES.
       77 WS-PARAM-VALOR           PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARAM-RESULTADO       PIC 9(01) VALUE ZEROS.
      *    LIMIARES (PARAMETROS DA TABELA; AUSENTES, VALEM ESTES).
      *    LIMITE ZERO = ARQUIVO SEM LIMITE.
       77 WS-LIMITE-PADRAO-MB      PIC 9(07) VALUE 2048.
       77 WS-PCT-CRESCE            PIC 9(03)V9(02) VALUE 20.
       77 WS-MIN-CRESCE            PIC 9(09) VALUE 1000.
       77 WS-PCT-REORG             PIC 9(03)V9(02) VALUE 20.
       77 WS-MESES-ARQLOG          PIC 9(02) VALUE 06.
       77 WS-MESES-ARQPED          PIC 9(02) VALUE 24.
       77 WS-FIM-CONTAGEM          PIC 9(01) VALUE ZEROS.
       77 WS-FIM-HISTORICO         PIC 9(01) VALUE ZEROS.
       77 WS-FIM-ALERTAS           PIC 9(01) VALUE ZEROS.
       77 WS-HORA-SISTEMA          PIC 9(06) VALUE ZEROS.
      *    A HORA DO SISTEMA VEM COM CENTESIMOS (HHMMSSCC); SO AS
      *    SEIS PRIMEIRAS POSICOES SAO GUARDADAS.
       77 WS-HORA-COMPLETA         PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INTEIRO          PIC 9(09) VALUE ZEROS.
       77 WS-DATA-BASE-30          PIC 9(08) VALUE ZEROS.
       77 WS-NOME-DISCO            PIC X(50) VALUE SPACES.
      *    AREA DEVOLVIDA PELA ROTINA DA BIBLIOTECA QUE CONSULTA O
      *    ARQUIVO NO DISCO (TAMANHO EM BYTES, DATA E HORA).
       01 WS-DETALHE-ARQUIVO.
          02 WS-TAMANHO-DISCO      PIC 9(18) COMP.
          02 FILLER                PIC X(08).
      *    MEDIDAS DO ARQUIVO EM TRATAMENTO.
       77 WS-CAP-ARQUIVO           PIC X(12) VALUE SPACES.
       77 WS-CAP-BASE              PIC X(12) VALUE SPACES.
       77 WS-CAP-PRESENTE          PIC X(01) VALUE "N".
       77 WS-CAP-REGISTROS         PIC 9(09) VALUE ZEROS.
       77 WS-CAP-EXCLUIDOS         PIC 9(09) VALUE ZEROS.
       77 WS-CAP-TAMANHO           PIC 9(13) VALUE ZEROS.
       77 WS-CAP-LIMITE-MB         PIC 9(07) VALUE ZEROS.
       77 WS-LIMITE-BYTES          PIC 9(15) VALUE ZEROS.
       77 WS-ANT-ACHADO            PIC X(01) VALUE "N".
       77 WS-ANT-REGISTROS         PIC 9(09) VALUE ZEROS.
       77 WS-BASE-ACHADA           PIC X(01) VALUE "N".
       77 WS-BASE-DATA             PIC 9(08) VALUE ZEROS.
       77 WS-BASE-REGISTROS        PIC 9(09) VALUE ZEROS.
       77 WS-BASE-TAMANHO          PIC 9(13) VALUE ZEROS.
       77 WS-DELTA-DIA             PIC S9(09) VALUE ZEROS.
       77 WS-DELTA-MES             PIC S9(09) VALUE ZEROS.
       77 WS-PCT-DIA               PIC S9(04)V9(01) VALUE ZEROS.
       77 WS-PCT-MES               PIC S9(04)V9(01) VALUE ZEROS.
       77 WS-DIAS-BASE             PIC 9(05) VALUE ZEROS.
       77 WS-CRESC-DIARIO          PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-DIAS-LIMITE           PIC 9(09) VALUE ZEROS.
       77 WS-PREVISAO              PIC X(10) VALUE SPACES.
       77 WS-OCORRENCIA            PIC X(17) VALUE SPACES.
       01 WS-DATA-PREVISTA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-PREVISTA.
          02 WS-PREV-ANO           PIC 9(04).
          02 WS-PREV-MES           PIC 9(02).
          02 WS-PREV-DIA           PIC 9(02).
      *    TRILHAS DE TEXTO: A DATA (DD/MM/AAAA) ABRE O REGISTRO DA
      *    AUDITORIA E DO LOG DE ERROS, COMO NO PROGARQLOG.
       77 WS-TRILHA-DATADA         PIC X(01) VALUE "N".
       77 WS-TRILHA-ANTIGA         PIC 9(06) VALUE ZEROS.
       01 WS-DATA-TRILHA.
          02 WS-TRI-DIA            PIC 99.
          02 FILLER                PIC X(01).
          02 WS-TRI-MES            PIC 99.
          02 FILLER                PIC X(01).
          02 WS-TRI-ANO            PIC 9(04).
      *    INDICADORES DE MANUTENCAO DEVIDA.
       77 WS-ULT-COD-CLIENTE       PIC 9(07) VALUE ZEROS.
       77 WS-ULT-COD-VENDEDOR      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CLIENTE           PIC 9(09) VALUE ZEROS.
       77 WS-QTD-VENDEDOR          PIC 9(09) VALUE ZEROS.
       77 WS-PCT-VAGOS             PIC 9(03)V9(01) VALUE ZEROS.
       77 WS-LOG-MAIS-ANTIGO       PIC 9(06) VALUE ZEROS.
       77 WS-PED-MAIS-ANTIGO       PIC 9(06) VALUE ZEROS.
       77 WS-PED-ANO               PIC 9(04) VALUE ZEROS.
       77 WS-PED-MES               PIC 9(02) VALUE ZEROS.
       77 WS-MESES-HOJE            PIC 9(06) VALUE ZEROS.
       77 WS-MESES-REGISTRO        PIC 9(06) VALUE ZEROS.
       77 WS-MESES-CORTE           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEVIDOS           PIC 9(03) VALUE ZEROS.
      *    ALERTA EM PREPARACAO.
       77 WS-HOUVE-ALERTA          PIC X(01) VALUE "N".
       77 WS-ALERTA-CODIGO         PIC 9(04) VALUE ZEROS.
       77 WS-ALERTA-NOTA           PIC X(40) VALUE SPACES.
       77 WS-ALERTA-REPETIDO       PIC X(01) VALUE "N".
       77 WS-ALERTA-PROX-SEQ       PIC 9(05) VALUE ZEROS.
       77 WS-PCT-ALERTA            PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-EDIT           PIC Z(06)9.
       77 WS-PCT-VAGOS-EDIT        PIC ZZ9,9.
       77 WS-PCT-REORG-EDIT        PIC ZZ9,9.
      *    TOTAIS DA NOITE.
       77 WS-QTD-ARQUIVOS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ALERTAS           PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-BYTES           PIC 9(15) VALUE ZEROS.
       77 CONTADOR-LINHA           PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA          PIC 9(03) VALUE ZERO.
       77 LIMITE-LINHAS            PIC 9(02) VALUE 55.
       77 WS-CATREL-TIPO           PIC X(10) VALUE "RCAPAC".
       77 WS-CATREL-ARQUIVO        PIC X(50) VALUE "RCAPAC.TXT".
       77 WS-CATREL-FILTROS        PIC X(40) VALUE SPACES.
       77 WS-CATREL-OPERADOR       PIC X(10) VALUE "LOTE".
       77 WS-CATREL-RESULTADO      PIC 9(01) VALUE ZEROS.
       01 DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES DATA-SISTEMA.
          02 ANO-SISTEMA       PIC 9(04).
          02 MES-SISTEMA       PIC 9(02).
          02 DIA-SISTEMA       PIC 9(02).
       01 CAB-DATA             PIC 99/99/9(04).

       01 CABECALHO-TITULO.
          02 CABT-DATA    PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(46) VALUE
             "CAPACIDADE E CRESCIMENTO DOS ARQUIVOS DE DADOS".
          02 FILLER       PIC X(34) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-1.
          02 FILLER PIC X(13) VALUE "ARQUIVO".
          02 FILLER PIC X(12) VALUE "  REGISTROS".
          02 FILLER PIC X(12) VALUE "     ATIVOS".
          02 FILLER PIC X(12) VALUE "  EXCLUIDOS".
          02 FILLER PIC X(11) VALUE "TAMANHO MB".
          02 FILLER PIC X(09) VALUE " NOITE".
          02 FILLER PIC X(08) VALUE "  NOITE%".
          02 FILLER PIC X(11) VALUE "   30 DIAS".
          02 FILLER PIC X(08) VALUE "   30D%".
          02 FILLER PIC X(08) VALUE "LIM. MB".
          02 FILLER PIC X(11) VALUE "PREVISAO".
          02 FILLER PIC X(17) VALUE "OCORRENCIA".

       01 DETALHE.
          02 DET-ARQUIVO           PIC X(12).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-REGISTROS         PIC ZZZ.ZZZ.ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-ATIVOS            PIC ZZZ.ZZZ.ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-EXCLUIDOS         PIC ZZZ.ZZZ.ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-TAMANHO-MB        PIC ZZZ.ZZ9,99.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-DELTA-DIA         PIC -ZZZ.ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PCT-DIA           PIC -ZZZ9,9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-DELTA-MES         PIC -Z.ZZZ.ZZ9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PCT-MES           PIC -ZZZ9,9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-LIMITE-MB         PIC Z(06)9.
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-PREVISAO          PIC X(10).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 DET-OCORRENCIA        PIC X(17).

       01 TITULO-MANUTENCAO.
          02 FILLER PIC X(40) VALUE
             "MANUTENCAO DEVIDA".

       01 LINHA-MANUTENCAO.
          02 MAN-PROGRAMA          PIC X(12).
          02 FILLER                PIC X(01) VALUE SPACES.
          02 MAN-TEXTO             PIC X(119).

       01 RODAPE.
          02 FILLER PIC X(23) VALUE "ARQUIVOS MEDIDOS.....: ".
          02 ROD-ARQUIVOS  PIC ZZ9.
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(19) VALUE "TOTAL EM DISCO MB: ".
          02 ROD-TOTAL-MB  PIC Z.ZZZ.ZZ9,99.
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(19) VALUE "ALERTAS EMITIDOS: ".
          02 ROD-ALERTAS   PIC ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROGCAPAC - INICIO DA MEDICAO DOS ARQUIVOS"
           MOVE "PROGCAPAC" TO WS-RUNCTL-FUNCAO
           MOVE "A" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           IF WS-RUNCTL-RESULTADO NOT = ZEROS
              DISPLAY "PROGCAPAC - JA EXISTE MEDICAO EM "
                 "EXECUCAO - ABANDONANDO."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-SISTEMA
           MOVE DIA-SISTEMA TO CAB-DATA (1:2)
           MOVE "/" TO CAB-DATA (3:1)
           MOVE MES-SISTEMA TO CAB-DATA (4:2)
           MOVE "/" TO CAB-DATA (6:1)
           MOVE ANO-SISTEMA TO CAB-DATA (7:4)
           COMPUTE WS-HOJE-INTEIRO =
              FUNCTION INTEGER-OF-DATE (DATA-SISTEMA)
           COMPUTE WS-DATA-BASE-30 =
              FUNCTION DATE-OF-INTEGER (WS-HOJE-INTEIRO - 30)
           COMPUTE WS-MESES-HOJE = (ANO-SISTEMA * 12) + MES-SISTEMA
           PERFORM LE-PARAMETROS

           MOVE "CAPAC.DAT" TO WID-ARQ-CAPAC
           OPEN I-O ARQ-CAPAC
           IF WS-RESULTADO-CAPAC NOT = 00
              OPEN OUTPUT ARQ-CAPAC
              CLOSE ARQ-CAPAC
              OPEN I-O ARQ-CAPAC
           END-IF
           IF WS-RESULTADO-CAPAC NOT = 00
              DISPLAY "PROGCAPAC - CAPAC.DAT INDISPONIVEL - STATUS "
                 WS-RESULTADO-CAPAC
              PERFORM LIBERA-SEMAFORO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM ABRE-ALERTAS
           OPEN OUTPUT RELATORIO
           MOVE CAB-DATA TO CABT-DATA
           PERFORM IMPRIMIR-CABECALHO

      *    OS DOIS ARQUIVOS DO PROPRIO MONITOR SAO MEDIDOS ANTES DE
      *    RECEBEREM AS GRAVACOES DESTA NOITE.
           PERFORM CONTA-CAPAC
           PERFORM CONTA-ALERTAS
           PERFORM CONTA-AJUSCOM
           PERFORM CONTA-ASSINREL
           PERFORM CONTA-AUSENCIA
           PERFORM CONTA-AUTORIZ
           PERFORM CONTA-BKPMANIF
           PERFORM CONTA-CALENPRO
           PERFORM CONTA-CAMPANHA
           PERFORM CONTA-CATREL
           PERFORM CONTA-CEPGEO
           PERFORM CONTA-CHECKIN
           PERFORM CONTA-CLIENTE
           PERFORM CONTA-CLIHIST
           PERFORM CONTA-CNAE
           PERFORM CONTA-COMISLED
           PERFORM CONTA-CONCOR
           PERFORM CONTA-CONDPAG
           PERFORM CONTA-CONTEST
           PERFORM CONTA-CONTRATO
           PERFORM CONTA-CTRLARQ
           PERFORM CONTA-CTRLCLI
           PERFORM CONTA-CTRLEXP
           PERFORM CONTA-CTRLPED
           PERFORM CONTA-CTRLPRS
           PERFORM CONTA-CTRLREL
           PERFORM CONTA-CTRLREM
           PERFORM CONTA-CTRLREV
           PERFORM CONTA-CTRLTOT
           PERFORM CONTA-CTRLVEN
           PERFORM CONTA-CUSTO
           PERFORM CONTA-DESPESA
           PERFORM CONTA-DESPITEM
           PERFORM CONTA-DEVOLUC
           PERFORM CONTA-DISTCACH
           PERFORM CONTA-DISTRIB
           PERFORM CONTA-EDIXREF
           PERFORM CONTA-EMPRESA
           PERFORM CONTA-EQUIPE
           PERFORM CONTA-ESTADO
           PERFORM CONTA-ESTOQUE
           PERFORM CONTA-EXPPED
           PERFORM CONTA-FAIXACOM
           PERFORM CONTA-FAMILIA
           PERFORM CONTA-FATPED
           PERFORM CONTA-FECHACMP
           PERFORM CONTA-FILIAL
           PERFORM CONTA-GERCAB
           PERFORM CONTA-GERDET
           PERFORM CONTA-JOBDEF
           PERFORM CONTA-KPIHIST
           PERFORM CONTA-LGPD
           PERFORM CONTA-LISTADEF
           PERFORM CONTA-MAILQ
           PERFORM CONTA-META
           PERFORM CONTA-METAFAM
           PERFORM CONTA-MUNICIP
           PERFORM CONTA-OCORREN
           PERFORM CONTA-OPERADOR
           PERFORM CONTA-ORCAMENTO
           PERFORM CONTA-ORCITEM
           PERFORM CONTA-PARAM
           PERFORM CONTA-PEDHIST
           PERFORM CONTA-PEDIDO
           PERFORM CONTA-PEDITEM
           PERFORM CONTA-PEDITHIS
           PERFORM CONTA-PEDREC
           PERFORM CONTA-PESQUISA
           PERFORM CONTA-PLACONTA
           PERFORM CONTA-PRECO
           PERFORM CONTA-PRODUTO
           PERFORM CONTA-PROSPECT
           PERFORM CONTA-PSQRESP
           PERFORM CONTA-REBATE
           PERFORM CONTA-REVLIM
           PERFORM CONTA-ROTPLAN
           PERFORM CONTA-RUNCTL
           PERFORM CONTA-RUNSTAT
           PERFORM CONTA-SEGMENTO
           PERFORM CONTA-SESATIVA
           PERFORM CONTA-TERRIT
           PERFORM CONTA-TITULO
           PERFORM CONTA-TRIBUTO
           PERFORM CONTA-VENDEDOR
           PERFORM CONTA-VENDHIST
           PERFORM CONTA-VERBABON
           PERFORM CONTA-VISITA
           MOVE "AUDCLI.TXT" TO WS-CAP-ARQUIVO
           MOVE "S" TO WS-TRILHA-DATADA
           PERFORM CONTA-TRILHA
           MOVE "AUDVEN.TXT" TO WS-CAP-ARQUIVO
           MOVE "S" TO WS-TRILHA-DATADA
           PERFORM CONTA-TRILHA
           MOVE "LOGERRO.TXT" TO WS-CAP-ARQUIVO
           MOVE "S" TO WS-TRILHA-DATADA
           PERFORM CONTA-TRILHA
           MOVE "JORNAL.TXT" TO WS-CAP-ARQUIVO
           MOVE "N" TO WS-TRILHA-DATADA
           PERFORM CONTA-TRILHA
           MOVE "PARAMAUD.TXT" TO WS-CAP-ARQUIVO
           MOVE "N" TO WS-TRILHA-DATADA
           PERFORM CONTA-TRILHA
           MOVE "ALERTA.TXT" TO WS-CAP-ARQUIVO
           MOVE "N" TO WS-TRILHA-DATADA
           PERFORM CONTA-TRILHA

           PERFORM AVALIA-MANUTENCAO

           COMPUTE ROD-TOTAL-MB ROUNDED = WS-TOTAL-BYTES / 1048576
           MOVE WS-QTD-ARQUIVOS TO ROD-ARQUIVOS
           MOVE WS-QTD-ALERTAS  TO ROD-ALERTAS
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINE
           WRITE LINHA FROM RODAPE      AFTER 1 LINE
           CLOSE RELATORIO
           CLOSE ARQ-CAPAC
           CLOSE ARQ-ALERTAREC
           IF WS-HOUVE-ALERTA = "S"
              CLOSE ARQ-ALERTA
           END-IF
           MOVE SPACES TO WS-CATREL-FILTROS
           STRING "MEDICAO " DATA-SISTEMA
              DELIMITED BY SIZE INTO WS-CATREL-FILTROS
           CALL "CATALOGA" USING WS-CATREL-TIPO WS-CATREL-ARQUIVO
              WS-CATREL-FILTROS WS-CATREL-OPERADOR WS-CATREL-RESULTADO
           CANCEL "CATALOGA"
           DISPLAY "PROGCAPAC - ARQUIVOS MEDIDOS.......: "
              WS-QTD-ARQUIVOS
           DISPLAY "PROGCAPAC - MANUTENCOES DEVIDAS....: "
              WS-QTD-DEVIDOS
           DISPLAY "PROGCAPAC - ALERTAS EMITIDOS.......: "
              WS-QTD-ALERTAS
           PERFORM LIBERA-SEMAFORO
           DISPLAY "PROGCAPAC - RELATORIO EM RCAPAC.TXT."
           GOBACK
           .
       LIBERA-SEMAFORO.
           MOVE "F" TO WS-RUNCTL-ACAO
           CALL "RUNCTL" USING WS-RUNCTL-FUNCAO WS-RUNCTL-ACAO
              WS-RUNCTL-RESULTADO
           .
       LE-PARAMETROS.
           MOVE "LIMITEARQMB" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-LIMITE-PADRAO-MB
           END-IF
           MOVE "PCTCRESCE" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-CRESCE
           END-IF
           MOVE "MINCRESCE" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-MIN-CRESCE
           END-IF
           MOVE "PCTREORG" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS
              MOVE WS-PARAM-VALOR TO WS-PCT-REORG
           END-IF
           MOVE "MESESARQLOG" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS AND WS-PARAM-VALOR > ZEROS
              MOVE WS-PARAM-VALOR TO WS-MESES-ARQLOG
           END-IF
           MOVE "MESESARQPED" TO WS-PARAM-NOME
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           IF WS-PARAM-RESULTADO = ZEROS AND WS-PARAM-VALOR > ZEROS
              MOVE WS-PARAM-VALOR TO WS-MESES-ARQPED
           END-IF
           CANCEL "PARAMLER"
           .
       ABRE-ALERTAS.
      *    MESMO ARQUIVO DE ALERTAS COM CIENCIA DO PROGLOTE; O
      *    REGISTRO DE SEQUENCIA ZERO E O CONTROLE.
           MOVE "ALERTAS.DAT" TO WID-ARQ-ALERTAREC
           OPEN I-O ARQ-ALERTAREC
           IF WS-RESULTADO-ALERTAREC NOT = 00
              OPEN OUTPUT ARQ-ALERTAREC
              CLOSE ARQ-ALERTAREC
              OPEN I-O ARQ-ALERTAREC
           END-IF
           MOVE ZEROS TO ALT-SEQ
           READ ARQ-ALERTAREC
           IF WS-RESULTADO-ALERTAREC NOT = 00
              MOVE ZEROS  TO ALT-SEQ
              MOVE ZEROS  TO ALT-DATA
              MOVE ZEROS  TO ALT-HORA
              MOVE SPACES TO ALT-PASSO
              MOVE ZEROS  TO ALT-RETORNO
              MOVE "A"    TO ALT-STATUS
              MOVE SPACES TO ALT-OPER-ACK
              MOVE ZEROS  TO ALT-DATA-ACK
              MOVE SPACES TO ALT-NOTA
              MOVE ZEROS  TO ALT-ULTIMA-SEQ
              WRITE REGISTRO-ALERTAREC
           END-IF
           .
       INICIA-CONTAGEM.
           MOVE ZEROS TO WS-CAP-REGISTROS
           MOVE ZEROS TO WS-CAP-EXCLUIDOS
           MOVE "N"   TO WS-CAP-PRESENTE
           MOVE ZEROS TO WS-FIM-CONTAGEM
           .
       CONTA-CAPAC.
           MOVE "CAPAC.DAT" TO WS-CAP-ARQUIVO
           PERFORM INICIA-CONTAGEM
           MOVE "S" TO WS-CAP-PRESENTE
           MOVE LOW-VALUES TO CAP-CHAVE
           START ARQ-CAPAC KEY IS NOT LESS CAP-CHAVE
           IF WS-RESULTADO-CAPAC NOT = 00
              MOVE 1 TO WS-FIM-CONTAGEM
           END-IF
           PERFORM UNTIL WS-FIM-CONTAGEM = 1
              READ ARQ-CAPAC NEXT
              IF WS-RESULTADO-CAPAC > 09
                 MOVE 1 TO WS-FIM-CONTAGEM
              ELSE
                 ADD 1 TO WS-CAP-REGISTROS
              END-IF
           END-PERFORM
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-ALERTAS.
      *    O REGISTRO DE CONTROLE NAO CONTA; ALERTA JA COM CIENCIA
      *    CONTA COMO EXCLUIDO.
           MOVE "ALERTAS.DAT" TO WS-CAP-ARQUIVO
           PERFORM INICIA-CONTAGEM
           MOVE "S" TO WS-CAP-PRESENTE
           MOVE ZEROS TO ALT-SEQ
           START ARQ-ALERTAREC KEY IS GREATER ALT-SEQ
           IF WS-RESULTADO-ALERTAREC NOT = 00
              MOVE 1 TO WS-FIM-CONTAGEM
           END-IF
           PERFORM UNTIL WS-FIM-CONTAGEM = 1
              READ ARQ-ALERTAREC NEXT
              IF WS-RESULTADO-ALERTAREC > 09
                 MOVE 1 TO WS-FIM-CONTAGEM
              ELSE
                 ADD 1 TO WS-CAP-REGISTROS
                 IF ALT-ACATADO
                    ADD 1 TO WS-CAP-EXCLUIDOS
                 END-IF
              END-IF
           END-PERFORM
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-AJUSCOM.
           MOVE "AJUSCOM.DAT" TO WS-CAP-ARQUIVO
           MOVE "AJUSCOM.DAT" TO WID-ARQ-AJUSCOM
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-AJUSCOM
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-AJUSCOM NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-AJUSCOM
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-ASSINREL.
           MOVE "ASSINREL.DAT" TO WS-CAP-ARQUIVO
           MOVE "ASSINREL.DAT" TO WID-ARQ-ASSINREL
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-ASSINREL
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-ASSINREL NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-ASSINREL
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-AUSENCIA.
           MOVE "AUSENCIA.DAT" TO WS-CAP-ARQUIVO
           MOVE "AUSENCIA.DAT" TO WID-ARQ-AUSENCIA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-AUSENCIA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-AUSENCIA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-AUSENCIA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-AUTORIZ.
           MOVE "AUTORIZ.DAT" TO WS-CAP-ARQUIVO
           MOVE "AUTORIZ.DAT" TO WID-ARQ-AUTORIZ
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-AUTORIZ
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-AUTORIZ NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-AUTORIZ
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-BKPMANIF.
           MOVE "BKPMANIF.DAT" TO WS-CAP-ARQUIVO
           MOVE "BKPMANIF.DAT" TO WID-ARQ-BKP-MANIF
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-BKP-MANIF
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-BKP-MANIF NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-BKP-MANIF
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CALENPRO.
           MOVE "CALENPRO.DAT" TO WS-CAP-ARQUIVO
           MOVE "CALENPRO.DAT" TO WID-ARQ-CALEND
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CALEND
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CALEND NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CALEND
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CAMPANHA.
           MOVE "CAMPANHA.DAT" TO WS-CAP-ARQUIVO
           MOVE "CAMPANHA.DAT" TO WID-ARQ-CAMPANHA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CAMPANHA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CAMPANHA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF CMP-INATIVA
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-CAMPANHA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CATREL.
           MOVE "CATREL.DAT" TO WS-CAP-ARQUIVO
           MOVE "CATREL.DAT" TO WID-ARQ-CATREL
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CATREL
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CATREL NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CATREL
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CEPGEO.
           MOVE "CEPGEO.DAT" TO WS-CAP-ARQUIVO
           MOVE "CEPGEO.DAT" TO WID-ARQ-CEPGEO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CEPGEO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CEPGEO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CEPGEO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CHECKIN.
           MOVE "CHECKIN.DAT" TO WS-CAP-ARQUIVO
           MOVE "CHECKIN.DAT" TO WID-ARQ-CHECKIN
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CHECKIN
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CHECKIN NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CHECKIN
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CLIENTE.
           MOVE "CLIENTE.DAT" TO WS-CAP-ARQUIVO
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CLIENTE NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF CLI-INATIVO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-CLIENTE
           END-IF
           MOVE WS-CAP-REGISTROS TO WS-QTD-CLIENTE
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CLIHIST.
           MOVE "CLIHIST.DAT" TO WS-CAP-ARQUIVO
           MOVE "CLIHIST.DAT" TO WID-ARQ-CLIHIST
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CLIHIST
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CLIHIST NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CLIHIST
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CNAE.
           MOVE "CNAE.DAT" TO WS-CAP-ARQUIVO
           MOVE "CNAE.DAT" TO WID-ARQ-CNAE
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CNAE
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CNAE NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CNAE
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-COMISLED.
           MOVE "COMISLED.DAT" TO WS-CAP-ARQUIVO
           MOVE "COMISLED.DAT" TO WID-ARQ-COMLED
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-COMLED
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-COMLED NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-COMLED
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CONCOR.
           MOVE "CONCOR.DAT" TO WS-CAP-ARQUIVO
           MOVE "CONCOR.DAT" TO WID-ARQ-CONCOR
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CONCOR
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CONCOR NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CONCOR
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CONDPAG.
           MOVE "CONDPAG.DAT" TO WS-CAP-ARQUIVO
           MOVE "CONDPAG.DAT" TO WID-ARQ-CONDPAG
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CONDPAG
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CONDPAG NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF CPG-INATIVA
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-CONDPAG
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CONTEST.
           MOVE "CONTEST.DAT" TO WS-CAP-ARQUIVO
           MOVE "CONTEST.DAT" TO WID-ARQ-CONTEST
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CONTEST
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CONTEST NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CONTEST
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CONTRATO.
           MOVE "CONTRATO.DAT" TO WS-CAP-ARQUIVO
           MOVE "CONTRATO.DAT" TO WID-ARQ-CONTRATO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CONTRATO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CONTRATO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CONTRATO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLARQ.
           MOVE "CTRLARQ.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLARQ.DAT" TO WID-ARQ-CTRL-ARQLOG
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-ARQLOG
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-ARQLOG NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-ARQLOG
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLCLI.
           MOVE "CTRLCLI.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLCLI.DAT" TO WID-ARQ-CTRL-CLIENTE
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-CLIENTE
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-CLIENTE NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF CTL-CHAVE OF REGISTRO-CTRL-CLIENTE = 1
                       MOVE CTL-ULTIMO-CODIGO
                         TO WS-ULT-COD-CLIENTE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-CLIENTE
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLEXP.
           MOVE "CTRLEXP.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLEXP.DAT" TO WID-ARQ-CTRL-EXPORT
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-EXPORT
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-EXPORT NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-EXPORT
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLPED.
           MOVE "CTRLPED.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLPED.DAT" TO WID-ARQ-CTRL-PEDIDO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-PEDIDO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-PEDIDO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-PEDIDO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLPRS.
           MOVE "CTRLPRS.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLPRS.DAT" TO WID-ARQ-CTRL-PROSPECT
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-PROSPECT
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-PROSPECT NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-PROSPECT
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLREL.
           MOVE "CTRLREL.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLREL.DAT" TO WID-ARQ-CTRL-RELCLI
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-RELCLI
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-RELCLI NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-RELCLI
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLREM.
           MOVE "CTRLREM.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLREM.DAT" TO WID-ARQ-CTRL-REMESSA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-REMESSA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-REMESSA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-REMESSA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLREV.
           MOVE "CTRLREV.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLREV.DAT" TO WID-ARQ-CTRL-RELVEN
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-RELVEN
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-RELVEN NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-RELVEN
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLTOT.
           MOVE "CTRLTOT.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLTOT.DAT" TO WID-ARQ-CTRL-TOTAIS
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-TOTAIS
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-TOTAIS NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-TOTAIS
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CTRLVEN.
           MOVE "CTRLVEN.DAT" TO WS-CAP-ARQUIVO
           MOVE "CTRLVEN.DAT" TO WID-ARQ-CTRL-VENDEDOR
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CTRL-VENDEDOR
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CTRL-VENDEDOR NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF CTL-CHAVE-VEN = 1
                       MOVE CTL-ULTIMO-CODIGO-VEN
                         TO WS-ULT-COD-VENDEDOR
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTRL-VENDEDOR
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-CUSTO.
           MOVE "CUSTO.DAT" TO WS-CAP-ARQUIVO
           MOVE "CUSTO.DAT" TO WID-ARQ-CUSTO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-CUSTO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-CUSTO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-CUSTO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-DESPESA.
           MOVE "DESPESA.DAT" TO WS-CAP-ARQUIVO
           MOVE "DESPESA.DAT" TO WID-ARQ-DESPESA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-DESPESA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-DESPESA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-DESPESA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-DESPITEM.
           MOVE "DESPITEM.DAT" TO WS-CAP-ARQUIVO
           MOVE "DESPITEM.DAT" TO WID-ARQ-DESPITEM
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-DESPITEM
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-DESPITEM NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-DESPITEM
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-DEVOLUC.
           MOVE "DEVOLUC.DAT" TO WS-CAP-ARQUIVO
           MOVE "DEVOLUC.DAT" TO WID-ARQ-DEVOLUC
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-DEVOLUC
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-DEVOLUC NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-DEVOLUC
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-DISTCACH.
           MOVE "DISTCACH.DAT" TO WS-CAP-ARQUIVO
           MOVE "DISTCACH.DAT" TO WID-ARQ-DISTCACHE
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-DISTCACHE
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-DISTCACHE NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-DISTCACHE
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-DISTRIB.
           MOVE "DISTRIB.DAT" TO WS-CAP-ARQUIVO
           MOVE "DISTRIB.DAT" TO WID-ARQ-DISTRIBUICAO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-DISTRIBUICAO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-DISTRIBUICAO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-DISTRIBUICAO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-EDIXREF.
           MOVE "EDIXREF.DAT" TO WS-CAP-ARQUIVO
           MOVE "EDIXREF.DAT" TO WID-ARQ-EDIXREF
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-EDIXREF
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-EDIXREF NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-EDIXREF
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-EMPRESA.
           MOVE "EMPRESA.DAT" TO WS-CAP-ARQUIVO
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-EMPRESA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-EMPRESA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF EMP-INATIVA
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-EMPRESA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-EQUIPE.
           MOVE "EQUIPE.DAT" TO WS-CAP-ARQUIVO
           MOVE "EQUIPE.DAT" TO WID-ARQ-EQUIPE
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-EQUIPE
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-EQUIPE NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-EQUIPE
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-ESTADO.
           MOVE "ESTADO.DAT" TO WS-CAP-ARQUIVO
           MOVE "ESTADO.DAT" TO WID-ARQ-ESTADO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-ESTADO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-ESTADO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-ESTADO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-ESTOQUE.
           MOVE "ESTOQUE.DAT" TO WS-CAP-ARQUIVO
           MOVE "ESTOQUE.DAT" TO WID-ARQ-ESTOQUE
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-ESTOQUE
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-ESTOQUE NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-ESTOQUE
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-EXPPED.
           MOVE "EXPPED.DAT" TO WS-CAP-ARQUIVO
           MOVE "EXPPED.DAT" TO WID-ARQ-EXPPED
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-EXPPED
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-EXPPED NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-EXPPED
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-FAIXACOM.
           MOVE "FAIXACOM.DAT" TO WS-CAP-ARQUIVO
           MOVE "FAIXACOM.DAT" TO WID-ARQ-FAIXACOM
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-FAIXACOM
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-FAIXACOM NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-FAIXACOM
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-FAMILIA.
           MOVE "FAMILIA.DAT" TO WS-CAP-ARQUIVO
           MOVE "FAMILIA.DAT" TO WID-ARQ-FAMILIA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-FAMILIA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-FAMILIA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF FAM-INATIVA
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-FAMILIA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-FATPED.
           MOVE "FATPED.DAT" TO WS-CAP-ARQUIVO
           MOVE "FATPED.DAT" TO WID-ARQ-FATPED
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-FATPED
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-FATPED NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-FATPED
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-FECHACMP.
           MOVE "FECHACMP.DAT" TO WS-CAP-ARQUIVO
           MOVE "FECHACMP.DAT" TO WID-ARQ-FECHACMP
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-FECHACMP
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-FECHACMP NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-FECHACMP
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-FILIAL.
           MOVE "FILIAL.DAT" TO WS-CAP-ARQUIVO
           MOVE "FILIAL.DAT" TO WID-ARQ-FILIAL
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-FILIAL
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-FILIAL NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF FIL-INATIVA
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-FILIAL
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-GERCAB.
           MOVE "GERCAB.DAT" TO WS-CAP-ARQUIVO
           MOVE "GERCAB.DAT" TO WID-ARQ-GERCAB
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-GERCAB
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-GERCAB NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-GERCAB
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-GERDET.
           MOVE "GERDET.DAT" TO WS-CAP-ARQUIVO
           MOVE "GERDET.DAT" TO WID-ARQ-GERDET
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-GERDET
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-GERDET NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-GERDET
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-JOBDEF.
           MOVE "JOBDEF.DAT" TO WS-CAP-ARQUIVO
           MOVE "JOBDEF.DAT" TO WID-ARQ-JOBDEF
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-JOBDEF
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-JOBDEF NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-JOBDEF
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-KPIHIST.
           MOVE "KPIHIST.DAT" TO WS-CAP-ARQUIVO
           MOVE "KPIHIST.DAT" TO WID-ARQ-KPI
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-KPI
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-KPI NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-KPI
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-LGPD.
           MOVE "LGPD.DAT" TO WS-CAP-ARQUIVO
           MOVE "LGPD.DAT" TO WID-ARQ-LGPD
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-LGPD
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-LGPD NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-LGPD
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-LISTADEF.
           MOVE "LISTADEF.DAT" TO WS-CAP-ARQUIVO
           MOVE "LISTADEF.DAT" TO WID-ARQ-LISTADEF
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-LISTADEF
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-LISTADEF NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-LISTADEF
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-MAILQ.
           MOVE "MAILQ.DAT" TO WS-CAP-ARQUIVO
           MOVE "MAILQ.DAT" TO WID-ARQ-MAILQ
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-MAILQ
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-MAILQ NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-MAILQ
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-META.
           MOVE "META.DAT" TO WS-CAP-ARQUIVO
           MOVE "META.DAT" TO WID-ARQ-META
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-META
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-META NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-META
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-METAFAM.
           MOVE "METAFAM.DAT" TO WS-CAP-ARQUIVO
           MOVE "METAFAM.DAT" TO WID-ARQ-METAFAM
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-METAFAM
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-METAFAM NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-METAFAM
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-MUNICIP.
           MOVE "MUNICIP.DAT" TO WS-CAP-ARQUIVO
           MOVE "MUNICIP.DAT" TO WID-ARQ-MUNICIP
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-MUNICIP
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-MUNICIP NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-MUNICIP
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-OCORREN.
           MOVE "OCORREN.DAT" TO WS-CAP-ARQUIVO
           MOVE "OCORREN.DAT" TO WID-ARQ-OCORREN
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-OCORREN
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-OCORREN NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-OCORREN
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-OPERADOR.
           MOVE "OPERADOR.DAT" TO WS-CAP-ARQUIVO
           MOVE "OPERADOR.DAT" TO WID-ARQ-OPERADOR
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-OPERADOR
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-OPERADOR NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF OPE-INATIVO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-OPERADOR
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-ORCAMENTO.
           MOVE "ORCAMENTO.DAT" TO WS-CAP-ARQUIVO
           MOVE "ORCAMENTO.DAT" TO WID-ARQ-ORCAMENTO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-ORCAMENTO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-ORCAMENTO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF ORC-PERDIDO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-ORCAMENTO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-ORCITEM.
           MOVE "ORCITEM.DAT" TO WS-CAP-ARQUIVO
           MOVE "ORCITEM.DAT" TO WID-ARQ-ORCITEM
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-ORCITEM
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-ORCITEM NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-ORCITEM
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PARAM.
           MOVE "PARAM.DAT" TO WS-CAP-ARQUIVO
           MOVE "PARAM.DAT" TO WID-ARQ-PARAM
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PARAM
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PARAM NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-PARAM
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PEDHIST.
           MOVE "PEDHIST.DAT" TO WS-CAP-ARQUIVO
           MOVE "PEDHIST.DAT" TO WID-ARQ-PEDHIST
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PEDHIST
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PEDHIST NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-PEDHIST
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PEDIDO.
           MOVE "PEDIDO.DAT" TO WS-CAP-ARQUIVO
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PEDIDO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF PED-CANCELADO OR PED-REJEITADO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                    PERFORM GUARDA-PEDIDO-ANTIGO
                 END-IF
              END-PERFORM
              CLOSE ARQ-PEDIDO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PEDITEM.
           MOVE "PEDITEM.DAT" TO WS-CAP-ARQUIVO
           MOVE "PEDITEM.DAT" TO WID-ARQ-PEDITEM
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PEDITEM
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PEDITEM NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-PEDITEM
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PEDITHIS.
           MOVE "PEDITHIS.DAT" TO WS-CAP-ARQUIVO
           MOVE "PEDITHIS.DAT" TO WID-ARQ-PEDITHIS
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PEDITHIS
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PEDITHIS NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-PEDITHIS
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PEDREC.
           MOVE "PEDREC.DAT" TO WS-CAP-ARQUIVO
           MOVE "PEDREC.DAT" TO WID-ARQ-PEDREC
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PEDREC
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PEDREC NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF PRC-ENCERRADO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-PEDREC
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PESQUISA.
           MOVE "PESQUISA.DAT" TO WS-CAP-ARQUIVO
           MOVE "PESQUISA.DAT" TO WID-ARQ-PESQUISA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PESQUISA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PESQUISA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-PESQUISA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PLACONTA.
           MOVE "PLACONTA.DAT" TO WS-CAP-ARQUIVO
           MOVE "PLACONTA.DAT" TO WID-ARQ-PLACONTA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PLACONTA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PLACONTA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-PLACONTA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PRECO.
           MOVE "PRECO.DAT" TO WS-CAP-ARQUIVO
           MOVE "PRECO.DAT" TO WID-ARQ-PRECO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PRECO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PRECO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-PRECO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PRODUTO.
           MOVE "PRODUTO.DAT" TO WS-CAP-ARQUIVO
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PRODUTO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF PRO-INATIVO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-PRODUTO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PROSPECT.
           MOVE "PROSPECT.DAT" TO WS-CAP-ARQUIVO
           MOVE "PROSPECT.DAT" TO WID-ARQ-PROSPECT
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PROSPECT
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PROSPECT NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF PRS-PERDIDO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-PROSPECT
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-PSQRESP.
           MOVE "PSQRESP.DAT" TO WS-CAP-ARQUIVO
           MOVE "PSQRESP.DAT" TO WID-ARQ-PSQRESP
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-PSQRESP
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-PSQRESP NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-PSQRESP
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-REBATE.
           MOVE "REBATE.DAT" TO WS-CAP-ARQUIVO
           MOVE "REBATE.DAT" TO WID-ARQ-REBATE
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-REBATE
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-REBATE NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF RBT-CANCELADO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-REBATE
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-REVLIM.
           MOVE "REVLIM.DAT" TO WS-CAP-ARQUIVO
           MOVE "REVLIM.DAT" TO WID-ARQ-REVLIM
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-REVLIM
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-REVLIM NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-REVLIM
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-ROTPLAN.
           MOVE "ROTPLAN.DAT" TO WS-CAP-ARQUIVO
           MOVE "ROTPLAN.DAT" TO WID-ARQ-ROTPLAN
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-ROTPLAN
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-ROTPLAN NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-ROTPLAN
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-RUNCTL.
           MOVE "RUNCTL.DAT" TO WS-CAP-ARQUIVO
           MOVE "RUNCTL.DAT" TO WID-ARQ-RUNCTL
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-RUNCTL
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-RUNCTL NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-RUNCTL
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-RUNSTAT.
           MOVE "RUNSTAT.DAT" TO WS-CAP-ARQUIVO
           MOVE "RUNSTAT.DAT" TO WID-ARQ-RUNSTAT
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-RUNSTAT
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-RUNSTAT NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-RUNSTAT
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-SEGMENTO.
           MOVE "SEGMENTO.DAT" TO WS-CAP-ARQUIVO
           MOVE "SEGMENTO.DAT" TO WID-ARQ-SEGMENTO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-SEGMENTO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-SEGMENTO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-SEGMENTO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-SESATIVA.
           MOVE "SESATIVA.DAT" TO WS-CAP-ARQUIVO
           MOVE "SESATIVA.DAT" TO WID-ARQ-SESATIVA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-SESATIVA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-SESATIVA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-SESATIVA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-TERRIT.
           MOVE "TERRIT.DAT" TO WS-CAP-ARQUIVO
           MOVE "TERRIT.DAT" TO WID-ARQ-TERRIT
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-TERRIT
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-TERRIT NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-TERRIT
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-TITULO.
           MOVE "TITULO.DAT" TO WS-CAP-ARQUIVO
           MOVE "TITULO.DAT" TO WID-ARQ-TITULO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-TITULO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-TITULO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF TIT-CANCELADO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-TITULO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-TRIBUTO.
           MOVE "TRIBUTO.DAT" TO WS-CAP-ARQUIVO
           MOVE "TRIBUTO.DAT" TO WID-ARQ-TRIBUTO
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-TRIBUTO
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-TRIBUTO NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-TRIBUTO
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-VENDEDOR.
           MOVE "VENDEDOR.DAT" TO WS-CAP-ARQUIVO
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-VENDEDOR NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF VEN-INATIVO
                       ADD 1 TO WS-CAP-EXCLUIDOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-VENDEDOR
           END-IF
           MOVE WS-CAP-REGISTROS TO WS-QTD-VENDEDOR
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-VENDHIST.
           MOVE "VENDHIST.DAT" TO WS-CAP-ARQUIVO
           MOVE "VENDHIST.DAT" TO WID-ARQ-VENDHIST
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-VENDHIST
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-VENDHIST NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-VENDHIST
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-VERBABON.
           MOVE "VERBABON.DAT" TO WS-CAP-ARQUIVO
           MOVE "VERBABON.DAT" TO WID-ARQ-VERBABON
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-VERBABON
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-VERBABON NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-VERBABON
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       CONTA-VISITA.
           MOVE "VISITA.DAT" TO WS-CAP-ARQUIVO
           MOVE "VISITA.DAT" TO WID-ARQ-VISITA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-VISITA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-VISITA NEXT
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                 END-IF
              END-PERFORM
              CLOSE ARQ-VISITA
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       GUARDA-PEDIDO-ANTIGO.
           IF PED-COMPETENCIA NOT = ZEROS
              IF WS-PED-MAIS-ANTIGO = ZEROS
                 OR PED-COMPETENCIA < WS-PED-MAIS-ANTIGO
                 MOVE PED-COMPETENCIA TO WS-PED-MAIS-ANTIGO
              END-IF
           END-IF
           .
       CONTA-TRILHA.
      *    TRILHA DE TEXTO: TODA LINHA E REGISTRO ATIVO. NAS DATADAS
      *    GUARDA A COMPETENCIA MAIS ANTIGA PARA O PROGARQLOG.
           MOVE WS-CAP-ARQUIVO TO WID-ARQ-TRILHA
           MOVE ZEROS TO WS-TRILHA-ANTIGA
           PERFORM INICIA-CONTAGEM
           OPEN INPUT ARQ-TRILHA
           IF WS-RESULTADO-ENTRADA = 00
              MOVE "S" TO WS-CAP-PRESENTE
              PERFORM UNTIL WS-FIM-CONTAGEM = 1
                 READ ARQ-TRILHA
                 IF WS-RESULTADO-ENTRADA > 09
                    MOVE 1 TO WS-FIM-CONTAGEM
                 ELSE
                    ADD 1 TO WS-CAP-REGISTROS
                    IF WS-TRILHA-DATADA = "S"
                       PERFORM GUARDA-TRILHA-ANTIGA
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-TRILHA
           END-IF
           IF WS-TRILHA-ANTIGA NOT = ZEROS
              IF WS-LOG-MAIS-ANTIGO = ZEROS
                 OR WS-TRILHA-ANTIGA < WS-LOG-MAIS-ANTIGO
                 MOVE WS-TRILHA-ANTIGA TO WS-LOG-MAIS-ANTIGO
              END-IF
           END-IF
           PERFORM REGISTRA-ARQUIVO
           .
       GUARDA-TRILHA-ANTIGA.
           MOVE REGISTRO-TRILHA (1:10) TO WS-DATA-TRILHA
           IF WS-TRI-ANO NOT NUMERIC OR WS-TRI-MES NOT NUMERIC
              OR WS-TRI-MES < 01 OR WS-TRI-MES > 12
              EXIT PARAGRAPH
           END-IF
           IF WS-TRILHA-ANTIGA = ZEROS
              OR (WS-TRI-ANO * 100) + WS-TRI-MES < WS-TRILHA-ANTIGA
              COMPUTE WS-TRILHA-ANTIGA =
                 (WS-TRI-ANO * 100) + WS-TRI-MES
           END-IF
           .
       REGISTRA-ARQUIVO.
      *    TAMANHO NO DISCO, LIMITE, LINHA DA NOITE NO HISTORICO,
      *    TENDENCIA, ALERTA DE CRESCIMENTO E LINHA DO RELATORIO.
           ADD 1 TO WS-QTD-ARQUIVOS
           MOVE ZEROS TO WS-CAP-TAMANHO
           MOVE WS-CAP-ARQUIVO TO WS-NOME-DISCO
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-DISCO
              WS-DETALHE-ARQUIVO
              RETURNING WS-RESULTADO-EXISTE
           IF WS-RESULTADO-EXISTE = ZEROS
              MOVE WS-TAMANHO-DISCO TO WS-CAP-TAMANHO
              MOVE "S" TO WS-CAP-PRESENTE
           END-IF
           ADD WS-CAP-TAMANHO TO WS-TOTAL-BYTES
           PERFORM BUSCA-LIMITE-ARQUIVO
           PERFORM BUSCA-HISTORICO-ARQUIVO
           PERFORM GRAVA-HISTORICO-ARQUIVO
           PERFORM CALCULA-TENDENCIA
           PERFORM AVALIA-CRESCIMENTO
           PERFORM IMPRIME-ARQUIVO
           .
       BUSCA-LIMITE-ARQUIVO.
      *    LIMMB+NOME (EX.: LIMMBPEDITEM) VALE SO PARA O ARQUIVO;
      *    NA FALTA DELE, O LIMITEARQMB GERAL.
           MOVE WS-LIMITE-PADRAO-MB TO WS-CAP-LIMITE-MB
           MOVE SPACES TO WS-CAP-BASE
           UNSTRING WS-CAP-ARQUIVO DELIMITED BY "."
              INTO WS-CAP-BASE
           END-UNSTRING
           MOVE SPACES TO WS-PARAM-NOME
           STRING "LIMMB"     DELIMITED BY SIZE
                  WS-CAP-BASE DELIMITED BY SPACE
              INTO WS-PARAM-NOME
           END-STRING
           CALL "PARAMLER" USING WS-PARAM-NOME
              WS-PARAM-VALOR WS-PARAM-RESULTADO
           CANCEL "PARAMLER"
           IF WS-PARAM-RESULTADO = ZEROS AND WS-PARAM-VALOR > ZEROS
              MOVE WS-PARAM-VALOR TO WS-CAP-LIMITE-MB
           END-IF
           IF WS-CAP-LIMITE-MB = ZEROS
              MOVE ALL "9" TO WS-LIMITE-BYTES
           ELSE
              COMPUTE WS-LIMITE-BYTES = WS-CAP-LIMITE-MB * 1048576
           END-IF
           .
       BUSCA-HISTORICO-ARQUIVO.
      *    PERCORRE AS LINHAS DOS ULTIMOS 30 DIAS: A PRIMEIRA E A
      *    BASE DA TENDENCIA MENSAL, A ULTIMA ANTES DE HOJE E A
      *    NOITE ANTERIOR (A CADEIA NAO RODA EM DIA NAO UTIL).
           MOVE "N"   TO WS-ANT-ACHADO
           MOVE "N"   TO WS-BASE-ACHADA
           MOVE ZEROS TO WS-ANT-REGISTROS
           MOVE ZEROS TO WS-BASE-DATA
           MOVE ZEROS TO WS-BASE-REGISTROS
           MOVE ZEROS TO WS-BASE-TAMANHO
           MOVE WS-CAP-ARQUIVO  TO CAP-ARQUIVO
           MOVE WS-DATA-BASE-30 TO CAP-DATA
           START ARQ-CAPAC KEY IS NOT LESS CAP-CHAVE
           IF WS-RESULTADO-CAPAC NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-HISTORICO
           PERFORM UNTIL WS-FIM-HISTORICO = 1
              READ ARQ-CAPAC NEXT
              IF WS-RESULTADO-CAPAC > 09
                 OR CAP-ARQUIVO NOT = WS-CAP-ARQUIVO
                 OR CAP-DATA NOT LESS DATA-SISTEMA
                 MOVE 1 TO WS-FIM-HISTORICO
              ELSE
                 IF CAP-EXISTE
                    IF WS-BASE-ACHADA = "N"
                       MOVE "S"               TO WS-BASE-ACHADA
                       MOVE CAP-DATA          TO WS-BASE-DATA
                       MOVE CAP-QTD-REGISTROS TO WS-BASE-REGISTROS
                       MOVE CAP-TAMANHO       TO WS-BASE-TAMANHO
                    END-IF
                    MOVE "S"               TO WS-ANT-ACHADO
                    MOVE CAP-QTD-REGISTROS TO WS-ANT-REGISTROS
                 END-IF
              END-IF
           END-PERFORM
           .
       GRAVA-HISTORICO-ARQUIVO.
           MOVE WS-CAP-ARQUIVO   TO CAP-ARQUIVO
           MOVE DATA-SISTEMA     TO CAP-DATA
           MOVE WS-HORA-SISTEMA  TO CAP-HORA
           MOVE WS-CAP-PRESENTE  TO CAP-PRESENTE
           MOVE WS-CAP-REGISTROS TO CAP-QTD-REGISTROS
           COMPUTE CAP-QTD-ATIVOS =
              WS-CAP-REGISTROS - WS-CAP-EXCLUIDOS
           MOVE WS-CAP-EXCLUIDOS TO CAP-QTD-EXCLUIDOS
           MOVE WS-CAP-TAMANHO   TO CAP-TAMANHO
           MOVE WS-CAP-LIMITE-MB TO CAP-LIMITE-MB
           WRITE REGISTRO-CAPAC
           IF WS-RESULTADO-CAPAC = 22
              REWRITE REGISTRO-CAPAC
           END-IF
           IF WS-RESULTADO-CAPAC NOT = 00
              DISPLAY "PROGCAPAC - ERRO NA GRAVACAO DO HISTORICO DE "
                 WS-CAP-ARQUIVO " STATUS " WS-RESULTADO-CAPAC
           END-IF
           .
       CALCULA-TENDENCIA.
           MOVE ZEROS  TO WS-DELTA-DIA
           MOVE ZEROS  TO WS-PCT-DIA
           MOVE ZEROS  TO WS-DELTA-MES
           MOVE ZEROS  TO WS-PCT-MES
           MOVE SPACES TO WS-PREVISAO
           IF WS-CAP-PRESENTE NOT = "S"
              MOVE "AUSENTE" TO WS-PREVISAO
              EXIT PARAGRAPH
           END-IF
           IF WS-ANT-ACHADO = "S"
              COMPUTE WS-DELTA-DIA =
                 WS-CAP-REGISTROS - WS-ANT-REGISTROS
              IF WS-ANT-REGISTROS > ZEROS
                 COMPUTE WS-PCT-DIA ROUNDED =
                    WS-DELTA-DIA * 100 / WS-ANT-REGISTROS
                    ON SIZE ERROR
                       MOVE 9999,9 TO WS-PCT-DIA
                 END-COMPUTE
              END-IF
           END-IF
           IF WS-BASE-ACHADA = "S"
              COMPUTE WS-DELTA-MES =
                 WS-CAP-REGISTROS - WS-BASE-REGISTROS
              IF WS-BASE-REGISTROS > ZEROS
                 COMPUTE WS-PCT-MES ROUNDED =
                    WS-DELTA-MES * 100 / WS-BASE-REGISTROS
                    ON SIZE ERROR
                       MOVE 9999,9 TO WS-PCT-MES
                 END-COMPUTE
              END-IF
           END-IF
      *    DATA PROJETADA: RITMO MEDIO DE CRESCIMENTO EM BYTES DESDE
      *    A BASE DE 30 DIAS, APLICADO AO QUE FALTA ATE O LIMITE.
           IF WS-CAP-TAMANHO NOT LESS WS-LIMITE-BYTES
              MOVE "ATINGIDO" TO WS-PREVISAO
              EXIT PARAGRAPH
           END-IF
           IF WS-CAP-LIMITE-MB = ZEROS
              MOVE "SEM LIMITE" TO WS-PREVISAO
              EXIT PARAGRAPH
           END-IF
           IF WS-BASE-ACHADA NOT = "S"
              MOVE "SEM HIST." TO WS-PREVISAO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIAS-BASE = WS-HOJE-INTEIRO
              - FUNCTION INTEGER-OF-DATE (WS-BASE-DATA)
           IF WS-DIAS-BASE = ZEROS
              OR WS-CAP-TAMANHO NOT GREATER WS-BASE-TAMANHO
              MOVE "ESTAVEL" TO WS-PREVISAO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CRESC-DIARIO =
              (WS-CAP-TAMANHO - WS-BASE-TAMANHO) / WS-DIAS-BASE
           COMPUTE WS-DIAS-LIMITE =
              (WS-LIMITE-BYTES - WS-CAP-TAMANHO) / WS-CRESC-DIARIO
              ON SIZE ERROR
                 MOVE 999999999 TO WS-DIAS-LIMITE
           END-COMPUTE
           IF WS-DIAS-LIMITE > 3650
              MOVE "+10 ANOS" TO WS-PREVISAO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATA-PREVISTA = FUNCTION DATE-OF-INTEGER
              (WS-HOJE-INTEIRO + WS-DIAS-LIMITE)
           STRING WS-PREV-DIA "/" WS-PREV-MES "/" WS-PREV-ANO
              DELIMITED BY SIZE INTO WS-PREVISAO
           .
       AVALIA-CRESCIMENTO.
           MOVE SPACES TO WS-OCORRENCIA
           IF WS-CAP-PRESENTE = "S"
              AND WS-CAP-TAMANHO NOT LESS WS-LIMITE-BYTES
              MOVE "ACIMA DO LIMITE" TO WS-OCORRENCIA
              MOVE WS-CAP-LIMITE-MB TO WS-LIMITE-EDIT
              MOVE 9102 TO WS-ALERTA-CODIGO
              MOVE SPACES TO WS-ALERTA-NOTA
              STRING WS-CAP-ARQUIVO DELIMITED BY SPACE
                     " PASSOU DE "  DELIMITED BY SIZE
                     FUNCTION TRIM (WS-LIMITE-EDIT) DELIMITED BY SIZE
                     " MB"          DELIMITED BY SIZE
                 INTO WS-ALERTA-NOTA
              END-STRING
              PERFORM EMITE-ALERTA THRU F-EMITE-ALERTA
           END-IF
           IF WS-ANT-ACHADO = "S"
              AND WS-ANT-REGISTROS NOT LESS WS-MIN-CRESCE
              AND WS-PCT-DIA > WS-PCT-CRESCE
              MOVE "CRESC. ANORMAL" TO WS-OCORRENCIA
              IF WS-PCT-DIA > 999
                 MOVE 999 TO WS-PCT-ALERTA
              ELSE
                 MOVE WS-PCT-DIA TO WS-PCT-ALERTA
              END-IF
              MOVE 9101 TO WS-ALERTA-CODIGO
              MOVE SPACES TO WS-ALERTA-NOTA
              STRING WS-CAP-ARQUIVO DELIMITED BY SPACE
                     " CRESCEU "    DELIMITED BY SIZE
                     WS-PCT-ALERTA  DELIMITED BY SIZE
                     "% NA NOITE"   DELIMITED BY SIZE
                 INTO WS-ALERTA-NOTA
              END-STRING
              PERFORM EMITE-ALERTA THRU F-EMITE-ALERTA
           END-IF
           .
       IMPRIME-ARQUIVO.
           MOVE WS-CAP-ARQUIVO   TO DET-ARQUIVO
           MOVE WS-CAP-REGISTROS TO DET-REGISTROS
           COMPUTE DET-ATIVOS = WS-CAP-REGISTROS - WS-CAP-EXCLUIDOS
           MOVE WS-CAP-EXCLUIDOS TO DET-EXCLUIDOS
           COMPUTE DET-TAMANHO-MB ROUNDED = WS-CAP-TAMANHO / 1048576
           MOVE WS-DELTA-DIA     TO DET-DELTA-DIA
           MOVE WS-PCT-DIA       TO DET-PCT-DIA
           MOVE WS-DELTA-MES     TO DET-DELTA-MES
           MOVE WS-PCT-MES       TO DET-PCT-MES
           MOVE WS-CAP-LIMITE-MB TO DET-LIMITE-MB
           MOVE WS-PREVISAO      TO DET-PREVISAO
           MOVE WS-OCORRENCIA    TO DET-OCORRENCIA
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       AVALIA-MANUTENCAO.
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINE
           WRITE LINHA FROM TITULO-MANUTENCAO AFTER 1 LINE
           ADD 2 TO CONTADOR-LINHA
      *    PROGREORG: CODIGOS JA EMITIDOS (CONTROLE DE NUMERACAO)
      *    QUE NAO EXISTEM MAIS NO CADASTRO SAO O ESPACO QUE A
      *    COMPACTACAO COM RENUMERACAO RECUPERA.
           IF WS-ULT-COD-CLIENTE > WS-QTD-CLIENTE
              COMPUTE WS-PCT-VAGOS ROUNDED =
                 (WS-ULT-COD-CLIENTE - WS-QTD-CLIENTE) * 100
                 / WS-ULT-COD-CLIENTE
              IF WS-PCT-VAGOS NOT LESS WS-PCT-REORG
                 MOVE "CLIENTE.DAT" TO WS-CAP-ARQUIVO
                 MOVE 9111 TO WS-ALERTA-CODIGO
                 PERFORM REORG-DEVIDO
              END-IF
           END-IF
           IF WS-ULT-COD-VENDEDOR > WS-QTD-VENDEDOR
              COMPUTE WS-PCT-VAGOS ROUNDED =
                 (WS-ULT-COD-VENDEDOR - WS-QTD-VENDEDOR) * 100
                 / WS-ULT-COD-VENDEDOR
              IF WS-PCT-VAGOS NOT LESS WS-PCT-REORG
                 MOVE "VENDEDOR.DAT" TO WS-CAP-ARQUIVO
                 MOVE 9112 TO WS-ALERTA-CODIGO
                 PERFORM REORG-DEVIDO
              END-IF
           END-IF
      *    PROGARQLOG (FECHAMENTO) ARQUIVA ATE A COMPETENCIA
      *    CORRENTE MENOS A RETENCAO; REGISTRO MAIS VELHO QUE ISSO
      *    DIZ QUE UM FECHAMENTO PASSOU SEM O CORTE.
           IF WS-LOG-MAIS-ANTIGO NOT = ZEROS
              DIVIDE WS-LOG-MAIS-ANTIGO BY 100
                 GIVING WS-PED-ANO
                 REMAINDER WS-PED-MES
              COMPUTE WS-MESES-REGISTRO =
                 (WS-PED-ANO * 12) + WS-PED-MES
              COMPUTE WS-MESES-CORTE =
                 WS-MESES-HOJE - WS-MESES-ARQLOG
              IF WS-MESES-REGISTRO < WS-MESES-CORTE
                 PERFORM ARQLOG-DEVIDO
              END-IF
           END-IF
      *    PROGARQPED (FECHAMENTO) MANTEM A COMPETENCIA DO CORTE;
      *    DURANTE O MES SEGUINTE ELA JA FICA UM MES ALEM, ENTAO SO
      *    O SEGUNDO MES DE ATRASO E ALERTADO.
           IF WS-PED-MAIS-ANTIGO NOT = ZEROS
              DIVIDE WS-PED-MAIS-ANTIGO BY 100
                 GIVING WS-PED-ANO
                 REMAINDER WS-PED-MES
              COMPUTE WS-MESES-REGISTRO =
                 (WS-PED-ANO * 12) + WS-PED-MES
              COMPUTE WS-MESES-CORTE =
                 WS-MESES-HOJE - WS-MESES-ARQPED - 1
              IF WS-MESES-REGISTRO < WS-MESES-CORTE
                 PERFORM ARQPED-DEVIDO
              END-IF
           END-IF
           IF WS-QTD-DEVIDOS = ZEROS
              MOVE SPACES TO MAN-PROGRAMA
              MOVE "NENHUMA MANUTENCAO DEVIDA." TO MAN-TEXTO
              PERFORM IMPRIME-MANUTENCAO
           END-IF
           .
       REORG-DEVIDO.
           ADD 1 TO WS-QTD-DEVIDOS
           MOVE WS-PCT-VAGOS TO WS-PCT-VAGOS-EDIT
           MOVE WS-PCT-REORG TO WS-PCT-REORG-EDIT
           MOVE "PROGREORG" TO MAN-PROGRAMA
           MOVE SPACES TO MAN-TEXTO
           STRING WS-CAP-ARQUIVO DELIMITED BY SPACE
                  ": "  WS-PCT-VAGOS-EDIT
                  "% DOS CODIGOS EMITIDOS ESTAO VAGOS (LIMIAR "
                  WS-PCT-REORG-EDIT "%) - COMPACTAR E RENUMERAR"
                  DELIMITED BY SIZE
              INTO MAN-TEXTO
           END-STRING
           PERFORM IMPRIME-MANUTENCAO
           MOVE SPACES TO WS-ALERTA-NOTA
           STRING "PROGREORG: "  DELIMITED BY SIZE
                  WS-CAP-ARQUIVO DELIMITED BY SPACE
                  " COM CODIGOS VAGOS" DELIMITED BY SIZE
              INTO WS-ALERTA-NOTA
           END-STRING
           PERFORM EMITE-ALERTA THRU F-EMITE-ALERTA
           .
       ARQLOG-DEVIDO.
           ADD 1 TO WS-QTD-DEVIDOS
           MOVE "PROGARQLOG" TO MAN-PROGRAMA
           MOVE SPACES TO MAN-TEXTO
           STRING "AUDITORIA/LOG COM REGISTROS DE "
                  WS-LOG-MAIS-ANTIGO
                  ", ALEM DA RETENCAO DE " WS-MESES-ARQLOG
                  " MESES - CORTE DO FECHAMENTO NAO FEITO"
                  DELIMITED BY SIZE
              INTO MAN-TEXTO
           END-STRING
           PERFORM IMPRIME-MANUTENCAO
           MOVE 9113 TO WS-ALERTA-CODIGO
           MOVE "PROGARQLOG ATRASADO: AUDITORIA/LOG"
              TO WS-ALERTA-NOTA
           PERFORM EMITE-ALERTA THRU F-EMITE-ALERTA
           .
       ARQPED-DEVIDO.
           ADD 1 TO WS-QTD-DEVIDOS
           MOVE "PROGARQPED" TO MAN-PROGRAMA
           MOVE SPACES TO MAN-TEXTO
           STRING "PEDIDO.DAT COM PEDIDOS DE "
                  WS-PED-MAIS-ANTIGO
                  ", ALEM DA RETENCAO DE " WS-MESES-ARQPED
                  " MESES - CORTE DO FECHAMENTO NAO FEITO"
                  DELIMITED BY SIZE
              INTO MAN-TEXTO
           END-STRING
           PERFORM IMPRIME-MANUTENCAO
           MOVE 9114 TO WS-ALERTA-CODIGO
           MOVE "PROGARQPED ATRASADO: PEDIDO.DAT"
              TO WS-ALERTA-NOTA
           PERFORM EMITE-ALERTA THRU F-EMITE-ALERTA
           .
       IMPRIME-MANUTENCAO.
           WRITE LINHA FROM LINHA-MANUTENCAO AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA NOT LESS LIMITE-LINHAS
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           .
       EMITE-ALERTA.
      *    RECEBE WS-ALERTA-CODIGO E WS-ALERTA-NOTA. ALERTA DE
      *    LIMITE OU DE MANUTENCAO JA PENDENTE NAO E REPETIDO.
           IF WS-ALERTA-CODIGO NOT = 9101
              PERFORM VERIFICA-ALERTA-REPETIDO
              IF WS-ALERTA-REPETIDO = "S"
                 DISPLAY "PROGCAPAC - ALERTA JA REGISTRADO: "
                    WS-ALERTA-NOTA
                 GO TO F-EMITE-ALERTA
              END-IF
           END-IF
           IF WS-HOUVE-ALERTA = "N"
              OPEN EXTEND ARQ-ALERTA
              IF WS-RESULTADO-ALERTA NOT = 00
                 OPEN OUTPUT ARQ-ALERTA
                 CLOSE ARQ-ALERTA
                 OPEN EXTEND ARQ-ALERTA
              END-IF
              MOVE "S" TO WS-HOUVE-ALERTA
           END-IF
           MOVE SPACES TO LINHA-ALERTA
           STRING "*** ALERTA "   DELIMITED BY SIZE
                  CAB-DATA        DELIMITED BY SIZE
                  " PROGCAPAC "   DELIMITED BY SIZE
                  WS-ALERTA-NOTA  DELIMITED BY SIZE
                  " ***"          DELIMITED BY SIZE
               INTO LINHA-ALERTA
           END-STRING
           WRITE LINHA-ALERTA
           DISPLAY LINHA-ALERTA
           ADD 1 TO WS-QTD-ALERTAS
      *    O MESMO ALERTA VIRA REGISTRO EM ALERTAS.DAT PARA O
      *    CONSOLE DE CIENCIA (PROG39), COM A OCORRENCIA NA NOTA.
           MOVE ZEROS TO ALT-SEQ
           READ ARQ-ALERTAREC
           COMPUTE WS-ALERTA-PROX-SEQ = ALT-ULTIMA-SEQ + 1
           MOVE WS-ALERTA-PROX-SEQ TO ALT-ULTIMA-SEQ
           REWRITE REGISTRO-ALERTAREC
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-COMPLETA (1:6) TO WS-HORA-SISTEMA
           MOVE WS-ALERTA-PROX-SEQ TO ALT-SEQ
           MOVE DATA-SISTEMA       TO ALT-DATA
           MOVE WS-HORA-SISTEMA    TO ALT-HORA
           MOVE "PROGCAPAC"        TO ALT-PASSO
           MOVE WS-ALERTA-CODIGO   TO ALT-RETORNO
           MOVE "P"                TO ALT-STATUS
           MOVE SPACES             TO ALT-OPER-ACK
           MOVE ZEROS              TO ALT-DATA-ACK
           MOVE WS-ALERTA-NOTA     TO ALT-NOTA
           MOVE ZEROS              TO ALT-ULTIMA-SEQ
           WRITE REGISTRO-ALERTAREC
           .
       F-EMITE-ALERTA. EXIT.
       VERIFICA-ALERTA-REPETIDO.
      *    IGUAL = MESMO CODIGO DO PROGCAPAC E, NO ALERTA DE LIMITE,
      *    MESMO ARQUIVO NA NOTA. PENDENTE SEGURA SEMPRE; COM
      *    CIENCIA, O DE MANUTENCAO SO VOLTA NO MES SEGUINTE.
           MOVE "N" TO WS-ALERTA-REPETIDO
           MOVE ZEROS TO ALT-SEQ
           START ARQ-ALERTAREC KEY IS GREATER ALT-SEQ
           IF WS-RESULTADO-ALERTAREC NOT = 00
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-FIM-ALERTAS
           PERFORM UNTIL WS-FIM-ALERTAS = 1
              READ ARQ-ALERTAREC NEXT
              IF WS-RESULTADO-ALERTAREC > 09
                 MOVE 1 TO WS-FIM-ALERTAS
              ELSE
                 IF ALT-PASSO = "PROGCAPAC"
                    AND ALT-RETORNO = WS-ALERTA-CODIGO
                    IF ALT-PENDENTE
                       AND (WS-ALERTA-CODIGO > 9110
                            OR ALT-NOTA = WS-ALERTA-NOTA)
                       MOVE "S" TO WS-ALERTA-REPETIDO
                       MOVE 1 TO WS-FIM-ALERTAS
                    END-IF
                    IF ALT-ACATADO
                       AND WS-ALERTA-CODIGO > 9110
                       AND ALT-DATA (1:6) = DATA-SISTEMA (1:6)
                       MOVE "S" TO WS-ALERTA-REPETIDO
                       MOVE 1 TO WS-FIM-ALERTAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-1      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.
