      *    CABE A ROTINA DE SCHEDULING SUBSTITUIR OS ARQUIVOS
      *    ORIGINAIS PELOS ARQUIVOS ".NOVO" APOS A CONFERENCIA DAS
      *    QUANTIDADES EXIBIDAS NO LOG DO JOB.
      *    O LAYOUT NOVO ACOMPANHA O CADASTRO ATUAL: CLIENTE COM
      *    BLOQUEIO, CNAE/SEGMENTO, SITUACAO NA RECEITA E INSCRICAO
      *    ESTADUAL; VENDEDOR COM A EMPRESA A QUE PERTENCE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           02 CLI-FILIAL-N          PIC X(03).
           02 CLI-VINCULADO-N       PIC X(01).
           02 CLI-VINC-MOTIVO-N     PIC X(15).
           02 CLI-BLOQ-COMERCIAL-N  PIC X(01).
           02 CLI-BLOQ-DATA-N       PIC 9(08).
           02 CLI-CNAE-N            PIC 9(07).
           02 CLI-SEGMENTO-N        PIC 9(02).
           02 CLI-RF-SITUACAO-N     PIC X(01).
           02 CLI-RF-DATA-SITUACAO-N PIC 9(08).
           02 CLI-RF-RAZAO-SOCIAL-N PIC X(60).
           02 CLI-RF-DATA-CONFERE-N PIC 9(08).
           02 CLI-IE-N              PIC X(14).

       FD  ARQ-VENDEDOR-NOVO
           LABEL RECORD IS STANDARD.
           02 VEN-COMISSAO-N        PIC 9(02)V9(02).
           02 VEN-META-MENSAL-N     PIC 9(09)V9(02).
           02 VEN-COORD-ORIGEM-N    PIC X(01).
           02 VEN-EMPRESA-N         PIC 9(02).

       WORKING-STORAGE SECTION.
       77 WS-RUNCTL-FUNCAO      PIC X(10) VALUE SPACES.
           MOVE CLI-FILIAL           TO CLI-FILIAL-N
           MOVE CLI-VINCULADO        TO CLI-VINCULADO-N
           MOVE CLI-VINC-MOTIVO      TO CLI-VINC-MOTIVO-N
           MOVE CLI-BLOQ-COMERCIAL   TO CLI-BLOQ-COMERCIAL-N
           MOVE CLI-BLOQ-DATA        TO CLI-BLOQ-DATA-N
           MOVE CLI-CNAE             TO CLI-CNAE-N
           MOVE CLI-SEGMENTO         TO CLI-SEGMENTO-N
           MOVE CLI-RF-SITUACAO      TO CLI-RF-SITUACAO-N
           MOVE CLI-RF-DATA-SITUACAO TO CLI-RF-DATA-SITUACAO-N
           MOVE CLI-RF-RAZAO-SOCIAL  TO CLI-RF-RAZAO-SOCIAL-N
           MOVE CLI-RF-DATA-CONFERE  TO CLI-RF-DATA-CONFERE-N
           MOVE CLI-IE               TO CLI-IE-N
           WRITE REGISTRO-CLIENTE-NOVO
           IF WS-RESULTADO-CLIENTE-NOVO NOT = 00
              DISPLAY "PROGREORG - ERRO GRAVANDO CLIENTE " CLI-CODIGO-N
           MOVE VEN-COMISSAO         TO VEN-COMISSAO-N
           MOVE VEN-META-MENSAL      TO VEN-META-MENSAL-N
           MOVE VEN-COORD-ORIGEM     TO VEN-COORD-ORIGEM-N
           MOVE VEN-EMPRESA          TO VEN-EMPRESA-N
           WRITE REGISTRO-VENDEDOR-NOVO
           IF WS-RESULTADO-VENDEDOR-NOVO NOT = 00
              DISPLAY "PROGREORG - ERRO GRAVANDO VENDEDOR " VEN-CODIGO-N
