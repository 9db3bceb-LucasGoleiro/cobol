      * REGISTROS DE CADA ARQUIVO CADASTRAL (COM O FILE STATUS    *
      * ANORMAL DESTACADO), AS CONSULTAS DE HOJE, AS ATENDIDAS    *
      * AINDA NAO FATURADAS A ESPERA DO FATURAMENTO NOTURNO E A   *
      * DATA/SITUACAO DA ULTIMA GERACAO DE BACKUP (CADBKPCAT),    *
      * E O RESUMO DO MES ANTERIOR NO CADRESUMO (AGENDADAS,       *
      * ATENDIDAS, FALTAS E FATURADO) COM A DATA DA ULTIMA        *
      * ATUALIZACAO FEITA PELO LOTEESTAT                          *
      *************************************************************

      *----------------------------------------------------------------
                    RECORD KEY IS BC-CHAVE
                    FILE STATUS IS ST-ERRO.

       SELECT CADRESUMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS RM-CHAVE
                    FILE STATUS IS ST-ERRO.

      *----------------------------------------------------------------

       DATA DIVISION.
               VALUE OF FILE-ID IS "CADBKPCAT.DAT".
           COPY REGBKPCAT.

       FD CADRESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUMO.DAT".
           COPY REGRESUMO.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 W-PEND-FAT    PIC 9(05) VALUE ZEROS.
       01 W-BKP-DATA    PIC 9(08) VALUE ZEROS.
       01 W-BKP-SIT     PIC X(01) VALUE SPACES.
       01 W-RES-COMPET  PIC 9(06) VALUE ZEROS.
       01 W-RES-R REDEFINES W-RES-COMPET.
           03 W-RES-ANO  PIC 9(04).
           03 W-RES-MES  PIC 9(02).
       01 W-RES-DATA    PIC 9(08) VALUE ZEROS.
       01 W-RES-AGEND   PIC 9(06) VALUE ZEROS.
       01 W-RES-ATEND   PIC 9(06) VALUE ZEROS.
       01 W-RES-FALTAS  PIC 9(06) VALUE ZEROS.
       01 W-RES-FATUR   PIC 9(09)V99 VALUE ZEROS.
       01 W-ED-FATUR    PIC ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------

           OPEN INPUT CADBKPCAT
           IF ST-ERRO NOT = "00"
              DISPLAY (W-LIN, 01) "ULTIMO BACKUP: SEM CATALOGO <<<"
              GO TO R3A.
           MOVE LOW-VALUES TO BC-CHAVE
           START CADBKPCAT KEY IS NOT LESS THAN BC-CHAVE.
       R3-LOOP.
           IF W-BKP-SIT NOT = "V"
              DISPLAY (W-LIN, 39) "<<< CONFERIR".

      *------[ RESUMO ESTATISTICO DO MES ANTERIOR (LOTEESTAT) ]---------
       R3A.
           ADD 1 TO W-LIN
           OPEN INPUT CADRESUMO
           IF ST-ERRO NOT = "00"
              DISPLAY (W-LIN, 01) "RESUMO MENSAL: SEM CADRESUMO <<<"
              GO TO R4.
           DIVIDE W-HOJE BY 100 GIVING W-RES-COMPET
           IF W-RES-MES > 1
              SUBTRACT 1 FROM W-RES-MES
           ELSE
              MOVE 12 TO W-RES-MES
              SUBTRACT 1 FROM W-RES-ANO.
           MOVE ZEROS TO RM-COMPET RM-FILIAL RM-CRM RM-CODCONV
                         RM-ESPEC
           MOVE SPACES TO RM-CID
           READ CADRESUMO
           IF ST-ERRO = "00"
              MOVE RM-DATA-ATU TO W-RES-DATA.
           MOVE W-RES-COMPET TO RM-COMPET
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3A-FIM.
       R3A-LOOP.
           READ CADRESUMO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3A-FIM.
           IF RM-COMPET NOT = W-RES-COMPET
              GO TO R3A-FIM.
           IF W-FILIAL-FILTRO NOT = ZEROS
              AND RM-FILIAL NOT = W-FILIAL-FILTRO
              GO TO R3A-LOOP.
           ADD RM-AGENDADAS TO W-RES-AGEND
           ADD RM-ATENDIDAS TO W-RES-ATEND
           ADD RM-FALTAS TO W-RES-FALTAS
           ADD RM-VAL-FATURADO TO W-RES-FATUR
           GO TO R3A-LOOP.
       R3A-FIM.
           CLOSE CADRESUMO
           DISPLAY (W-LIN, 01) "RESUMO DE"
           DISPLAY (W-LIN, 11) W-RES-COMPET
           DISPLAY (W-LIN, 18) "AGEND"
           DISPLAY (W-LIN, 24) W-RES-AGEND
           DISPLAY (W-LIN, 31) "ATEND"
           DISPLAY (W-LIN, 37) W-RES-ATEND
           DISPLAY (W-LIN, 44) "FALTAS"
           DISPLAY (W-LIN, 51) W-RES-FALTAS
           ADD 1 TO W-LIN
           MOVE W-RES-FATUR TO W-ED-FATUR
           DISPLAY (W-LIN, 01) "FATURADO"
           DISPLAY (W-LIN, 10) W-ED-FATUR
           DISPLAY (W-LIN, 26) "ATUALIZADO EM"
           DISPLAY (W-LIN, 40) W-RES-DATA
           IF W-RES-DATA = ZEROS
              DISPLAY (W-LIN, 49) "<<< CONFERIR".

       R4.
           DISPLAY (22, 01) "TECLE ALGO PARA VOLTAR"
           ACCEPT (22, 30) W-OPCAO
