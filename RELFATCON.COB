      * (CADESTORNO) - E QUANTIDADE DE CONSULTAS POR           *
      * FT-CODCONV, COM COLUNAS DO MES ANTERIOR E DO MESMO MES *
      * DO ANO PASSADO, VARIACAO PERCENTUAL E RANKING FINAL    *
      * POR PARTICIPACAO NA RECEITA. CADA UMA DAS TRES         *
      * COMPETENCIAS QUE JA ESTIVER FECHADA E CONSOLIDADA PELO *
      * LOTEESTAT SAI DO CADRESUMO (FATURADO - ESTORNADO E     *
      * QUANTIDADE DE FATURAS) EM VEZ DA VARREDURA DA FATURA   *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS ET-CHAVE
                     FILE STATUS IS ST-ERRO-EST.

       SELECT CADRESUMO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RM-CHAVE
                     FILE STATUS IS ST-ERRO-RES.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
               VALUE OF FILE-ID IS "CADESTORNO.DAT".
           COPY REGESTORNO.

       FD CADRESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUMO.DAT".
           COPY REGRESUMO.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-EST      PIC X(02) VALUE "00".
       01 W-EST-ABERTO     PIC X(01) VALUE "N".
       01 ST-ERRO-RES      PIC X(02) VALUE "00".
       01 W-RES-ABERTO     PIC X(01) VALUE "N".
       01 W-FECH-ATU       PIC X(01) VALUE "N".
       01 W-FECH-ANT       PIC X(01) VALUE "N".
       01 W-FECH-AAA       PIC X(01) VALUE "N".
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-MES-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-RES     PIC 9(06) VALUE ZEROS.
       01 W-CONV-BUSCA     PIC 9(04) VALUE ZEROS.
       01 W-TOTAL-EST      PIC 9(08)V99 VALUE ZEROS.
       01 W-VALOR-LIQ      PIC S9(08)V99 VALUE ZEROS.
       01 WS-NOME-REL      PIC X(30) VALUE "RELFATCON.TXT".
           IF ST-ERRO-EST = "00"
              MOVE "S" TO W-EST-ABERTO.

      *    COMPETENCIAS FECHADAS JA CONSOLIDADAS NO CADRESUMO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-MES-ATUAL
           OPEN INPUT CADRESUMO
           IF ST-ERRO-RES = "00"
              MOVE "S" TO W-RES-ABERTO
              MOVE W-COMPET TO W-COMPET-RES
              PERFORM TESTA-FECHADO THRU TESTA-FECHADO-FIM
              MOVE W-ACHOU TO W-FECH-ATU
              MOVE W-COMPET-ANT TO W-COMPET-RES
              PERFORM TESTA-FECHADO THRU TESTA-FECHADO-FIM
              MOVE W-ACHOU TO W-FECH-ANT
              MOVE W-COMPET-AAA TO W-COMPET-RES
              PERFORM TESTA-FECHADO THRU TESTA-FECHADO-FIM
              MOVE W-ACHOU TO W-FECH-AAA.

           OPEN INPUT CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV: "
                  W-COMPET-AAA ")"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-FECH-ATU = "S" OR W-FECH-ANT = "S" OR W-FECH-AAA = "S"
              MOVE SPACES TO LINHA-REL
              STRING "RESUMO MENSAL (CADRESUMO) NAS COMPETENCIAS"
                     " FECHADAS: ATUAL " W-FECH-ATU " ANTERIOR "
                     W-FECH-ANT " ANO PASSADO " W-FECH-AAA
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       R1.
           IF W-FECH-ATU = "S" AND W-FECH-ANT = "S"
              AND W-FECH-AAA = "S"
              GO TO R2-RESUMO.
           MOVE SPACES TO FT-CHAVE
           START CADFATURA KEY IS NOT LESS THAN FT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R2-RESUMO.

       R2.
           READ CADFATURA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2-RESUMO.
           DIVIDE FT-DATA BY 100 GIVING W-COMPET-FT
           IF W-COMPET-FT NOT = W-COMPET
              AND W-COMPET-FT NOT = W-COMPET-ANT
              AND W-COMPET-FT NOT = W-COMPET-AAA
              GO TO R2.
           IF (W-COMPET-FT = W-COMPET AND W-FECH-ATU = "S")
              OR (W-COMPET-FT = W-COMPET-ANT AND W-FECH-ANT = "S")
              OR (W-COMPET-FT = W-COMPET-AAA AND W-FECH-AAA = "S")
              GO TO R2.
           MOVE FT-CODCONV TO W-CONV-BUSCA
           PERFORM ACHA-CONV THRU ACHA-CONV-FIM
           IF W-IND = ZEROS
              GO TO R2.
              ADD W-VALOR-LIQ TO TA-VAL-AAA (W-IND).
           GO TO R2.

      *------[ COMPETENCIAS FECHADAS: LIQUIDO E QTD DO CADRESUMO ]------
       R2-RESUMO.
           IF W-FECH-ATU = "S"
              MOVE W-COMPET TO W-COMPET-RES
              PERFORM SOMA-RESUMO THRU SOMA-RESUMO-FIM.
           IF W-FECH-ANT = "S"
              MOVE W-COMPET-ANT TO W-COMPET-RES
              PERFORM SOMA-RESUMO THRU SOMA-RESUMO-FIM.
           IF W-FECH-AAA = "S"
              MOVE W-COMPET-AAA TO W-COMPET-RES
              PERFORM SOMA-RESUMO THRU SOMA-RESUMO-FIM.
           GO TO R3.

       SOMA-RESUMO.
           MOVE W-COMPET-RES TO RM-COMPET
           MOVE ZEROS TO RM-FILIAL RM-CRM RM-CODCONV RM-ESPEC
           MOVE SPACES TO RM-CID
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO SOMA-RESUMO-FIM.
       SOMA-RESUMO1.
           READ CADRESUMO NEXT RECORD
           IF ST-ERRO-RES NOT = "00"
              GO TO SOMA-RESUMO-FIM.
           IF RM-COMPET NOT = W-COMPET-RES
              GO TO SOMA-RESUMO-FIM.
           IF RM-QTD-FATURAS = ZEROS
              GO TO SOMA-RESUMO1.
           MOVE RM-CODCONV TO W-CONV-BUSCA
           PERFORM ACHA-CONV THRU ACHA-CONV-FIM
           IF W-IND = ZEROS
              GO TO SOMA-RESUMO1.
           COMPUTE W-VALOR-LIQ = RM-VAL-FATURADO - RM-VAL-ESTORNADO
           IF W-VALOR-LIQ < ZEROS
              MOVE ZEROS TO W-VALOR-LIQ.
           IF W-COMPET-RES = W-COMPET
              ADD W-VALOR-LIQ TO TA-VAL-ATU (W-IND)
              ADD RM-QTD-FATURAS TO TA-QTD-ATU (W-IND)
              ADD W-VALOR-LIQ TO W-TOT-ATUAL.
           IF W-COMPET-RES = W-COMPET-ANT
              ADD W-VALOR-LIQ TO TA-VAL-ANT (W-IND).
           IF W-COMPET-RES = W-COMPET-AAA
              ADD W-VALOR-LIQ TO TA-VAL-AAA (W-IND).
           GO TO SOMA-RESUMO1.
       SOMA-RESUMO-FIM.
           EXIT.

      *------[ COMPETENCIA FECHADA COM RESUMO NO CADRESUMO? ]-----------
       TESTA-FECHADO.
           MOVE "N" TO W-ACHOU
           IF W-COMPET-RES NOT < W-MES-ATUAL
              GO TO TESTA-FECHADO-FIM.
           MOVE W-COMPET-RES TO RM-COMPET
           MOVE ZEROS TO RM-FILIAL RM-CRM RM-CODCONV RM-ESPEC
           MOVE SPACES TO RM-CID
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO TESTA-FECHADO-FIM.
           READ CADRESUMO NEXT RECORD
           IF ST-ERRO-RES = "00" AND RM-COMPET = W-COMPET-RES
              MOVE "S" TO W-ACHOU.
       TESTA-FECHADO-FIM.
           EXIT.

      *------[ ESTORNOS FORMAIS DA FATURA CORRENTE ]--------------------
       SOMA-ESTORNOS.
           MOVE ZEROS TO W-TOTAL-EST
       ACHA-CONV1.
           IF W-IND > W-QTD-TAB
              GO TO ACHA-CONV2.
           IF TA-CONV (W-IND) = W-CONV-BUSCA
              GO TO ACHA-CONV-FIM.
           ADD 1 TO W-IND
           GO TO ACHA-CONV1.
           IF W-QTD-TAB < 100
              ADD 1 TO W-QTD-TAB
              MOVE W-QTD-TAB TO W-IND
              MOVE W-CONV-BUSCA TO TA-CONV (W-IND)
              MOVE ZEROS TO TA-VAL-ATU (W-IND) TA-QTD-ATU (W-IND)
                            TA-VAL-ANT (W-IND) TA-VAL-AAA (W-IND)
              MOVE "N" TO TA-IMPRESSO (W-IND)
       ROT-FIM.
           IF W-EST-ABERTO = "S"
              CLOSE CADESTORNO.
           IF W-RES-ABERTO = "S"
              CLOSE CADRESUMO.
           CLOSE CADFATURA.
           CLOSE CADCONV.
           CLOSE RELATORIO.
