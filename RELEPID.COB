      * 12 MESES), MOSTRA O VOLUME POR ESPECIALIDADE DO MEDICO *
      * (CADMED) E IMPRIME O RANKING DAS CID MAIS FREQUENTES   *
      * COM DENOMINACAO (CADCID), PERCENTUAL DO TOTAL E A      *
      * VARIACAO DO ULTIMO MES CONTRA O MES ANTERIOR. OS MESES *
      * FECHADOS (ANTERIORES AO ATUAL) JA CONSOLIDADOS PELO    *
      * LOTEESTAT VEM DO CADRESUMO EM VEZ DA CADAGENDA         *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS EP-CODIGO
                     FILE STATUS IS ST-ERRO-EPC.

       SELECT CADRESUMO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RM-CHAVE
                     FILE STATUS IS ST-ERRO-RES.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
           03 CODIGO              PIC X(04).
           03 DENOMI              PIC X(30).

       FD CADRESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUMO.DAT".
           COPY REGRESUMO.

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-CID      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-RES      PIC X(02) VALUE "00".
       01 W-RES-ABERTO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-MES-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-CID-ACUM       PIC X(04) VALUE SPACES.
       01 W-QTD-OCORR      PIC 9(06) VALUE ZEROS.
       01 W-QTD-FECHADOS   PIC 9(02) VALUE ZEROS.
       01 W-COMPET-INI     PIC 9(06) VALUE ZEROS.
       01 W-INI-R REDEFINES W-COMPET-INI.
           03 W-INI-ANO    PIC 9(04).
       01 TAB-ESPEC.
           03 TE-QTD PIC 9(06) OCCURS 9 TIMES.

      *------[ MES DA JANELA JA CONSOLIDADO NO CADRESUMO ]--------------
       01 TAB-FECHADOS.
           03 TF-FECHADO PIC X(01) OCCURS 12 TIMES.

       01 TABMED.
          03 TBMED    PIC X(20) OCCURS 9 TIMES.
       01 ST-ERRO-EPC   PIC X(02) VALUE "00".
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              GO TO ROT-FIM.

           PERFORM MARCA-FECHADOS THRU MARCA-FECHADOS-FIM

           MOVE SPACES TO LINHA-REL
           STRING "FREQUENCIA DE CID POR MES - PERIODO " W-COMPET-INI
                  " A " W-COMPET-FIM DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-QTD-FECHADOS NOT = ZEROS
              MOVE SPACES TO LINHA-REL
              STRING W-QTD-FECHADOS " MES(ES) FECHADO(S) LIDO(S) DO"
                     " RESUMO MENSAL (CADRESUMO)"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

           MOVE SPACES TO AG-CHAVE
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R2-RESUMO.

       R2.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2-RESUMO.
           IF AG-STATUS NOT = 30
              GO TO R2.
           IF AG-CID = ZEROS OR AG-CID = SPACES
                   + W-AG-MES - W-INI-MES + 1
           IF W-MES-IDX < 1 OR W-MES-IDX > 12
              GO TO R2.
           IF TF-FECHADO (W-MES-IDX) = "S"
              GO TO R2.
           IF W-MES-IDX > W-QTD-MESES
              MOVE W-MES-IDX TO W-QTD-MESES.
           ADD 1 TO W-TOTAL-GERAL
           MOVE AG-CID TO W-CID-ACUM
           MOVE 1 TO W-QTD-OCORR
           PERFORM ACUM-CID THRU ACUM-CID-FIM
           MOVE AG-CRM TO CRM
           READ CADMED
                 ADD 1 TO TE-QTD (ESPECIALIDADE).
           GO TO R2.

      *------[ MESES FECHADOS: ATENDIDAS POR CID DO CADRESUMO ]---------
       R2-RESUMO.
           IF W-QTD-FECHADOS = ZEROS
              GO TO R3.
           MOVE W-COMPET-INI TO RM-COMPET
           MOVE ZEROS TO RM-FILIAL RM-CRM RM-CODCONV RM-ESPEC
           MOVE SPACES TO RM-CID
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO R3.
       R2-RESUMO1.
           READ CADRESUMO NEXT RECORD
           IF ST-ERRO-RES NOT = "00"
              GO TO R3.
           IF RM-COMPET > W-COMPET-FIM
              GO TO R3.
           IF RM-ATENDIDAS = ZEROS
              GO TO R2-RESUMO1.
           IF RM-CID = ZEROS OR RM-CID = SPACES
              GO TO R2-RESUMO1.
           MOVE RM-COMPET TO W-COMPET-AG
           COMPUTE W-MES-IDX = (W-AG-ANO - W-INI-ANO) * 12
                   + W-AG-MES - W-INI-MES + 1
           IF W-MES-IDX < 1 OR W-MES-IDX > 12
              GO TO R2-RESUMO1.
           IF TF-FECHADO (W-MES-IDX) NOT = "S"
              GO TO R2-RESUMO1.
           IF W-MES-IDX > W-QTD-MESES
              MOVE W-MES-IDX TO W-QTD-MESES.
           ADD RM-ATENDIDAS TO W-TOTAL-GERAL
           MOVE RM-CID TO W-CID-ACUM
           MOVE RM-ATENDIDAS TO W-QTD-OCORR
           PERFORM ACUM-CID THRU ACUM-CID-FIM
           IF RM-ESPEC > 0 AND RM-ESPEC < 10
              ADD RM-ATENDIDAS TO TE-QTD (RM-ESPEC).
           GO TO R2-RESUMO1.

      *------[ QUAIS MESES DA JANELA TEM RESUMO CONSOLIDADO ]-----------
       MARCA-FECHADOS.
           MOVE ALL "N" TO TAB-FECHADOS
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-MES-ATUAL
           OPEN INPUT CADRESUMO
           IF ST-ERRO-RES NOT = "00"
              GO TO MARCA-FECHADOS-FIM.
           MOVE "S" TO W-RES-ABERTO
           MOVE W-COMPET-INI TO W-COMPET-AG
           MOVE 1 TO W-M.
       MARCA-FECHADOS1.
           IF W-M > 12 OR W-COMPET-AG > W-COMPET-FIM
              OR W-COMPET-AG NOT < W-MES-ATUAL
              GO TO MARCA-FECHADOS-FIM.
           MOVE W-COMPET-AG TO RM-COMPET
           MOVE ZEROS TO RM-FILIAL RM-CRM RM-CODCONV RM-ESPEC
           MOVE SPACES TO RM-CID
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RES = "00"
              READ CADRESUMO NEXT RECORD
              IF ST-ERRO-RES = "00" AND RM-COMPET = W-COMPET-AG
                 MOVE "S" TO TF-FECHADO (W-M)
                 ADD 1 TO W-QTD-FECHADOS
              END-IF
           END-IF
           ADD 1 TO W-M
           ADD 1 TO W-AG-MES
           IF W-AG-MES > 12
              MOVE 1 TO W-AG-MES
              ADD 1 TO W-AG-ANO.
           GO TO MARCA-FECHADOS1.
       MARCA-FECHADOS-FIM.
           EXIT.

       ACUM-CID.
           MOVE 1 TO W-IND.
       ACUM-CID1.
           IF W-IND > W-QTD-TAB
              GO TO ACUM-CID2.
           IF TC-CID (W-IND) = W-CID-ACUM
              ADD W-QTD-OCORR TO TC-TOTAL (W-IND)
              ADD W-QTD-OCORR TO TC-MES (W-IND, W-MES-IDX)
              GO TO ACUM-CID-FIM.
           ADD 1 TO W-IND
           GO TO ACUM-CID1.
           IF W-QTD-TAB < 300
              ADD 1 TO W-QTD-TAB
              MOVE W-QTD-TAB TO W-IND
              MOVE W-CID-ACUM TO TC-CID (W-IND)
              MOVE W-QTD-OCORR TO TC-TOTAL (W-IND)
              MOVE "N" TO TC-IMPRESSO (W-IND)
              MOVE 1 TO W-M
              PERFORM ACUM-CID3 THRU ACUM-CID3-FIM
              ADD W-QTD-OCORR TO TC-MES (W-IND, W-MES-IDX).
       ACUM-CID-FIM.
           EXIT.
       ACUM-CID3.
           CLOSE CADAGENDA.
           CLOSE CADMED.
           CLOSE CADCID.
           IF W-RES-ABERTO = "S"
              CLOSE CADRESUMO.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           STOP RUN.
