      * ESPECIALIDADE (CADMED) E POR CRM. FECHA COM O TEMPO    *
      * MEDIO EM FILA DOS REGISTROS DA LISTA DE ESPERA         *
      * (CADESPERA). "QUANTO DEMORA UMA VAGA DE CARDIOLOGIA"   *
      * FINALMENTE TEM RESPOSTA. COMPETENCIA FECHADA JA        *
      * CONSOLIDADA PELO LOTEESTAT PODE SAIR DO CADRESUMO, SEM *
      * VARRER A CADAGENDA: MEDIA E MAXIMO IGUAIS, MAS SEM P50 *
      * E P90 (O RESUMO NAO GUARDA CADA ESPERA); QUEM PRECISA  *
      * DOS PERCENTIS RESPONDE N E O MES E VARRIDO COMO ANTES  *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS ES-CHAVE
                     FILE STATUS IS ST-ERRO-ESP.

       SELECT CADRESUMO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RM-CHAVE
                     FILE STATUS IS ST-ERRO-RES.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
               VALUE OF FILE-ID IS "CADESPERA.DAT".
           COPY REGESPERA.

       FD CADRESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUMO.DAT".
           COPY REGRESUMO.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-ESP      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-RES      PIC X(02) VALUE "00".
       01 W-USA-RESUMO     PIC X(01) VALUE "N".
       01 W-RESP           PIC X(01) VALUE SPACES.
       01 W-MES-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-REG     PIC 9(06) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 TAB-CRMS.
           03 TC-CRM           PIC 9(06) OCCURS 200 TIMES.

      *------[ ESPERAS SOMADAS DO CADRESUMO (COMPETENCIA FECHADA) ]-----
       01 TAB-RES-ESP.
           03 TR-E-OCORR OCCURS 9 TIMES.
              05 TR-E-QTD          PIC 9(06).
              05 TR-E-DIAS         PIC 9(08).
              05 TR-E-MAX          PIC 9(04).

       01 TAB-RES-CRM.
           03 TR-C-OCORR OCCURS 200 TIMES.
              05 TR-C-CRM          PIC 9(06).
              05 TR-C-QTD          PIC 9(06).
              05 TR-C-DIAS         PIC 9(08).
              05 TR-C-MAX          PIC 9(04).

      *------[ CALCULO DE SERIAL DE DIAS ]------------------------------
       01 W-SER-DATA.
           03 W-SER-ANO    PIC 9(04).
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           PERFORM TESTA-FECHADO THRU TESTA-FECHADO-FIM
           IF W-USA-RESUMO = "S"
              DISPLAY "COMPETENCIA FECHADA: LER DO RESUMO MENSAL, SEM"
                      " P50/P90 (S/N, ENTER=S)? "
              ACCEPT W-RESP
              IF W-RESP = "N" OR W-RESP = "n"
                 MOVE "N" TO W-USA-RESUMO
                 CLOSE CADRESUMO.

       R0.
           OPEN INPUT CADAGENDA
           MOVE SPACES TO LINHA-REL
           STRING "TEMPO DE ESPERA POR CONSULTA - COMPETENCIA "
                  W-COMPET DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-USA-RESUMO = "S"
              MOVE "ESPERAS DO RESUMO MENSAL (CADRESUMO), SEM P50/P90"
                TO LINHA-REL
              WRITE LINHA-REL
              GO TO R6.

      *------[ COLETA AS ESPERAS DA COMPETENCIA ]-----------------------
       R1.
           WRITE LINHA-REL
           GO TO ROT-FIM.

      *------[ COMPETENCIA FECHADA: ESPERAS SOMADAS DO CADRESUMO ]------
       R6.
           MOVE ZEROS TO W-QTD-CRMS W-IND.
       R6-ZERA.
           ADD 1 TO W-IND
           IF W-IND > 9
              GO TO R6-INICIO.
           MOVE ZEROS TO TR-E-QTD (W-IND) TR-E-DIAS (W-IND)
                         TR-E-MAX (W-IND)
           GO TO R6-ZERA.
       R6-INICIO.
           MOVE W-COMPET TO RM-COMPET
           MOVE ZEROS TO RM-FILIAL RM-CRM RM-CODCONV RM-ESPEC
           MOVE SPACES TO RM-CID
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO R6-ESP.
       R6-LOOP.
           READ CADRESUMO NEXT RECORD
           IF ST-ERRO-RES NOT = "00"
              GO TO R6-ESP.
           IF RM-COMPET NOT = W-COMPET
              GO TO R6-ESP.
           IF RM-ESPERA-QTD = ZEROS
              GO TO R6-LOOP.
           IF RM-ESPEC > 0 AND RM-ESPEC < 10
              ADD RM-ESPERA-QTD TO TR-E-QTD (RM-ESPEC)
              ADD RM-ESPERA-DIAS TO TR-E-DIAS (RM-ESPEC)
              IF RM-ESPERA-MAX > TR-E-MAX (RM-ESPEC)
                 MOVE RM-ESPERA-MAX TO TR-E-MAX (RM-ESPEC).
           MOVE ZEROS TO W-IDXC.
       R6-CRM.
           ADD 1 TO W-IDXC
           IF W-IDXC > W-QTD-CRMS
              IF W-QTD-CRMS < 200
                 ADD 1 TO W-QTD-CRMS
                 MOVE W-QTD-CRMS TO W-IDXC
                 MOVE RM-CRM TO TR-C-CRM (W-IDXC)
                 MOVE ZEROS TO TR-C-QTD (W-IDXC) TR-C-DIAS (W-IDXC)
                               TR-C-MAX (W-IDXC)
              ELSE
                 GO TO R6-LOOP.
           IF TR-C-CRM (W-IDXC) NOT = RM-CRM
              GO TO R6-CRM.
           ADD RM-ESPERA-QTD TO TR-C-QTD (W-IDXC)
           ADD RM-ESPERA-DIAS TO TR-C-DIAS (W-IDXC)
           IF RM-ESPERA-MAX > TR-C-MAX (W-IDXC)
              MOVE RM-ESPERA-MAX TO TR-C-MAX (W-IDXC).
           GO TO R6-LOOP.

       R6-ESP.
           MOVE "ESPERA POR ESPECIALIDADE (DIAS)" TO LINHA-REL
           WRITE LINHA-REL
           MOVE
           "  ESP  QTD    MEDIA   P50   P90   MAXIMO"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-GRUPO-ESP.
       R6-ESP1.
           ADD 1 TO W-GRUPO-ESP
           IF W-GRUPO-ESP > 9
              GO TO R6-CAB-CRM.
           IF TR-E-QTD (W-GRUPO-ESP) = ZEROS
              GO TO R6-ESP1.
           COMPUTE W-MEDIA ROUNDED = TR-E-DIAS (W-GRUPO-ESP)
                   / TR-E-QTD (W-GRUPO-ESP)
           MOVE W-MEDIA TO W-ED-MEDIA
           MOVE TR-E-QTD (W-GRUPO-ESP) TO W-QTD-SORT
           MOVE SPACES TO LINHA-REL
           STRING "  " W-GRUPO-ESP "   " W-QTD-SORT "  " W-ED-MEDIA
                  "     --    --  " TR-E-MAX (W-GRUPO-ESP)
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R6-ESP1.

       R6-CAB-CRM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ESPERA POR CRM (DIAS)" TO LINHA-REL
           WRITE LINHA-REL
           MOVE
           "  CRM     QTD    MEDIA   P50   P90   MAXIMO"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IDXC.
       R6-CRM1.
           ADD 1 TO W-IDXC
           IF W-IDXC > W-QTD-CRMS
              GO TO R5.
           COMPUTE W-MEDIA ROUNDED = TR-C-DIAS (W-IDXC)
                   / TR-C-QTD (W-IDXC)
           MOVE W-MEDIA TO W-ED-MEDIA
           MOVE TR-C-QTD (W-IDXC) TO W-QTD-SORT
           MOVE SPACES TO LINHA-REL
           STRING "  " TR-C-CRM (W-IDXC) "  " W-QTD-SORT "  "
                  W-ED-MEDIA "     --    --  " TR-C-MAX (W-IDXC)
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R6-CRM1.

      *------[ COMPETENCIA FECHADA COM RESUMO NO CADRESUMO? ]-----------
       TESTA-FECHADO.
           MOVE "N" TO W-USA-RESUMO
           DIVIDE W-HOJE BY 100 GIVING W-MES-ATUAL
           IF W-COMPET NOT < W-MES-ATUAL
              GO TO TESTA-FECHADO-FIM.
           OPEN INPUT CADRESUMO
           IF ST-ERRO-RES NOT = "00"
              GO TO TESTA-FECHADO-FIM.
           MOVE W-COMPET TO RM-COMPET
           MOVE ZEROS TO RM-FILIAL RM-CRM RM-CODCONV RM-ESPEC
           MOVE SPACES TO RM-CID
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RES = "00"
              READ CADRESUMO NEXT RECORD
              IF ST-ERRO-RES = "00" AND RM-COMPET = W-COMPET
                 MOVE "S" TO W-USA-RESUMO
              END-IF
           END-IF
           IF W-USA-RESUMO = "N"
              CLOSE CADRESUMO.
       TESTA-FECHADO-FIM.
           EXIT.

      *------[ SERIAL DE DIAS (BASE GREGORIANA SIMPLIFICADA) ]----------
       CALC-SERIAL.
           COMPUTE W-SER-TEMP = W-SER-ANO - 1
           CLOSE CADMED.
           IF ST-ERRO-ESP = "00" OR ST-ERRO-ESP = "10"
              CLOSE CADESPERA.
           IF W-USA-RESUMO = "S"
              CLOSE CADRESUMO.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
