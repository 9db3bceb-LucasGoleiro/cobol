      * DURACAO DA CONSULTA (MED-DURACAO OU EP-DURACAO),        *
      * IMPRIMINDO O PERCENTUAL DE OCUPACAO                     *
      * RANQUEADO DO MAIS OCIOSO PARA O MAIS CHEIO, COM        *
      * TOTALIZACAO POR ESPECIALIDADE. COMPETENCIA FECHADA     *
      * (ANTERIOR AO MES ATUAL) JA CONSOLIDADA PELO LOTEESTAT  *
      * TEM AS CONSULTAS LIDAS DO CADRESUMO, SEM VARRER A      *
      * CADAGENDA                                              *
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
               VALUE OF FILE-ID IS "CADESPEC.DAT".
           COPY REGESPEC.

       FD CADRESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUMO.DAT".
           COPY REGRESUMO.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELOCUP.TXT".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-ESC      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-RES      PIC X(02) VALUE "00".
       01 W-USA-RESUMO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-MES-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-COMPET-ANO PIC 9(04).
           ELSE
              MOVE 28 TO W-ULTDIA(2).
           MOVE W-ULTDIA(W-COMPET-MES) TO W-ULT-DIA
           PERFORM TESTA-FECHADO THRU TESTA-FECHADO-FIM

           MOVE SPACES TO LINHA-REL
           STRING "OCUPACAO DOS MEDICOS NA COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-USA-RESUMO = "S"
              MOVE "CONSULTAS DO RESUMO MENSAL (CADRESUMO)"
                TO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.


      *------[ AGENDAMENTOS E CANCELAMENTOS DA COMPETENCIA ]------------
       R2.
           IF W-USA-RESUMO = "S"
              GO TO R2-RESUMO.
           MOVE SPACES TO AG-CHAVE
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO NOT = "00"
              ADD 1 TO TD-AGENDADAS (W-IND2).
           GO TO R2-LOOP.

      *------[ COMPETENCIA FECHADA: CONTAGENS DO CADRESUMO ]------------
       R2-RESUMO.
           MOVE W-COMPET TO RM-COMPET
           MOVE ZEROS TO RM-FILIAL RM-CRM RM-CODCONV RM-ESPEC
           MOVE SPACES TO RM-CID
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO R3.
       R2-RESUMO1.
           READ CADRESUMO NEXT RECORD
           IF ST-ERRO-RES NOT = "00"
              GO TO R3.
           IF RM-COMPET NOT = W-COMPET
              GO TO R3.
           IF W-FILIAL-FILTRO NOT = ZEROS
              AND RM-FILIAL NOT = W-FILIAL-FILTRO
              GO TO R2-RESUMO1.
           MOVE 1 TO W-IND2.
       R2-RESUMO2.
           IF W-IND2 > W-QTD-TAB
              GO TO R2-RESUMO1.
           IF TD-CRM (W-IND2) NOT = RM-CRM
              ADD 1 TO W-IND2
              GO TO R2-RESUMO2.
           ADD RM-CANCELADAS TO TD-CANCELADAS (W-IND2)
           COMPUTE TD-AGENDADAS (W-IND2) = TD-AGENDADAS (W-IND2)
                   + RM-AGENDADAS - RM-CANCELADAS
           GO TO R2-RESUMO1.

      *------[ PERCENTUAL E RANKING ASCENDENTE DE OCUPACAO ]------------
       R3.
           MOVE 1 TO W-IND.
           GO TO R4-LOOP.


      *------[ COMPETENCIA FECHADA COM RESUMO NO CADRESUMO? ]-----------
       TESTA-FECHADO.
           MOVE "N" TO W-USA-RESUMO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
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

      *------[ CARREGA AS ESPECIALIDADES ATIVAS DO CADESPEC ]-----------
       CARGA-ESPEC.
           OPEN INPUT CADESPEC
           CLOSE CADMED.
           CLOSE CADESCALA.
           CLOSE CADAGENDA.
           IF W-USA-RESUMO = "S"
              CLOSE CADRESUMO.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           STOP RUN.
