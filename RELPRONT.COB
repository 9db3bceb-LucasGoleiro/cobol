      * DO MEDICO (CADMED), A DENOMINACAO DA CID (CADCID), O   *
      * VALOR FATURADO (CADFATURA) QUANDO EXISTIR E OS         *
      * MEDICAMENTOS PRESCRITOS NA VISITA (CADRECMED/CADFARM)  *
      * E OS SINAIS VITAIS DA TRIAGEM (CADVITAIS), ALEM DA     *
      * EVOLUCAO CLINICA DIGITADA NO SMP063 (CADEVOL). A       *
      * PRESCRICAO FEITA APESAR DE AVISO DE ALERGIA SAI COM A  *
      * JUSTIFICATIVA DO MEDICO, E O CONTROLADO COM O NUMERO   *
      * DA RECEITA DE CONTROLE ESPECIAL. OS RESULTADOS DE      *
      * LABORATORIO IMPORTADOS PELO LOTELAB (CADRESLAB) SAEM   *
      * SOB A VISITA QUE PEDIU O EXAME, MARCANDO O FORA DA     *
      * REFERENCIA                                             *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS VT-CHAVE
                     FILE STATUS IS ST-ERRO-VIT.

       SELECT CADEVOL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EV-CHAVE
                     FILE STATUS IS ST-ERRO-EVO.

       SELECT CADRESLAB ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RL-CHAVE
                     FILE STATUS IS ST-ERRO-LAB.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
               VALUE OF FILE-ID IS "CADVITAIS.DAT".
           COPY REGVITAIS.

       FD CADEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVOL.DAT".
           COPY REGEVOL.

       FD CADRESLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESLAB.DAT".
           COPY REGRESLAB.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPRONT.TXT".
       01 W-REC-ABERTO     PIC X(01) VALUE "N".
       01 ST-ERRO-VIT      PIC X(02) VALUE "00".
       01 W-VIT-ABERTO     PIC X(01) VALUE "N".
       01 ST-ERRO-EVO      PIC X(02) VALUE "00".
       01 W-EVO-ABERTO     PIC X(01) VALUE "N".
       01 W-EVO-ROTULO     PIC X(08) VALUE SPACES.
       01 ST-ERRO-LAB      PIC X(02) VALUE "00".
       01 W-LAB-ABERTO     PIC X(01) VALUE "N".
       01 W-LAB-MARCA      PIC X(08) VALUE SPACES.
       01 W-LAB-VALOR      PIC ZZZ.ZZ9,99.
       01 W-LAB-MIN        PIC ZZZ.ZZ9,99.
       01 W-LAB-MAX        PIC ZZZ.ZZ9,99.
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-IND2           PIC 9(03) VALUE ZEROS.
       01 W-QTD-TAB        PIC 9(03) VALUE ZEROS.
           IF ST-ERRO-VIT = "00"
              MOVE "S" TO W-VIT-ABERTO.

           OPEN INPUT CADEVOL
           IF ST-ERRO-EVO = "00"
              MOVE "S" TO W-EVO-ABERTO.

           OPEN INPUT CADRESLAB
           IF ST-ERRO-LAB = "00"
              MOVE "S" TO W-LAB-ABERTO.

           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL-VISITAS
           PERFORM IMPRIME-VITAIS THRU IMPRIME-VITAIS-FIM
           PERFORM IMPRIME-EVOLUCAO THRU IMPRIME-EVOLUCAO-FIM
           PERFORM IMPRIME-LAB THRU IMPRIME-LAB-FIM
           PERFORM IMPRIME-RECEITA THRU IMPRIME-RECEITA-FIM.
       IMPRIME-VISITA-FIM.
           EXIT.
       IMPRIME-VITAIS-FIM.
           EXIT.

      *------[ EVOLUCAO CLINICA DA VISITA, LINHA A LINHA ]--------------
       IMPRIME-EVOLUCAO.
           IF W-EVO-ABERTO = "N"
              GO TO IMPRIME-EVOLUCAO-FIM.
           MOVE TV-CRM (W-IND) TO EV-CRM
           MOVE TV-DATA (W-IND) TO EV-DATA
           MOVE TV-HORA (W-IND) TO EV-HORA
           MOVE ZEROS TO EV-SEQ
           START CADEVOL KEY IS NOT LESS THAN EV-CHAVE
           IF ST-ERRO-EVO NOT = "00"
              GO TO IMPRIME-EVOLUCAO-FIM.
       IMPRIME-EVOLUCAO1.
           READ CADEVOL NEXT RECORD
           IF ST-ERRO-EVO NOT = "00"
              GO TO IMPRIME-EVOLUCAO-FIM.
           IF EV-CRM NOT = TV-CRM (W-IND)
              OR EV-DATA NOT = TV-DATA (W-IND)
              OR EV-HORA NOT = TV-HORA (W-IND)
              GO TO IMPRIME-EVOLUCAO-FIM.
           MOVE "OUTROS" TO W-EVO-ROTULO
           IF EV-TIPO = "Q"
              MOVE "QUEIXA" TO W-EVO-ROTULO.
           IF EV-TIPO = "E"
              MOVE "EXAME" TO W-EVO-ROTULO.
           IF EV-TIPO = "C"
              MOVE "CONDUTA" TO W-EVO-ROTULO.
           MOVE SPACES TO LINHA-REL
           STRING "      " W-EVO-ROTULO ": " EV-TEXTO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-EVOLUCAO1.
       IMPRIME-EVOLUCAO-FIM.
           EXIT.

      *------[ RESULTADOS DE LABORATORIO DOS EXAMES DA VISITA ]---------
       IMPRIME-LAB.
           IF W-LAB-ABERTO = "N"
              GO TO IMPRIME-LAB-FIM.
           MOVE TV-CRM (W-IND) TO RL-CRM
           MOVE TV-DATA (W-IND) TO RL-DATA
           MOVE TV-HORA (W-IND) TO RL-HORA
           MOVE ZEROS TO RL-SEQ RL-ITEM
           START CADRESLAB KEY IS NOT LESS THAN RL-CHAVE
           IF ST-ERRO-LAB NOT = "00"
              GO TO IMPRIME-LAB-FIM.
       IMPRIME-LAB1.
           READ CADRESLAB NEXT RECORD
           IF ST-ERRO-LAB NOT = "00"
              GO TO IMPRIME-LAB-FIM.
           IF RL-CRM NOT = TV-CRM (W-IND)
              OR RL-DATA NOT = TV-DATA (W-IND)
              OR RL-HORA NOT = TV-HORA (W-IND)
              GO TO IMPRIME-LAB-FIM.
           MOVE SPACES TO W-LAB-MARCA
           IF RL-FAIXA = "A"
              MOVE "<<ALTO" TO W-LAB-MARCA.
           IF RL-FAIXA = "B"
              MOVE "<<BAIXO" TO W-LAB-MARCA.
           MOVE RL-VALOR TO W-LAB-VALOR
           MOVE RL-REF-MIN TO W-LAB-MIN
           MOVE RL-REF-MAX TO W-LAB-MAX
           MOVE SPACES TO LINHA-REL
           STRING "      LAB " RL-ANALITO " " W-LAB-VALOR " "
                  RL-UNIDADE " REF " W-LAB-MIN " A " W-LAB-MAX
                  " " W-LAB-MARCA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-LAB1.
       IMPRIME-LAB-FIM.
           EXIT.

      *------[ MEDICAMENTOS PRESCRITOS NA VISITA ]----------------------
       IMPRIME-RECEITA.
           IF W-REC-ABERTO = "N"
                  "  POR " RC-DURACAO " DIAS"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF RC-JUSTIF NOT = SPACES
              MOVE SPACES TO LINHA-REL
              STRING "         APESAR DE ALERGIA REGISTRADA: " RC-JUSTIF
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           IF RC-NUM-CONTROLE NOT = ZEROS
              MOVE SPACES TO LINHA-REL
              STRING "         RECEITA DE CONTROLE ESPECIAL NO. "
                     RC-NUM-CONTROLE DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           GO TO IMPRIME-RECEITA1.
       IMPRIME-RECEITA-FIM.
           EXIT.
              CLOSE CADFARM.
           IF W-VIT-ABERTO = "S"
              CLOSE CADVITAIS.
           IF W-EVO-ABERTO = "S"
              CLOSE CADEVOL.
           IF W-LAB-ABERTO = "S"
              CLOSE CADRESLAB.
           GOBACK.
