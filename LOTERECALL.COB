      * 4 EM CADCID), SEM CONSULTA NOS ULTIMOS SEIS MESES E    *
      * SEM AGENDAMENTO FUTURO, SAEM NA LISTA DE LIGACOES COM  *
      * OS CONTATOS DO CADPACI                                 *
      * QUEM RECUSOU O CONTATO DE CAMPANHA (CADCONSEN) E       *
      * SUPRIMIDO; SEM LIGACAO MAS COM SMS/EMAIL SAI MARCADO   *
      *********************************************************

      *----------------------------------------------------------------
       01 W-IND            PIC 9(04) VALUE ZEROS.
       01 W-QTD-TAB        PIC 9(04) VALUE ZEROS.
       01 W-TOTAL-RECALL   PIC 9(04) VALUE ZEROS.
       01 W-TOTAL-SUPR     PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-DESV     PIC 9(05) VALUE ZEROS.
       01 W-CNS-TIPO       PIC X(01) VALUE "P".
       01 W-CNS-IDENT      PIC X(12) VALUE SPACES.
       01 W-CNS-FINAL      PIC X(01) VALUE "C".
       01 W-CNS-CANAIS.
           03 W-CNS-FONE   PIC X(01).
           03 W-CNS-SMS    PIC X(01).
           03 W-CNS-EMAIL  PIC X(01).
           03 W-CNS-CARTA  PIC X(01).
       01 W-CNS-SUPRIME    PIC X(01) VALUE "N".
       01 W-CNS-OBS        PIC X(09) VALUE SPACES.
       01 W-TAB-CHEIA      PIC X(01) VALUE "N".

       01 TAB-PACIENTES.
              MOVE "PACIENTE NAO CADASTRADO" TO NOMEP
              MOVE ZEROS TO TELEFONE
              MOVE SPACES TO EMAIL.
           MOVE TP-CPF (W-IND) TO W-CNS-IDENT
           PERFORM APLICA-CONSENT THRU APLICA-CONSENT-FIM
           IF W-CNS-SUPRIME = "S"
              GO TO TESTA-PACIENTE-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "  " TP-CPF (W-IND) " " NOMEP
                  " TEL " TELEFONE " " EMAIL
                  " CID " TP-ULT-CID (W-IND) " " DENOMI
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-CNS-OBS NOT = SPACES
              MOVE SPACES TO LINHA-REL
              STRING "       NAO LIGAR - CONTATO" W-CNS-OBS
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           ADD 1 TO W-TOTAL-RECALL.
       TESTA-PACIENTE-FIM.
           EXIT.
           STRING "PACIENTES CRONICOS A CONTATAR: " W-TOTAL-RECALL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SUPRIMIDOS POR FALTA DE CONSENTIMENTO (LGPD): "
                  W-TOTAL-SUPR
                  "   DESVIADOS P/ OUTRO CANAL: " W-TOTAL-DESV
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-TAB-CHEIA = "S"
              MOVE "*** TABELA DE 1000 CPF LOTOU: RODAR DE NOVO ***"
                TO LINHA-REL
              WRITE LINHA-REL
           GO TO ROT-FIM.

      *------[ CONSENTIMENTO DE CONTATO (CADCONSEN VIA PROGCONSEN) ]----
      * SEM NENHUM CANAL ACEITO A PESSOA E SUPRIMIDA; SEM LIGACAO
      * MAS COM SMS OU EMAIL ELA SAI MARCADA PARA O OUTRO CANAL.
      * O CANAL RECUSADO SAI EM BRANCO NA LINHA
       APLICA-CONSENT.
           MOVE "N" TO W-CNS-SUPRIME
           MOVE SPACES TO W-CNS-OBS
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS
           IF W-CNS-FONE = "N" AND W-CNS-SMS = "N"
              AND W-CNS-EMAIL = "N"
              MOVE "S" TO W-CNS-SUPRIME
              ADD 1 TO W-TOTAL-SUPR
              GO TO APLICA-CONSENT-FIM.
           IF W-CNS-EMAIL = "N"
              MOVE SPACES TO EMAIL.
           IF W-CNS-FONE = "S"
              GO TO APLICA-CONSENT-FIM.
           ADD 1 TO W-TOTAL-DESV
           IF W-CNS-SMS = "S"
              MOVE " SO SMS" TO W-CNS-OBS
           ELSE
              MOVE ZEROS TO TELEFONE
              MOVE " SO EMAIL" TO W-CNS-OBS.
       APLICA-CONSENT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAGENDA.
           CLOSE CADCID.
           CLOSE CADPACI.
           CLOSE RELATORIO.
           MOVE "F" TO W-CNS-TIPO
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS.
           STOP RUN.
