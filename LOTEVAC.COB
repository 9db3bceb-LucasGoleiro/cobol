      * MAIS O INTERVALO JA PASSOU, LISTA O PACIENTE COM O     *
      * BLOCO DE CONTATO DO CADPACI (TELEFONE E EMAIL) PARA A  *
      * CAMPANHA LIGAR                                         *
      * QUEM RECUSOU O CONTATO DE CAMPANHA (CADCONSEN) E       *
      * SUPRIMIDO; SEM LIGACAO MAS COM SMS/EMAIL SAI MARCADO   *
      *********************************************************

      *----------------------------------------------------------------
       01 W-RESTO4         PIC 9(04) VALUE ZEROS.
       01 W-Z-A            PIC S9(06) VALUE ZEROS.
       01 W-TOTAL-DEV      PIC 9(05) VALUE ZEROS.
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
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEVAC.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEVAC".

              MOVE SPACES TO EMAIL.
           IF PAC-SITUACAO = "I" OR PAC-SITUACAO = "E"
              GO TO COBRA-GRUPO-FIM.
           MOVE W-CPF-GRP TO W-CNS-IDENT
           PERFORM APLICA-CONSENT THRU APLICA-CONSENT-FIM
           IF W-CNS-SUPRIME = "S"
              GO TO COBRA-GRUPO-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "  LIGAR P/ " NOMEP " TEL " TELEFONE " " EMAIL
                  "  VACINA " VC-NOME
                  "  DEVIDA DESDE " W-DATA-LIMITE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-CNS-OBS NOT = SPACES
              MOVE SPACES TO LINHA-REL
              STRING "       NAO LIGAR - CONTATO" W-CNS-OBS
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           ADD 1 TO W-TOTAL-DEV.
       COBRA-GRUPO-FIM.
           EXIT.
           STRING "PACIENTES COM DOSE VENCIDA: " W-TOTAL-DEV
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SUPRIMIDOS POR FALTA DE CONSENTIMENTO (LGPD): "
                  W-TOTAL-SUPR
                  "   DESVIADOS P/ OUTRO CANAL: " W-TOTAL-DESV
                  DELIMITED BY SIZE INTO LINHA-REL
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
           CLOSE CADDOSE.
           CLOSE CADVAC.
           CLOSE CADPACI.
           CLOSE RELATORIO.
           MOVE "F" TO W-CNS-TIPO
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS.
       ROT-FIM-SEMARQ.
           GOBACK.
