      * AO REGISTRO MAIS ANTIGO                                *
      * COMPATIVEL DA LISTA DE ESPERA (CADESPERA), GERANDO A   *
      * LISTA DE LIGACOES COM O TELEFONE DO PACIENTE (CADPACI) *
      * QUEM NAO ACEITA LIGACAO NEM SMS (CADCONSEN) E PULADO   *
      * E A VAGA VAI PARA O PROXIMO DA LISTA                   *
      *********************************************************

      *----------------------------------------------------------------
       01 W-OFERECIDA      PIC X(01) VALUE "N".
       01 W-TOTAL-OFER     PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-VAGAS    PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-SUPR     PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-DESV     PIC 9(05) VALUE ZEROS.
       01 W-CNS-TIPO       PIC X(01) VALUE "P".
       01 W-CNS-IDENT      PIC X(12) VALUE SPACES.
       01 W-CNS-FINAL      PIC X(01) VALUE "L".
       01 W-CNS-CANAIS.
           03 W-CNS-FONE   PIC X(01).
           03 W-CNS-SMS    PIC X(01).
           03 W-CNS-EMAIL  PIC X(01).
           03 W-CNS-CARTA  PIC X(01).
       01 W-CNS-SUPRIME    PIC X(01) VALUE "N".
       01 W-CNS-OBS        PIC X(09) VALUE SPACES.

      *-----------------------------------------------------------------

              GO TO OFERECE-VAGA1.
           IF ES-DATA-DESEJ > AG-DATA
              GO TO OFERECE-VAGA1.
      *    SEM CONSENTIMENTO DE CONTATO A VAGA VAI PARA O PROXIMO
           MOVE ES-CPF TO W-CNS-IDENT
           PERFORM APLICA-CONSENT THRU APLICA-CONSENT-FIM
           IF W-CNS-SUPRIME = "S"
              GO TO OFERECE-VAGA1.
       OFERECE-VAGA2.
           MOVE "S" TO ES-ATENDIDO
           MOVE AG-CRM TO ES-CRM-OFER
                  "  VAGA CRM " AG-CRM " " AG-DATA " " AG-HORA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-CNS-OBS NOT = SPACES
              MOVE SPACES TO LINHA-REL
              STRING "       NAO LIGAR - CONTATO" W-CNS-OBS
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           ADD 1 TO W-TOTAL-OFER
           MOVE "S" TO W-OFERECIDA.
       OFERECE-VAGA-FIM.
           STRING "VAGAS OFERECIDAS NESTA EXECUCAO: " W-TOTAL-OFER
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
      * SEM LIGACAO NEM SMS A PESSOA E SUPRIMIDA; SO COM SMS ELA
      * SAI MARCADA PARA MENSAGEM EM VEZ DE LIGACAO
       APLICA-CONSENT.
           MOVE "N" TO W-CNS-SUPRIME
           MOVE SPACES TO W-CNS-OBS
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS
           IF W-CNS-FONE = "N" AND W-CNS-SMS = "N"
              MOVE "S" TO W-CNS-SUPRIME
              ADD 1 TO W-TOTAL-SUPR
              GO TO APLICA-CONSENT-FIM.
           IF W-CNS-FONE = "S"
              GO TO APLICA-CONSENT-FIM.
           ADD 1 TO W-TOTAL-DESV
           MOVE " SO SMS" TO W-CNS-OBS.
       APLICA-CONSENT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAGENDA.
           CLOSE CADESPERA.
           CLOSE CADMED.
           CLOSE CADPACI.
           CLOSE RELATORIO.
           MOVE "F" TO W-CNS-TIPO
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS.
           GOBACK.
