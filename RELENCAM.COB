      * DE DESTINO COMO PRINCIPAL (CADMED) OU SECUNDARIA       *
      * (CADMEDESP) - COM NOME E TELEFONE DO PACIENTE          *
      * (CADPACI) PARA A RECEPCAO LIGAR                        *
      * SEM CONSENTIMENTO DE CONTATO (CADCONSEN) O PACIENTE    *
      * NAO ENTRA NA LISTA; SO COM SMS SAI MARCADO             *
      *********************************************************

      *----------------------------------------------------------------
       01 W-CONVERTIDO     PIC X(01) VALUE "N".
       01 W-TOTAL-ENC      PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-PEND     PIC 9(05) VALUE ZEROS.
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
       01 WS-NOME-REL      PIC X(30) VALUE "RELENCAM.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELENCAM".

           IF W-CONVERTIDO = "S"
              GO TO R2.
           ADD 1 TO W-TOTAL-PEND
      *    PENDENTE CONTINUA PENDENTE; SO NAO ENTRA NA LISTA DE LIGACOES
           MOVE EN-CPF TO W-CNS-IDENT
           PERFORM APLICA-CONSENT THRU APLICA-CONSENT-FIM
           IF W-CNS-SUPRIME = "S"
              GO TO R2.

           MOVE EN-CPF TO CPF
           READ CADPACI
                  "  CID " EN-CID
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-CNS-OBS NOT = SPACES
              MOVE SPACES TO LINHA-REL
              STRING "       NAO LIGAR - CONTATO" W-CNS-OBS
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           GO TO R2.

      *------[ O CPF MARCOU CONSULTA NA ESPECIALIDADE DESTINO? ]--------
                  "   SEM CONSULTA MARCADA: " W-TOTAL-PEND
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
           CLOSE CADENCAM.
           CLOSE CADAGENDA.
           IF W-MDE-ABERTO = "S"
              CLOSE CADMEDESP.
           CLOSE RELATORIO.
           MOVE "F" TO W-CNS-TIPO
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS.
       ROT-FIM-SEMARQ.
           GOBACK.
