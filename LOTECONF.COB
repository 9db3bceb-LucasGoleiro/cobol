      * NA CONSULTA PELO SMP015 (AG-CONFIRMACAO). CONSULTAS    *
      * MARCADAS EM DATA DE FERIADO (CADFERIADO) SAEM EM       *
      * SECAO PROPRIA PARA REMARCACAO                          *
      * QUEM RECUSOU TODOS OS CANAIS DE LEMBRETE NO CADASTRO   *
      * DE CONSENTIMENTO (CADCONSEN, VIA PROGCONSEN) E         *
      * SUPRIMIDO; QUEM RECUSOU SO A LIGACAO SAI MARCADO       *
      * PARA SMS OU EMAIL. O RODAPE TOTALIZA OS DOIS CASOS     *
      *********************************************************

      *----------------------------------------------------------------
       01 W-DATA-ALVO      PIC 9(08) VALUE ZEROS.
       01 W-TOTAL-LIGAR    PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-REMARCAR PIC 9(05) VALUE ZEROS.
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

       01  WRK-DATA.
           02 WRK-ANO          PIC 9(04) VALUE ZEROS.

           IF AG-DATA NOT = W-DATA-ALVO
              GO TO R2.
           PERFORM GRAVA-LIGACAO THRU GRAVA-LIGACAO-FIM
           GO TO R2.

      *------[ LINHA DA LISTA DE LIGACOES DE VESPERA ]------------------
       GRAVA-LIGACAO.
           MOVE AG-CPF TO W-CNS-IDENT
           PERFORM APLICA-CONSENT THRU APLICA-CONSENT-FIM
           IF W-CNS-SUPRIME = "S"
              GO TO GRAVA-LIGACAO-FIM.
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOME.
      *    CANAL RECUSADO NAO SAI NA LINHA
           IF W-CNS-EMAIL = "N"
              MOVE SPACES TO EMAIL.
           IF W-CNS-FONE = "N" AND W-CNS-SMS = "N"
              MOVE ZEROS TO TELEFONE.
           MOVE SPACES TO LINHA-REL
           STRING "  " AG-HORA "  " NOMEP " TEL " TELEFONE W-CNS-OBS
                  " " EMAIL " DR(A) " NOME
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL-LIGAR.
       GRAVA-LIGACAO-FIM.
           EXIT.

      *------[ CONSULTA MARCADA EM FERIADO: REMARCAR ]------------------
       GRAVA-REMARCAR.
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOMEP
              MOVE ZEROS TO TELEFONE.
      *    A CONSULTA TEM DE SER REMARCADA DE QUALQUER JEITO; SEM
      *    CONSENTIMENTO POR TELEFONE A RECEPCAO NAO LIGA
           MOVE AG-CPF TO W-CNS-IDENT
           PERFORM APLICA-CONSENT THRU APLICA-CONSENT-FIM
           IF W-CNS-FONE = "N" AND W-CNS-SMS = "N"
              MOVE ZEROS TO TELEFONE.
           MOVE SPACES TO LINHA-REL
           STRING "  REMARCAR: " AG-DATA " " AG-HORA " CRM " AG-CRM
                  " " NOMEP " TEL " TELEFONE W-CNS-OBS
                  " FERIADO: " FE-DESCRICAO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL-REMARCAR.
           STRING "CONSULTAS EM FERIADO P/ REMARCAR: " W-TOTAL-REMARCAR
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
      * MAS COM SMS OU EMAIL ELA SAI MARCADA PARA O OUTRO CANAL
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
           IF W-CNS-FONE = "S"
              GO TO APLICA-CONSENT-FIM.
           ADD 1 TO W-TOTAL-DESV
           IF W-CNS-SMS = "S"
              MOVE " SO SMS" TO W-CNS-OBS
           ELSE
              MOVE " SO EMAIL" TO W-CNS-OBS.
       APLICA-CONSENT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAGENDA.
           CLOSE CADPACI.
           CLOSE CADMED.
           CLOSE CADFERIADO.
           CLOSE RELATORIO.
           MOVE "F" TO W-CNS-TIPO
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS.
           GOBACK.

      *------[ AVANCA WRK-DATA EM UM DIA CORRIDO ]----------------------
