      * EXCLUIDAS FICAM LISTADAS PARA O MES SEGUINTE. A PARTE  *
      * DO MEDICO E CREDITADA NA CONTA-CORRENTE (CADCCMED,     *
      * TIPO "R"), UMA VEZ POR CRM E COMPETENCIA, PARA O       *
      * EXTRATO DO LOTEEXTMED FECHAR COM ESTE DEMONSTRATIVO.   *
      * COMPETENCIA FECHADA NA CONTABILIDADE (SMP080) EMITE O  *
      * DEMONSTRATIVO MAS NAO CREDITA A CONTA-CORRENTE         *
      *********************************************************

      *----------------------------------------------------------------
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-AUTO    PIC 9(06) IS EXTERNAL VALUE ZEROS.
       01 W-COMPET-FT      PIC 9(06) VALUE ZEROS.
       01 W-PER-DATA       PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-QTD-TAB        PIC 9(03) VALUE ZEROS.
       01 W-CRM-ATUAL      PIC 9(06) VALUE ZEROS.
       INICIO-1.
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
      *    COMPETENCIA FECHADA: SAI O DEMONSTRATIVO SEM CREDITAR
           COMPUTE W-PER-DATA = W-COMPET * 100 + 1
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              DISPLAY "COMPETENCIA FECHADA NA CONTABILIDADE: "
                      "REPASSE NAO SERA CREDITADO".

       R0.
           OPEN INPUT CADFATURA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATURA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED: "
                      ST-ERRO-MED
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADGLOSA
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
              GO TO POSTA-CREDITO2.
           GO TO POSTA-CREDITO1.
       POSTA-CREDITO2.
           IF W-PER-FECHADO = "S"
              MOVE SPACES TO LINHA-REL
              STRING "  REPASSE NAO CREDITADO: COMPETENCIA FECHADA"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              GO TO POSTA-CREDITO-FIM.
           IF W-JA-CREDITADO = "S"
              MOVE SPACES TO LINHA-REL
              STRING "  REPASSE JA CREDITADO NA CONTA-CORRENTE"
              CLOSE CADPAGTO.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
