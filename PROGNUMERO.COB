      * NO PISO INFORMADO (OU EM 1). O PISO TAMBEM MIGRA AS    *
      * SERIES ANTIGAS SEM PERDER A CONTINUIDADE: O CHAMADOR   *
      * PASSA O ULTIMO NUMERO CONHECIDO MAIS UM E O            *
      * DISPENSADOR NUNCA DEVOLVE MENOS QUE ISSO. CADA NUMERO  *
      * ENTREGUE VAI PARA O JORNAL (CADNUMERO, ACAO N: SERIE,  *
      * NUMERO E OPERADOR), BASE DA AUDITORIA DE SEQUENCIA     *
      * DO LOTESEQ                                             *
      *********************************************************

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-JRN-ARQ     PIC X(10) VALUE "CADNUMERO".
       01 W-JRN-ACAO    PIC X(01) VALUE "N".
       01 W-JRN-REG.
           03 W-JRN-SERIE    PIC X(10).
           03 W-JRN-NUMERO   PIC 9(08).
           03 W-JRN-OPERADOR PIC X(08).
           03 FILLER         PIC X(104).

      *----------------------------------------------------------------

              MOVE 1 TO LK-NUMERO.
           COMPUTE NU-PROXIMO = LK-NUMERO + 1
           WRITE REGNUMERO
           GO TO R3.

      *------[ SERIE CONHECIDA: NUNCA DEVOLVE ABAIXO DO PISO ]----------
       R2.
           COMPUTE NU-PROXIMO = LK-NUMERO + 1
           REWRITE REGNUMERO.

      *------[ NUMERO ENTREGUE FICA NO JORNAL COM O OPERADOR ]----------
       R3.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO ROT-FIM.
           MOVE SPACES TO W-JRN-REG
           MOVE LK-SERIE TO W-JRN-SERIE
           MOVE LK-NUMERO TO W-JRN-NUMERO
           MOVE W-OPERADOR-LOGADO TO W-JRN-OPERADOR
           CALL "PROGJORNAL" USING W-JRN-ARQ W-JRN-ACAO W-JRN-REG.

       ROT-FIM.
           CLOSE CADNUMERO.
           GOBACK.
