      * COMPLEMENTO DO PROPRIO CADAMIGO, BAIRRO, CIDADE, UF E  *
      * CEP), PARA OS CARTOES DE FIM DE ANO SAIREM SEM COPIAR  *
      * ENDERECO A MAO                                         *
      * AMIGO QUE RECUSOU CARTA NO CADASTRO DE CONSENTIMENTO   *
      * (CADCONSEN, TIPO A) E SUPRIMIDO E CONTADO NO RODAPE    *
      *********************************************************

      *----------------------------------------------------------------
       01 W-TPAMIGO        PIC 9(01) VALUE ZEROS.
       01 W-MES-NIVER      PIC 9(02) VALUE ZEROS.
       01 W-TOTAL-CARTAS   PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-SUPR     PIC 9(05) VALUE ZEROS.
       01 W-CNS-TIPO       PIC X(01) VALUE "A".
       01 W-CNS-IDENT      PIC X(12) VALUE SPACES.
       01 W-CNS-FINAL      PIC X(01) VALUE "C".
       01 W-CNS-CANAIS.
           03 W-CNS-FONE   PIC X(01).
           03 W-CNS-SMS    PIC X(01).
           03 W-CNS-EMAIL  PIC X(01).
           03 W-CNS-CARTA  PIC X(01).
       01 W-CNS-SUPRIME    PIC X(01) VALUE "N".
       01 WS-NOME-CAR      PIC X(30) VALUE "LOTEMALA.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEMALA".

           IF W-MES-NIVER NOT = ZEROS
              AND DATANASC (5:2) NOT = W-MES-NIVER
              GO TO R2.
      *    AMIGO QUE RECUSOU CARTA (CADCONSEN, TIPO A) NAO RECEBE
           MOVE APELIDO TO W-CNS-IDENT
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS
           IF W-CNS-CARTA = "N"
              ADD 1 TO W-TOTAL-SUPR
              GO TO R2.
           PERFORM MONTA-BLOCO THRU MONTA-BLOCO-FIM
           GO TO R2.

           STRING "TOTAL DE ETIQUETAS GERADAS: " W-TOTAL-CARTAS
                  DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           STRING "SUPRIMIDOS POR FALTA DE CONSENTIMENTO (LGPD): "
                  W-TOTAL-SUPR
                  DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           DISPLAY "ETIQUETAS GERADAS EM " WS-NOME-CAR
                   ": " W-TOTAL-CARTAS
           DISPLAY "SUPRIMIDOS POR FALTA DE CONSENTIMENTO: "
                   W-TOTAL-SUPR
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADAMIGO.
           CLOSE CADCEP.
           CLOSE CARTAS.
           MOVE "F" TO W-CNS-TIPO
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS.
       ROT-FIM-SEMARQ.
           GOBACK.
