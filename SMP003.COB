           03 DATA-CADASTRO    PIC 9(08).
           03 EXIGEGUIA        PIC X(01).
           03 CNV-RETORNO-DIAS PIC 9(03).
           03 CNV-REG-ANS      PIC 9(06).
           03 CNV-RET-IR       PIC 9(02)V99.
           03 CNV-RET-PIS      PIC 9(02)V99.
           03 CNV-RET-COFINS   PIC 9(02)V99.
           03 CNV-RET-CSLL     PIC 9(02)V99.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE  "EXIGE GUIA DE AUTORIZACAO (S/N):".
           05  LINE 10 COLUMN 01
               VALUE  "RETORNO GRATUITO (DIAS)        :".
           05  LINE 11 COLUMN 01
               VALUE  "REGISTRO ANS DA OPERADORA      :".
           05  LINE 12 COLUMN 01
               VALUE  "RETENCAO NA FONTE (%)  IR:       PIS:".
           05  LINE 13 COLUMN 01
               VALUE  "                   COFINS:      CSLL:".

       01  TELATA.
           05  LINE 14  COLUMN 41 VALUE  "01-ENF. REGIONAL".
       R1.
           MOVE SPACES TO NOME EXIGEGUIA
           MOVE ZEROS TO CODIGO PLANO CNPJ COPART W-SEL DATA-CADASTRO
                         CNV-RETORNO-DIAS CNV-REG-ANS
                         CNV-RET-IR CNV-RET-PIS CNV-RET-COFINS
                         CNV-RET-CSLL
           DISPLAY TELA2
           DISPLAY TELATA.

                 ACCEPT(08, 34) VALIDADE WITH UPDATE
                 ACCEPT(09, 34) EXIGEGUIA WITH UPDATE
                 ACCEPT(10, 34) CNV-RETORNO-DIAS WITH UPDATE
                 ACCEPT(11, 34) CNV-REG-ANS WITH UPDATE
                 ACCEPT(12, 28) CNV-RET-IR WITH UPDATE
                 ACCEPT(12, 39) CNV-RET-PIS WITH UPDATE
                 ACCEPT(13, 28) CNV-RET-COFINS WITH UPDATE
                 ACCEPT(13, 39) CNV-RET-CSLL WITH UPDATE
                 GO TO ACE-001
              ELSE
                 PERFORM ROT-TRAD-ERRO
              MOVE "*** JANELA MAXIMA DE 120 DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5B.

      *------[ REGISTRO DA OPERADORA NA ANS, IMPRESSO NA GUIA ]---------
       R5C.
           ACCEPT(11, 34) CNV-REG-ANS.

      *------[ ALIQUOTAS RETIDAS PELA OPERADORA NO PAGAMENTO ]----------
       R5D.
           ACCEPT(12, 28) CNV-RET-IR.
           ACCEPT(12, 39) CNV-RET-PIS.
           ACCEPT(13, 28) CNV-RET-COFINS.
           ACCEPT(13, 39) CNV-RET-CSLL.
           IF CNV-RET-IR + CNV-RET-PIS + CNV-RET-COFINS
              + CNV-RET-CSLL NOT < 100
              MOVE "*** RETENCAO TOTAL DEVE SER MENOR QUE 100% ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5D.
           IF W-SEL = 1
              GO TO ALT-OPC.
       INC-OPC.
