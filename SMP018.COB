      * CADFATURA (CHAVE CRM+DATA+HORA) MOSTRA O VALOR FATURADO   *
      * E O TOTAL JA RECEBIDO EM CADPAGTO, E REGISTRA CADA        *
      * REMESSA (DATA, VALOR, REFERENCIA DO CONVENIO) COM         *
      * SEQUENCIAL AUTOMATICO. O VALOR DIGITADO E O LIQUIDO       *
      * RECEBIDO; AS RETENCOES DE IR/PIS/COFINS/CSLL SAO          *
      * SUGERIDAS PELAS ALIQUOTAS DO CADCONV (PODEM SER           *
      * CORRIGIDAS PELO DEMONSTRATIVO) E O BRUTO QUITADO E O      *
      * LIQUIDO MAIS AS RETENCOES. PAGAMENTO DATADO EM MES        *
      * FECHADO NA CONTABILIDADE (SMP080) E RECUSADO              *
      *************************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS PG-CHAVE
                     FILE STATUS IS ST-ERRO-PAG.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CNV.

      *----------------------------------------------------------------

       DATA DIVISION.
               VALUE OF FILE-ID IS "CADPAGTO.DAT".
           COPY REGPAGTO.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGO           PIC 9(04).
           03 CNV-NOME         PIC X(30).
           03 PLANO            PIC 9(02).
           03 CNPJ             PIC 9(14).
           03 COPART           PIC 9(03).
           03 VALIDADE         PIC 9(08).
           03 CNV-DATA-CAD     PIC 9(08).
           03 EXIGEGUIA        PIC X(01).
           03 CNV-RETORNO-DIAS PIC 9(03).
           03 CNV-REG-ANS      PIC 9(06).
           03 CNV-RET-IR       PIC 9(02)V99.
           03 CNV-RET-PIS      PIC 9(02)V99.
           03 CNV-RET-COFINS   PIC 9(02)V99.
           03 CNV-RET-CSLL     PIC 9(02)V99.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-PAG    PIC X(02) VALUE "00".
       01 ST-ERRO-CNV    PIC X(02) VALUE "00".
       01 W-CNV-ABERTO  PIC X(01) VALUE "N".
       01 W-PERC-RET    PIC 9(03)V99 VALUE ZEROS.
       01 W-BRUTO-CALC  PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTAL-PAGO  PIC 9(08)V99 VALUE ZEROS.
       01 W-JRN-ARQ     PIC X(10) VALUE SPACES.
       01 W-JRN-ACAO    PIC X(01) VALUE SPACES.
       01 W-SALDO       PIC S9(08)V99 VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       01 W-SALDO-ED    PIC -ZZZ.ZZ9,99.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".

      *-----------------------------------------------------------------

           05  LINE 11 COLUMN 01 VALUE  "DATA DO PAGAMENTO(AAAAMMDD):".
           05  LINE 12 COLUMN 01 VALUE  "VALOR RECEBIDO            :".
           05  LINE 13 COLUMN 01 VALUE  "REFERENCIA DA REMESSA     :".
           05  LINE 14 COLUMN 01 VALUE  "IR RETIDO NA FONTE        :".
           05  LINE 15 COLUMN 01 VALUE  "PIS RETIDO                :".
           05  LINE 16 COLUMN 01 VALUE  "COFINS RETIDA             :".
           05  LINE 17 COLUMN 01 VALUE  "CSLL RETIDA               :".
           05  LINE 18 COLUMN 01 VALUE  "VALOR BRUTO QUITADO       :".

      *-----------------------------------------------------------------

                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R0B.
           OPEN INPUT CADCONV
           IF ST-ERRO-CNV = "00"
              MOVE "S" TO W-CNV-ABERTO.

       R1.
           MOVE ZEROS TO FT-CRM FT-DATA FT-HORA
           DISPLAY TELA2.
           IF PG-CRM NOT = FT-CRM OR PG-DATA NOT = FT-DATA
              OR PG-HORA NOT = FT-HORA
              GO TO R5-FIM.
           ADD PG-VALOR PG-RET-IR PG-RET-PIS PG-RET-COFINS
               PG-RET-CSLL TO W-TOTAL-PAGO
           GO TO R5-LOOP.
       R5-FIM.
           MOVE W-TOTAL-PAGO TO W-VALOR-ED
           MOVE FT-DATA TO PG-DATA
           MOVE FT-HORA TO PG-HORA
           MOVE ZEROS TO PG-SEQ PG-DATA-PAGTO PG-VALOR
                         PG-VALOR-BRUTO PG-RET-IR PG-RET-PIS
                         PG-RET-COFINS PG-RET-CSLL
           MOVE SPACES TO PG-REFERENCIA
           ACCEPT(11, 30) PG-DATA-PAGTO.
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "*** DATA DO PAGAMENTO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE PG-DATA-PAGTO TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT(12, 30) PG-VALOR.
       R8.
           ACCEPT(13, 30) PG-REFERENCIA.

      *------[ RETENCOES NA FONTE PELAS ALIQUOTAS DO CONVENIO ]---------
       R9.
           PERFORM CALC-RETENCAO THRU CALC-RETENCAO-FIM
           ACCEPT(14, 30) PG-RET-IR WITH UPDATE
           ACCEPT(15, 30) PG-RET-PIS WITH UPDATE
           ACCEPT(16, 30) PG-RET-COFINS WITH UPDATE
           ACCEPT(17, 30) PG-RET-CSLL WITH UPDATE
           COMPUTE PG-VALOR-BRUTO = PG-VALOR + PG-RET-IR + PG-RET-PIS
                                  + PG-RET-COFINS + PG-RET-CSLL
           MOVE PG-VALOR-BRUTO TO W-VALOR-ED
           DISPLAY (18, 30) W-VALOR-ED.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ BRUTO = LIQUIDO / (1 - SOMA DAS ALIQUOTAS) ]-------------
       CALC-RETENCAO.
           IF W-CNV-ABERTO = "N"
              GO TO CALC-RETENCAO-FIM.
           MOVE FT-CODCONV TO CODIGO
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
              GO TO CALC-RETENCAO-FIM.
           COMPUTE W-PERC-RET = CNV-RET-IR + CNV-RET-PIS
                              + CNV-RET-COFINS + CNV-RET-CSLL
           IF W-PERC-RET = ZEROS OR W-PERC-RET NOT < 100
              GO TO CALC-RETENCAO-FIM.
           COMPUTE W-BRUTO-CALC ROUNDED =
                   PG-VALOR * 100 / (100 - W-PERC-RET)
           COMPUTE PG-RET-IR ROUNDED = W-BRUTO-CALC * CNV-RET-IR / 100
           COMPUTE PG-RET-PIS ROUNDED =
                   W-BRUTO-CALC * CNV-RET-PIS / 100
           COMPUTE PG-RET-COFINS ROUNDED =
                   W-BRUTO-CALC * CNV-RET-COFINS / 100
           COMPUTE PG-RET-CSLL ROUNDED =
                   W-BRUTO-CALC * CNV-RET-CSLL / 100.
       CALC-RETENCAO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADFATURA.
           CLOSE CADPAGTO.
           IF W-CNV-ABERTO = "S"
              CLOSE CADCONV.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
