      * SEQUENCIAL AUTOMATICO, COMO O SMP018 FARIA A MAO.      *
      * LINHA SEM FATURA OU COM VALOR DIFERENTE DO             *
      * FT-VALOR-CONV SAI NO RELATORIO DE EXCECOES             *
      * (EXCREMESSA.TXT) PARA O FINANCEIRO CONFERIR.           *
      * O VALOR DA LINHA E O LIQUIDO PAGO. O DEMONSTRATIVO     *
      * PODE TRAZER A QUEBRA DAS RETENCOES NA FONTE EM CAMPOS  *
      * OPCIONAIS ;BRUTO;IR;PIS;COFINS;CSLL (CENTAVOS); SEM    *
      * ELES A QUEBRA E CALCULADA PELAS ALIQUOTAS DO CADCONV.  *
      * O BRUTO (LIQUIDO + RETENCOES) E QUE E CONFERIDO COM O  *
      * FT-VALOR-CONV. PAGAMENTO COM DATA EM MES FECHADO NA    *
      * CONTABILIDADE (SMP080) SAI NAS EXCECOES SEM GRAVAR     *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS PG-CHAVE
                     FILE STATUS IS ST-ERRO-PAG.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT REMESSA ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REM.
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

       FD REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMESSA.TXT".
       01 REG-REM                  PIC X(130).

       FD EXCECOES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXCREMESSA.TXT".
       01 REG-EXC                  PIC X(180).

      *----------------------------------------------------------------

       01 ST-ERRO-PAG      PIC X(02) VALUE "00".
       01 ST-ERRO-REM      PIC X(02) VALUE "00".
       01 ST-ERRO-EXC      PIC X(02) VALUE "00".
       01 ST-ERRO-CNV      PIC X(02) VALUE "00".
       01 W-CNV-ABERTO     PIC X(01) VALUE "N".
       01 W-MOTIVO         PIC X(40) VALUE SPACES.
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-BAIXADOS  PIC 9(06) VALUE ZEROS.
       01 W-VALOR-N REDEFINES W-VALOR-X   PIC 9(08).
       01 W-REFER-X        PIC X(20) VALUE SPACES.
       01 W-VALOR-PAGO     PIC 9(06)V99 VALUE ZEROS.
       01 W-BRUTO-X        PIC X(08) VALUE SPACES.
       01 W-BRUTO-N REDEFINES W-BRUTO-X   PIC 9(08).
       01 W-RIR-X          PIC X(08) VALUE SPACES.
       01 W-RIR-N REDEFINES W-RIR-X       PIC 9(08).
       01 W-RPIS-X         PIC X(08) VALUE SPACES.
       01 W-RPIS-N REDEFINES W-RPIS-X     PIC 9(08).
       01 W-RCOF-X         PIC X(08) VALUE SPACES.
       01 W-RCOF-N REDEFINES W-RCOF-X     PIC 9(08).
       01 W-RCSL-X         PIC X(08) VALUE SPACES.
       01 W-RCSL-N REDEFINES W-RCSL-X     PIC 9(08).
       01 W-PERC-RET       PIC 9(03)V99 VALUE ZEROS.
       01 W-BRUTO-CALC     PIC 9(08)V99 VALUE ZEROS.
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-JRN-ARQ     PIC X(10) VALUE SPACES.
       01 W-JRN-ACAO    PIC X(01) VALUE SPACES.
       01 W-JRN-REG     PIC X(130) VALUE SPACES.
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO-CNV = "00"
              MOVE "S" TO W-CNV-ABERTO.

           OPEN INPUT REMESSA
           IF ST-ERRO-REM NOT = "00"
              DISPLAY "ARQUIVO REMESSA.TXT NAO ENCONTRADO"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFATURA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           CALL "PROGPERIODO" USING W-DTPAG-N W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "PAGAMENTO EM MES FECHADO NA CONTABILIDADE"
                TO W-MOTIVO
              PERFORM GRAVA-EXCECAO
              GO TO R1.
           COMPUTE W-VALOR-PAGO = W-VALOR-N / 100
           MOVE W-VALOR-PAGO TO PG-VALOR
           MOVE ZEROS TO PG-RET-IR PG-RET-PIS PG-RET-COFINS PG-RET-CSLL
           IF W-BRUTO-X = SPACES
              PERFORM CALC-RETENCAO THRU CALC-RETENCAO-FIM
           ELSE
              COMPUTE PG-RET-IR = W-RIR-N / 100
              COMPUTE PG-RET-PIS = W-RPIS-N / 100
              COMPUTE PG-RET-COFINS = W-RCOF-N / 100
              COMPUTE PG-RET-CSLL = W-RCSL-N / 100.
           COMPUTE PG-VALOR-BRUTO = PG-VALOR + PG-RET-IR + PG-RET-PIS
                                  + PG-RET-COFINS + PG-RET-CSLL
           IF PG-VALOR-BRUTO NOT = FT-VALOR-CONV
              MOVE "BRUTO DIFERE DO FT-VALOR-CONV" TO W-MOTIVO
              PERFORM GRAVA-EXCECAO.

      *------[ GRAVA A REMESSA COM SEQUENCIAL AUTOMATICO ]--------------
           MOVE FT-HORA TO PG-HORA
           MOVE 1 TO PG-SEQ
           MOVE W-DTPAG-N TO PG-DATA-PAGTO
           MOVE W-REFER-X TO PG-REFERENCIA
           ACCEPT DATA-CADASTRO OF REGPAGTO FROM DATE YYYYMMDD.
       R2B.
      *------[ QUEBRA E CRITICA A LINHA DA REMESSA ]--------------------
       VALIDA-LINHA.
           MOVE SPACES TO W-CRM-X W-DATA-X W-HORA-X W-DTPAG-X
                          W-VALOR-X W-REFER-X W-BRUTO-X W-RIR-X
                          W-RPIS-X W-RCOF-X W-RCSL-X
           UNSTRING REG-REM DELIMITED BY ";"
               INTO W-CRM-X W-DATA-X W-HORA-X W-DTPAG-X
                    W-VALOR-X W-REFER-X W-BRUTO-X W-RIR-X
                    W-RPIS-X W-RCOF-X W-RCSL-X.
           IF W-CRM-X NOT NUMERIC
              MOVE "CRM NAO NUMERICO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
              MOVE "DATA DO PAGAMENTO NAO NUMERICA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-VALOR-X NOT NUMERIC
              MOVE "VALOR NAO NUMERICO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-BRUTO-X = SPACES
              GO TO VALIDA-LINHA-FIM.
           IF W-RIR-X = SPACES
              MOVE ZEROS TO W-RIR-N.
           IF W-RPIS-X = SPACES
              MOVE ZEROS TO W-RPIS-N.
           IF W-RCOF-X = SPACES
              MOVE ZEROS TO W-RCOF-N.
           IF W-RCSL-X = SPACES
              MOVE ZEROS TO W-RCSL-N.
           IF W-BRUTO-X NOT NUMERIC OR W-RIR-X NOT NUMERIC
              OR W-RPIS-X NOT NUMERIC OR W-RCOF-X NOT NUMERIC
              OR W-RCSL-X NOT NUMERIC
              MOVE "RETENCAO NAO NUMERICA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-BRUTO-N NOT = W-VALOR-N + W-RIR-N + W-RPIS-N
                              + W-RCOF-N + W-RCSL-N
              MOVE "BRUTO DIFERE DE LIQUIDO + RETENCOES" TO W-MOTIVO.
       VALIDA-LINHA-FIM.
           EXIT.

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

       GRAVA-EXCECAO.
           MOVE SPACES TO REG-EXC
           STRING REG-REM " MOTIVO: " W-MOTIVO
       ROT-FIM.
           CLOSE CADFATURA.
           CLOSE CADPAGTO.
           IF W-CNV-ABERTO = "S"
              CLOSE CADCONV.
           CLOSE REMESSA.
           CLOSE EXCECOES.
       ROT-FIM-SEMARQ.
