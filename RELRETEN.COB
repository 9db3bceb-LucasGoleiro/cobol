       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRETEN.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * RELATORIO MENSAL DE TRIBUTOS RETIDOS NA FONTE: VARRE O *
      * CADPAGTO DA COMPETENCIA (POR PG-DATA-PAGTO) E, PELA    *
      * FATURA DE CADA PAGAMENTO (CADFATURA), TOTALIZA POR     *
      * CONVENIO O BRUTO QUITADO, O IR, PIS, COFINS E CSLL     *
      * RETIDOS PELA OPERADORA E O LIQUIDO QUE ENTROU NO       *
      * CAIXA, PARA O CONTADOR COMPENSAR AS RETENCOES E        *
      * CONFERIR OS INFORMES DE RENDIMENTOS DOS CONVENIOS      *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAGTO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PG-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADFATURA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FT-CHAVE
                     FILE STATUS IS ST-ERRO-FAT.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGTO.DAT".
           COPY REGPAGTO.

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
       01 REGFATURA.
           03 FT-CHAVE.
               05 FT-CRM            PIC 9(06).
               05 FT-DATA           PIC 9(08).
               05 FT-HORA           PIC 9(04).
           03 FT-CPF                PIC 9(11).
           03 FT-CODCONV            PIC 9(04).
           03 FT-VALOR              PIC 9(06)V99.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGO           PIC 9(04).
           03 NOME             PIC X(30).
           03 PLANO            PIC 9(02).
           03 CNPJ             PIC 9(14).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-FAT      PIC X(02) VALUE "00".
       01 ST-ERRO-CNV      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "RELRETEN.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELRETEN".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-PG      PIC 9(06) VALUE ZEROS.
       01 W-CONV           PIC 9(04) VALUE ZEROS.
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-QTD-CONV       PIC 9(03) VALUE ZEROS.
       01 W-CNPJ-ED        PIC 99.999.999/9999B99.
       01 W-ED-BRUTO       PIC Z.ZZZ.ZZ9,99.
       01 W-ED-IR          PIC Z.ZZZ.ZZ9,99.
       01 W-ED-PIS         PIC Z.ZZZ.ZZ9,99.
       01 W-ED-COFINS      PIC Z.ZZZ.ZZ9,99.
       01 W-ED-CSLL        PIC Z.ZZZ.ZZ9,99.
       01 W-ED-LIQ         PIC Z.ZZZ.ZZ9,99.

       01 TAB-CONV.
           03 TA-OCORR OCCURS 100 TIMES.
               05 TA-CONV           PIC 9(04).
               05 TA-BRUTO          PIC 9(10)V99.
               05 TA-IR             PIC 9(08)V99.
               05 TA-PIS            PIC 9(08)V99.
               05 TA-COFINS         PIC 9(08)V99.
               05 TA-CSLL           PIC 9(08)V99.
               05 TA-LIQ            PIC 9(10)V99.

       01 TOT-GERAL.
           03 TG-BRUTO              PIC 9(10)V99 VALUE ZEROS.
           03 TG-IR                 PIC 9(08)V99 VALUE ZEROS.
           03 TG-PIS                PIC 9(08)V99 VALUE ZEROS.
           03 TG-COFINS             PIC 9(08)V99 VALUE ZEROS.
           03 TG-CSLL               PIC 9(08)V99 VALUE ZEROS.
           03 TG-LIQ                PIC 9(10)V99 VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN INPUT CADPAGTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAGTO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATURA: "
                      ST-ERRO-FAT
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV: "
                      ST-ERRO-CNV
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

      *    SAIDA CARIMBADA COM DATA/SEQUENCIA E CATALOGADA NO SPOOL
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELRETEN.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "TRIBUTOS RETIDOS NA FONTE PELOS CONVENIOS - "
                  "COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ ACUMULA OS PAGAMENTOS DA COMPETENCIA POR CONVENIO ]------
       R1.
           MOVE SPACES TO PG-CHAVE
           START CADPAGTO KEY IS NOT LESS THAN PG-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.

       R2.
           READ CADPAGTO NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAGTO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           DIVIDE PG-DATA-PAGTO BY 100 GIVING W-COMPET-PG
           IF W-COMPET-PG NOT = W-COMPET
              GO TO R2.

           MOVE PG-CRM TO FT-CRM
           MOVE PG-DATA TO FT-DATA
           MOVE PG-HORA TO FT-HORA
           READ CADFATURA
           IF ST-ERRO-FAT = "00"
              MOVE FT-CODCONV TO W-CONV
           ELSE
              MOVE ZEROS TO W-CONV.
           PERFORM ACUM-CONV THRU ACUM-CONV-FIM
           GO TO R2.

       ACUM-CONV.
           MOVE 1 TO W-IND.
       ACUM-CONV1.
           IF W-IND > W-QTD-CONV
              GO TO ACUM-CONV2.
           IF TA-CONV (W-IND) = W-CONV
              GO TO ACUM-CONV3.
           ADD 1 TO W-IND
           GO TO ACUM-CONV1.
       ACUM-CONV2.
           IF W-QTD-CONV NOT < 100
              GO TO ACUM-CONV-FIM.
           ADD 1 TO W-QTD-CONV
           MOVE W-QTD-CONV TO W-IND
           MOVE W-CONV TO TA-CONV (W-IND)
           MOVE ZEROS TO TA-BRUTO (W-IND) TA-IR (W-IND)
                         TA-PIS (W-IND) TA-COFINS (W-IND)
                         TA-CSLL (W-IND) TA-LIQ (W-IND).
       ACUM-CONV3.
           ADD PG-VALOR PG-RET-IR PG-RET-PIS PG-RET-COFINS
               PG-RET-CSLL TO TA-BRUTO (W-IND)
           ADD PG-RET-IR TO TA-IR (W-IND)
           ADD PG-RET-PIS TO TA-PIS (W-IND)
           ADD PG-RET-COFINS TO TA-COFINS (W-IND)
           ADD PG-RET-CSLL TO TA-CSLL (W-IND)
           ADD PG-VALOR TO TA-LIQ (W-IND).
       ACUM-CONV-FIM.
           EXIT.

      *------[ QUADRO POR CONVENIO ]------------------------------------
       R3.
           MOVE SPACES TO LINHA-REL
           STRING "CONV NOME                           CNPJ          "
                  "      BRUTO QUIT.    IR RETIDO   PIS RETIDO  COFIN"
                  "S RET.  CSLL RETIDA      LIQUIDO"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND.
       R3-LOOP.
           IF W-IND > W-QTD-CONV
              GO TO R4.
           MOVE TA-CONV (W-IND) TO CODIGO
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
              MOVE "CONVENIO NAO CADASTRADO" TO NOME
              MOVE ZEROS TO CNPJ.
           MOVE CNPJ TO W-CNPJ-ED
           MOVE TA-BRUTO (W-IND) TO W-ED-BRUTO
           MOVE TA-IR (W-IND) TO W-ED-IR
           MOVE TA-PIS (W-IND) TO W-ED-PIS
           MOVE TA-COFINS (W-IND) TO W-ED-COFINS
           MOVE TA-CSLL (W-IND) TO W-ED-CSLL
           MOVE TA-LIQ (W-IND) TO W-ED-LIQ
           MOVE SPACES TO LINHA-REL
           STRING TA-CONV (W-IND) " " NOME " " W-CNPJ-ED " "
                  W-ED-BRUTO " " W-ED-IR " " W-ED-PIS " "
                  W-ED-COFINS " " W-ED-CSLL " " W-ED-LIQ
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD TA-BRUTO (W-IND) TO TG-BRUTO
           ADD TA-IR (W-IND) TO TG-IR
           ADD TA-PIS (W-IND) TO TG-PIS
           ADD TA-COFINS (W-IND) TO TG-COFINS
           ADD TA-CSLL (W-IND) TO TG-CSLL
           ADD TA-LIQ (W-IND) TO TG-LIQ
           ADD 1 TO W-IND
           GO TO R3-LOOP.

       R4.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE TG-BRUTO TO W-ED-BRUTO
           MOVE TG-IR TO W-ED-IR
           MOVE TG-PIS TO W-ED-PIS
           MOVE TG-COFINS TO W-ED-COFINS
           MOVE TG-CSLL TO W-ED-CSLL
           MOVE TG-LIQ TO W-ED-LIQ
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DA COMPETENCIA                              "
                  "     " W-ED-BRUTO " " W-ED-IR " " W-ED-PIS " "
                  W-ED-COFINS " " W-ED-CSLL " " W-ED-LIQ
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "CONVENIOS NO RELATORIO         : " W-QTD-CONV
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADPAGTO.
           CLOSE CADFATURA.
           CLOSE CADCONV.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
