       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSINAL.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * SINAIS DE ORCAMENTO EM PODER DA CLINICA: LISTA OS      *
      * SINAIS DO CADSINAL AINDA RECEBIDOS (AGUARDANDO O       *
      * FATURAMENTO DA CONSULTA NO LOTEFAT) E OS LIBERADOS     *
      * PARA DEVOLUCAO NO CANCELAMENTO E AINDA NAO DEVOLVIDOS  *
      * NO CAIXA (SMP023), COM O TOTAL DE CADA SITUACAO E O    *
      * TOTAL GUARDADO. FILIAL 99 LISTA TODAS                  *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSINAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SN-ORCAMENTO
                     ALTERNATE RECORD KEY IS SN-AGENDA WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADSINAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAL.DAT".
           COPY REGSINAL.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "RELSINAL.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELSINAL".
       01 W-FILIAL         PIC 9(02) VALUE ZEROS.
       01 W-TXT-SIT        PIC X(10) VALUE SPACES.
       01 W-QTD-REC        PIC 9(05) VALUE ZEROS.
       01 W-QTD-DEV        PIC 9(05) VALUE ZEROS.
       01 W-VAL-REC        PIC 9(08)V99 VALUE ZEROS.
       01 W-VAL-DEV        PIC 9(08)V99 VALUE ZEROS.
       01 W-VAL-TOTAL      PIC 9(08)V99 VALUE ZEROS.
       01 W-ED1            PIC ZZZ.ZZ9,99.
       01 W-ED2            PIC ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FILIAL DOS SINAIS (99 = TODAS): "
           ACCEPT W-FILIAL.

       R0.
           OPEN INPUT CADSINAL
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSINAL: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELSINAL.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "SINAIS DE ORCAMENTO EM PODER DA CLINICA - FILIAL "
                  W-FILIAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  ORCAM.  CRM    CONSULTA HORA CPF         "
                  " RECEBIDO F  VALOR SINAL SITUACAO   A DEVOLVER"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       R1.
           MOVE ZEROS TO SN-ORCAMENTO
           START CADSINAL KEY IS NOT LESS THAN SN-ORCAMENTO
           IF ST-ERRO NOT = "00"
              GO TO R9.
       R1-LOOP.
           READ CADSINAL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R9.
           IF W-FILIAL NOT = 99 AND SN-FILIAL NOT = W-FILIAL
              GO TO R1-LOOP.
           IF SN-SITUACAO NOT = "R" AND SN-SITUACAO NOT = "V"
              GO TO R1-LOOP.
           MOVE ZEROS TO W-ED2
           IF SN-SITUACAO = "R"
              MOVE "RECEBIDO" TO W-TXT-SIT
              ADD 1 TO W-QTD-REC
              ADD SN-VALOR TO W-VAL-REC
           ELSE
              MOVE "A DEVOLVER" TO W-TXT-SIT
              MOVE SN-VALOR-DEV TO W-ED2
              ADD 1 TO W-QTD-DEV
              ADD SN-VALOR-DEV TO W-VAL-DEV.
           MOVE SN-VALOR TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " SN-ORCAMENTO "  " SN-CRM " " SN-DATA " " SN-HORA
                  " " SN-CPF " " SN-DATA-RECEB " " SN-FORMA " " W-ED1
                  " " W-TXT-SIT " " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R1-LOOP.

       R9.
           COMPUTE W-VAL-TOTAL = W-VAL-REC + W-VAL-DEV
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-REC TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "AGUARDANDO FATURAMENTO: " W-QTD-REC
                  "   VALOR: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-DEV TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "A DEVOLVER NO CAIXA...: " W-QTD-DEV
                  "   VALOR: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-TOTAL TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL EM PODER DA CLINICA......: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADSINAL.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
