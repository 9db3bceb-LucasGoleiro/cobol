       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP063.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * EVOLUCAO CLINICA DA CONSULTA (CADEVOL): ANAMNESE, EXAME   *
      * FISICO E CONDUTA EM LINHAS DE TEXTO LIVRE PENDURADAS NA   *
      * AG-CHAVE, SO PARA CONSULTA ATENDIDA (STATUS 30). ENTRA    *
      * PELO MENU OU DIRETO DO SMP015 AO GRAVAR O STATUS 30 (A    *
      * CHAVE VEM NO CAMPO EXTERNAL W-CHAVE-ATENDIDA). O          *
      * PRONTUARIO (RELPRONT) IMPRIME AS LINHAS SOB CADA VISITA   *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEVOL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EV-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-AGE.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEVOL.DAT".
           COPY REGEVOL.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-AGE    PIC X(02) VALUE "00".
       01 ST-ERRO-PAC    PIC X(02) VALUE "00".
       01 W-QTD-LINHAS  PIC 9(03) VALUE ZEROS.
       01 W-ULT-SEQ     PIC 9(03) VALUE ZEROS.
       01 W-CHAMADO     PIC X(01) VALUE "N".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-CHAVE-ATENDIDA  PIC X(18) IS EXTERNAL VALUE SPACES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** EVOLUCAO CLINICA DA CONSULTA ***".
           05  LINE 03 COLUMN 01 VALUE  "CRM DO MEDICO             :".
           05  LINE 04 COLUMN 01 VALUE  "DATA DA CONSULTA(AAAAMMDD):".
           05  LINE 05 COLUMN 01 VALUE  "HORA DA CONSULTA(HHMM)    :".
           05  LINE 06 COLUMN 01 VALUE  "CPF DO PACIENTE           :".
           05  LINE 07 COLUMN 01 VALUE  "NOME DO PACIENTE          :".
           05  LINE 08 COLUMN 01 VALUE  "LINHAS JA REGISTRADAS     :".
           05  LINE 10 COLUMN 01 VALUE  "TIPO DA LINHA (Q/E/C)     :".
           05  LINE 11 COLUMN 01 VALUE  "TEXTO :".
           05  LINE 14 COLUMN 01
               VALUE "Q=QUEIXA/ANAMNESE  E=EXAME FISICO  C=CONDUTA".
           05  LINE 15 COLUMN 01
               VALUE "TIPO EM BRANCO ENCERRA A EVOLUCAO DA CONSULTA".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADEVOL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADEVOL
                 CLOSE CADEVOL
                 OPEN I-O CADEVOL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADEVOL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R0A.
           OPEN INPUT CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              MOVE "*** ARQUIVO CADAGENDA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO AG-CRM AG-DATA AG-HORA W-QTD-LINHAS
           DISPLAY TELA2.

      *------[ CHAMADO PELO SMP015: A CONSULTA JA VEM ESCOLHIDA ]-------
           IF W-CHAVE-ATENDIDA NOT = SPACES
              MOVE W-CHAVE-ATENDIDA TO AG-CHAVE
              MOVE SPACES TO W-CHAVE-ATENDIDA
              MOVE "S" TO W-CHAMADO
              DISPLAY (03, 29) AG-CRM
              DISPLAY (04, 29) AG-DATA
              DISPLAY (05, 29) AG-HORA
              GO TO VAL-CONSULTA.
           IF W-CHAMADO = "S"
              GO TO ROT-FIM.

       R2.
           ACCEPT(03, 29) AG-CRM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

       R3.
           ACCEPT(04, 29) AG-DATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

       R4.
           ACCEPT(05, 29) AG-HORA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       VAL-CONSULTA.
           READ CADAGENDA
           IF ST-ERRO-AGE = "23"
              MOVE "*** CONSULTA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO-AGE NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADAGENDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF AG-STATUS NOT = 30
              MOVE "* EVOLUCAO SO EM CONSULTA ATENDIDA (30) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (06, 29) AG-CPF
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC = "00"
              DISPLAY (07, 29) NOMEP.

      *------[ CONTA AS LINHAS JA REGISTRADAS E ACHA A ULTIMA ]---------
       R5.
           MOVE ZEROS TO W-QTD-LINHAS W-ULT-SEQ
           MOVE AG-CRM TO EV-CRM
           MOVE AG-DATA TO EV-DATA
           MOVE AG-HORA TO EV-HORA
           MOVE ZEROS TO EV-SEQ
           START CADEVOL KEY IS NOT LESS THAN EV-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R5-FIM.
       R5-LOOP.
           READ CADEVOL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R5-FIM.
           IF EV-CRM NOT = AG-CRM OR EV-DATA NOT = AG-DATA
              OR EV-HORA NOT = AG-HORA
              GO TO R5-FIM.
           ADD 1 TO W-QTD-LINHAS
           MOVE EV-SEQ TO W-ULT-SEQ
           GO TO R5-LOOP.
       R5-FIM.
           DISPLAY (08, 29) W-QTD-LINHAS.

       R6.
           MOVE SPACES TO EV-TIPO EV-TEXTO
           DISPLAY (12, 05) EV-TEXTO
           ACCEPT(10, 29) EV-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF EV-TIPO = SPACES
              IF W-CHAMADO = "S"
                 GO TO ROT-FIM
              ELSE
                 GO TO R1.
           IF EV-TIPO = "q" MOVE "Q" TO EV-TIPO.
           IF EV-TIPO = "e" MOVE "E" TO EV-TIPO.
           IF EV-TIPO = "c" MOVE "C" TO EV-TIPO.
           IF EV-TIPO NOT = "Q" AND EV-TIPO NOT = "E"
              AND EV-TIPO NOT = "C"
              MOVE "*** TIPO INVALIDO (Q/E/C) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT(12, 05) EV-TEXTO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF EV-TEXTO = SPACES
              MOVE "*** TEXTO DA LINHA OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

      *------[ CADA LINHA DIGITADA JA VAI PARA O ARQUIVO ]--------------
       INC-WR1.
           MOVE AG-CRM TO EV-CRM
           MOVE AG-DATA TO EV-DATA
           MOVE AG-HORA TO EV-HORA
           ADD 1 TO W-ULT-SEQ GIVING EV-SEQ
           MOVE W-OPERADOR-LOGADO TO EV-OPERADOR
           ACCEPT DATA-CADASTRO OF REGEVOL FROM DATE YYYYMMDD.
       INC-WR2.
           WRITE REGEVOL
           IF ST-ERRO = "22"
              ADD 1 TO EV-SEQ
              IF EV-SEQ < 999
                 GO TO INC-WR2.
           IF ST-ERRO = "00" OR "02"
              MOVE EV-SEQ TO W-ULT-SEQ
              ADD 1 TO W-QTD-LINHAS
              DISPLAY (08, 29) W-QTD-LINHAS
              GO TO R6.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADEVOL" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADEVOL.
           CLOSE CADAGENDA.
           CLOSE CADPACI.
           MOVE "N" TO W-CHAMADO
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
