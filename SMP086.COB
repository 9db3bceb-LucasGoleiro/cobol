       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP086.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * JUSTIFICATIVA DAS LACUNAS DE NUMERACAO (CADSEQJUS)        *
      * APONTADAS PELA AUDITORIA DE SEQUENCIA (LOTESEQ): RECIBO,  *
      * LOTE, ORCAMENTO OU SERIE DO CADNUMERO QUE FALTA. A CHAVE  *
      * E A MESMA DO RELATORIO DO LOTESEQ; COM A SERIE EM BRANCO  *
      * A TELA TRAZ A PROXIMA LACUNA PENDENTE. A JUSTIFICATIVA    *
      * FICA COM O OPERADOR LOGADO E A DATA; SEM ELA O SMP080     *
      * NAO FECHA O MES DA LACUNA                                 *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSEQJUS ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SJ-CHAVE
                     FILE STATUS IS ST-ERRO.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADSEQJUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQJUS.DAT".
           COPY REGSEQJUS.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-CHAVE-ANT   PIC X(34) VALUE LOW-VALUES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** LACUNAS DE NUMERACAO ***".
           05  LINE 03 COLUMN 01 VALUE  "SERIE (BRANCO=PROXIMA)   :".
           05  LINE 04 COLUMN 01 VALUE  "DIA DO RECIBO            :".
           05  LINE 05 COLUMN 01 VALUE  "CAIXA DO RECIBO          :".
           05  LINE 06 COLUMN 01 VALUE  "NUMERO                   :".
           05  LINE 07 COLUMN 01 VALUE  "ATE O NUMERO             :".
           05  LINE 08 COLUMN 01 VALUE  "OCORRENCIA               :".
           05  LINE 09 COLUMN 01 VALUE  "DATA DE REFERENCIA       :".
           05  LINE 10 COLUMN 01 VALUE  "OPERADOR / HORA (JORNAL) :".
           05  LINE 11 COLUMN 01 VALUE  "SITUACAO                 :".
           05  LINE 11 COLUMN 31 VALUE  "P=PENDENTE J=JUSTIFICADA".
           05  LINE 13 COLUMN 01 VALUE  "JUSTIFICATIVA            :".
           05  LINE 14 COLUMN 01 VALUE  "JUSTIFICADA POR / EM     :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADSEQJUS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSEQJUS
                 CLOSE CADSEQJUS
                 MOVE "*** ARQUIVO CADSEQJUS FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEQJUS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM-SEMARQ
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO SJ-SERIE SJ-CAIXA SJ-MOTIVO SJ-OPERADOR
                          SJ-SITUACAO SJ-JUSTIF SJ-JUS-OPER
           MOVE ZEROS TO SJ-DIA SJ-NUMERO SJ-NUMERO-ATE SJ-DATA-REF
                         SJ-HORA SJ-JUS-DATA
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) SJ-SERIE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF SJ-SERIE = SPACES
              GO TO PROXIMA.

       R3.
           ACCEPT(04, 28) SJ-DIA WITH UPDATE.
           ACCEPT(05, 28) SJ-CAIXA WITH UPDATE.
           ACCEPT(06, 28) SJ-NUMERO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           READ CADSEQJUS
           IF ST-ERRO = "23"
              MOVE "*** LACUNA NAO APONTADA PELO LOTESEQ ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADSEQJUS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO MOSTRA.

      *------[ PROXIMA LACUNA PENDENTE DEPOIS DA ULTIMA MOSTRADA ]------
       PROXIMA.
           MOVE W-CHAVE-ANT TO SJ-CHAVE
           START CADSEQJUS KEY IS GREATER THAN SJ-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO PROXIMA-FIM.
       PROXIMA1.
           READ CADSEQJUS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PROXIMA-FIM.
           IF SJ-SITUACAO NOT = "P"
              GO TO PROXIMA1.
           GO TO MOSTRA.
       PROXIMA-FIM.
           MOVE LOW-VALUES TO W-CHAVE-ANT
           MOVE "*** NENHUMA OUTRA LACUNA PENDENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       MOSTRA.
           MOVE SJ-CHAVE TO W-CHAVE-ANT
           DISPLAY (03, 28) SJ-SERIE
           DISPLAY (04, 28) SJ-DIA
           DISPLAY (05, 28) SJ-CAIXA
           DISPLAY (06, 28) SJ-NUMERO
           DISPLAY (07, 28) SJ-NUMERO-ATE
           DISPLAY (08, 28) SJ-MOTIVO
           DISPLAY (09, 28) SJ-DATA-REF
           DISPLAY (10, 28) SJ-OPERADOR
           DISPLAY (10, 38) SJ-HORA
           DISPLAY (11, 28) SJ-SITUACAO
           DISPLAY (13, 28) SJ-JUSTIF
           DISPLAY (14, 28) SJ-JUS-OPER
           DISPLAY (14, 38) SJ-JUS-DATA
           IF SJ-SITUACAO = "P"
              GO TO R5.

       R4.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "REFAZER (S/N) : ".
           ACCEPT (23, 56) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(13, 28) SJ-JUSTIF WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF SJ-JUSTIF = SPACES
              MOVE "*** JUSTIFICATIVA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       ALT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "JUSTIFICA (S/N) : ".
           ACCEPT (23, 58) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** LACUNA NAO JUSTIFICADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           MOVE "J" TO SJ-SITUACAO
           MOVE W-OPERADOR-LOGADO TO SJ-JUS-OPER
           ACCEPT SJ-JUS-DATA FROM DATE YYYYMMDD
           REWRITE REGSEQJUS
           IF ST-ERRO = "00" OR "02"
              MOVE "*** LACUNA JUSTIFICADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO ARQUIVO CADSEQJUS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADSEQJUS.
       ROT-FIM-SEMARQ.
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
