       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP076.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * DOCUMENTOS PROFISSIONAIS DO MEDICO (CADMEDDOC): PARA CADA *
      * CRM (CADMED) E TIPO - 1 INSCRICAO ANUAL NO CRM, 2 SEGURO  *
      * DE RESPONSABILIDADE CIVIL, 3 TITULO DE ESPECIALISTA       *
      * (RQE), 9 OUTROS - O NUMERO, O ORGAO EMISSOR E O           *
      * VENCIMENTO. NA RENOVACAO O REGISTRO E ALTERADO COM O NOVO *
      * NUMERO E VENCIMENTO. O RELDOCMED AVISA OS VENCIMENTOS     *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMEDDOC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DM-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADMEDDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDDOC.DAT".
           COPY REGMEDDOC.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-MED   PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-TIPO-IND    PIC 9(02) VALUE ZEROS.
       01 W-TIPO-DESC   PIC X(30) VALUE SPACES.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

       01 TAB-TIPOX.
           03 FILLER PIC X(31) VALUE "1INSCRICAO ANUAL NO CRM       ".
           03 FILLER PIC X(31) VALUE "2SEGURO RESPONSABILIDADE CIVIL".
           03 FILLER PIC X(31) VALUE "3TITULO DE ESPECIALISTA (RQE) ".
           03 FILLER PIC X(31) VALUE "9OUTROS                       ".
       01 TAB-TIPO REDEFINES TAB-TIPOX.
           03 TB-TIPO OCCURS 4 TIMES.
               05 TB-TIPO-COD  PIC 9(01).
               05 TB-TIPO-DESC PIC X(30).

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** DOCUMENTOS PROFISSIONAIS DO MEDICO ***".
           05  LINE 03 COLUMN 01 VALUE  "CRM DO MEDICO             :".
           05  LINE 04 COLUMN 01 VALUE  "TIPO (1 CRM 2 SEG 3 RQE 9):".
           05  LINE 05 COLUMN 01 VALUE  "NUMERO DO DOCUMENTO       :".
           05  LINE 06 COLUMN 01 VALUE  "ORGAO EMISSOR             :".
           05  LINE 07 COLUMN 01 VALUE  "VENCIMENTO (0=NAO VENCE)  :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADMEDDOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMEDDOC
                 CLOSE CADMEDDOC
                 MOVE "*** ARQUIVO CADMEDDOC FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDDOC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO DM-CRM DM-TIPO DM-VALIDADE W-SEL
                         DATA-CADASTRO
           MOVE SPACES TO DM-NUMERO DM-EMISSOR DM-OPERADOR
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) DM-CRM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE DM-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "*** MEDICO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (03, 35) NOME.

       R3.
           ACCEPT(04, 28) DM-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           PERFORM BUSCA-TIPO THRU BUSCA-TIPO-FIM
           IF W-TIPO-DESC = SPACES
              MOVE "*** TIPO 1, 2, 3 OU 9 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (04, 31) W-TIPO-DESC.
       LER-CADMEDDOC.
           READ CADMEDDOC
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY (05, 28) DM-NUMERO
                 DISPLAY (06, 28) DM-EMISSOR
                 DISPLAY (07, 28) DM-VALIDADE
                 IF DM-VALIDADE NOT = ZEROS AND DM-VALIDADE < W-HOJE
                    DISPLAY (07, 38) "*** VENCIDO ***"
                 END-IF
                 MOVE "*** DOCUMENTO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADMEDDOC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R4.
           ACCEPT(05, 28) DM-NUMERO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF DM-NUMERO = SPACES
              MOVE "*** NUMERO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(06, 28) DM-EMISSOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF DM-EMISSOR = SPACES
              MOVE "*** ORGAO EMISSOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) DM-VALIDADE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF DM-VALIDADE = ZEROS AND DM-TIPO NOT = 3
              MOVE "*** VENCIMENTO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           MOVE W-OPERADOR-LOGADO TO DM-OPERADOR
           ACCEPT DATA-CADASTRO FROM DATE YYYYMMDD
           WRITE REGMEDDOC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** DOCUMENTO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMEDDOC" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E" GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1
           ELSE
              IF W-OPCAO = "A"
                 MOVE 1 TO W-SEL
                 GO TO R4
              ELSE
                 GO TO EXC-OPC.

       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           DELETE CADMEDDOC RECORD
           IF ST-ERRO = "00"
              MOVE "*** DOCUMENTO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           MOVE W-OPERADOR-LOGADO TO DM-OPERADOR
           REWRITE REGMEDDOC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO DOCUMENTO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ DESCRICAO DO TIPO DE DOCUMENTO ]-------------------------
       BUSCA-TIPO.
           MOVE SPACES TO W-TIPO-DESC
           MOVE 1 TO W-TIPO-IND.
       BUSCA-TIPO1.
           IF W-TIPO-IND > 4
              GO TO BUSCA-TIPO-FIM.
           IF TB-TIPO-COD (W-TIPO-IND) = DM-TIPO
              MOVE TB-TIPO-DESC (W-TIPO-IND) TO W-TIPO-DESC
              GO TO BUSCA-TIPO-FIM.
           ADD 1 TO W-TIPO-IND
           GO TO BUSCA-TIPO1.
       BUSCA-TIPO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADMEDDOC.
           CLOSE CADMED.
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
