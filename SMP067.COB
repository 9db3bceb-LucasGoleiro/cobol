       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP067.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * TERMO DE CONSENTIMENTO (CADTCLE): REGISTRA QUE O PACIENTE *
      * ASSINOU O TCLE DE UM ITEM DO ATENDIMENTO (CADITEM) CUJO   *
      * PROCEDIMENTO EXIGE TERMO NO CATALOGO (PC-TCLE = S), COM A *
      * DATA DA ASSINATURA E O OPERADOR QUE ARQUIVOU O PAPEL.     *
      * SEM ESTE REGISTRO O LOTEFAT SEGURA A CONSULTA FORA DO     *
      * FATURAMENTO, NA LISTA DE EXCECOES                         *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTCLE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TC-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADITEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IT-CHAVE
                     FILE STATUS IS ST-ERRO-ITE.

       SELECT CADPROC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PC-CODIGO
                     FILE STATUS IS ST-ERRO-PRC.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADTCLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
           COPY REGTCLE.

       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
           COPY REGITEM.

       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
           COPY REGPROC.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-ITE    PIC X(02) VALUE "00".
       01 ST-ERRO-PRC    PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** TERMO DE CONSENTIMENTO (TCLE) ***".
           05  LINE 03 COLUMN 01 VALUE  "CRM DO MEDICO            :".
           05  LINE 04 COLUMN 01 VALUE  "DATA CONSULTA (AAAAMMDD) :".
           05  LINE 05 COLUMN 01 VALUE  "HORA CONSULTA (HHMM)     :".
           05  LINE 06 COLUMN 01 VALUE  "SEQUENCIA DO ITEM        :".
           05  LINE 07 COLUMN 01 VALUE  "PROCEDIMENTO             :".
           05  LINE 09 COLUMN 01 VALUE  "DATA ASSINATURA          :".
           05  LINE 10 COLUMN 01 VALUE  "OPERADOR QUE ARQUIVOU    :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADTCLE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTCLE
                 CLOSE CADTCLE
                 MOVE "*** ARQUIVO CADTCLE FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTCLE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADITEM
           IF ST-ERRO-ITE NOT = "00"
              MOVE "*** ARQUIVO CADITEM NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPROC
           IF ST-ERRO-PRC NOT = "00"
              MOVE "*** ARQUIVO CADPROC NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO TC-CRM TC-DATA TC-HORA TC-SEQ TC-DATA-ASSIN
                         W-SEL DATA-CADASTRO OF REGTCLE
           MOVE SPACES TO TC-OPERADOR
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) TC-CRM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.

       R3.
           ACCEPT(04, 28) TC-DATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.

       R4.
           ACCEPT(05, 28) TC-HORA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

       R5.
           ACCEPT(06, 28) TC-SEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
      *------[ O ITEM PRECISA EXISTIR E SEU PROCEDIMENTO EXIGIR TCLE ]--
       VAL-ITEM.
           MOVE TC-CHAVE TO IT-CHAVE
           READ CADITEM
           IF ST-ERRO-ITE NOT = "00"
              MOVE "*** ITEM DE ATENDIMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE IT-PROCEDIMENTO TO PC-CODIGO
           READ CADPROC
           IF ST-ERRO-PRC NOT = "00"
              MOVE "* PROCEDIMENTO FORA DO CATALOGO (SMP022) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY (07, 28) IT-PROCEDIMENTO
           DISPLAY (07, 33) PC-DESCRICAO
           IF PC-TCLE NOT = "S"
              MOVE "*** PROCEDIMENTO NAO EXIGE TCLE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       LER-CADTCLE.
           READ CADTCLE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY (09, 28) TC-DATA-ASSIN
                 DISPLAY (10, 28) TC-OPERADOR
                 MOVE "*** TERMO JA REGISTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADTCLE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO TC-DATA-ASSIN
           MOVE W-OPERADOR-LOGADO TO TC-OPERADOR.

       R6.
           ACCEPT(09, 28) TC-DATA-ASSIN WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF TC-DATA-ASSIN = ZEROS OR TC-DATA-ASSIN > W-HOJE
              MOVE "*** DATA DE ASSINATURA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT(10, 28) TC-OPERADOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF TC-OPERADOR = SPACES
              MOVE "*** OPERADOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
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
           ACCEPT DATA-CADASTRO OF REGTCLE FROM DATE YYYYMMDD
           WRITE REGTCLE
           IF ST-ERRO = "00" OR "02"
              MOVE "*** TERMO DE CONSENTIMENTO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTCLE" TO MENS
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
                 GO TO R6
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
           DELETE CADTCLE RECORD
           IF ST-ERRO = "00"
              MOVE "*** TERMO DE CONSENTIMENTO EXCLUIDO ***" TO MENS
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
           REWRITE REGTCLE
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO TERMO DE CONSENTIMENTO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADTCLE.
           CLOSE CADITEM.
           CLOSE CADPROC.
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
