       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP073.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * CADASTRO DOS MEDICOS EXTERNOS QUE INDICAM PACIENTES       *
      * (CADMEDEXT): NOME, CRM + UF DO CONSELHO E ESPECIALIDADE   *
      * (CADESPEC). O SMP012 EXIGE UM MEDICO ATIVO DAQUI QUANDO O *
      * CANAL DE CAPTACAO DO PACIENTE NOVO PEDE MEDICO E O        *
      * RELORIGEM TOTALIZA OS PACIENTES INDICADOS POR CADA UM     *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMEDEXT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MX-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADESPEC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EP-CODIGO
                     FILE STATUS IS ST-ERRO-EPC.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADMEDEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDEXT.DAT".
           COPY REGMEDEXT.

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
           COPY REGESPEC.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-EPC   PIC X(02) VALUE "00".
       01 W-EPC-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-UF-IND      PIC 9(02) VALUE ZEROS.
       01 W-UF-OK       PIC X(01) VALUE "N".

       01 TAB-UFX.
           03 FILLER PIC X(54) VALUE
              "ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
       01 TAB-UF REDEFINES TAB-UFX.
           03 TB-UF PIC X(02) OCCURS 27 TIMES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** MEDICOS EXTERNOS INDICADORES ***".
           05  LINE 03 COLUMN 01 VALUE  "CRM DO MEDICO EXTERNO    :".
           05  LINE 04 COLUMN 01 VALUE  "UF DO CRM                :".
           05  LINE 05 COLUMN 01 VALUE  "NOME DO MEDICO           :".
           05  LINE 06 COLUMN 01 VALUE  "ESPECIALIDADE            :".
           05  LINE 07 COLUMN 01 VALUE  "TELEFONE                 :".
           05  LINE 08 COLUMN 01 VALUE  "ATIVO (S/N)              :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADMEDEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMEDEXT
                 CLOSE CADMEDEXT
                 MOVE "*** ARQUIVO CADMEDEXT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMEDEXT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    SEM CADESPEC A ESPECIALIDADE ENTRA SEM CONFERENCIA
           OPEN INPUT CADESPEC
           IF ST-ERRO-EPC = "00"
              MOVE "S" TO W-EPC-ABERTO.

       R1.
           MOVE ZEROS TO MX-CRM MX-ESPECIALIDADE MX-TELEFONE W-SEL
                         DATA-CADASTRO
           MOVE SPACES TO MX-UF MX-NOME
           MOVE "S" TO MX-ATIVO
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) MX-CRM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF MX-CRM = ZEROS
              MOVE "*** CRM OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R2A.
           ACCEPT(04, 28) MX-UF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           INSPECT MX-UF CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO W-UF-OK
           MOVE 1 TO W-UF-IND.
       VALIDA-UF.
           IF W-UF-IND > 27
              GO TO VALIDA-UF-FIM.
           IF TB-UF (W-UF-IND) = MX-UF
              MOVE "S" TO W-UF-OK
              GO TO VALIDA-UF-FIM.
           ADD 1 TO W-UF-IND
           GO TO VALIDA-UF.
       VALIDA-UF-FIM.
           IF W-UF-OK = "N"
              MOVE "*** UF INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
       LER-CADMEDEXT.
           READ CADMEDEXT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY (05, 28) MX-NOME
                 DISPLAY (06, 28) MX-ESPECIALIDADE
                 PERFORM MOSTRA-ESPEC THRU MOSTRA-ESPEC-FIM
                 DISPLAY (07, 28) MX-TELEFONE
                 DISPLAY (08, 28) MX-ATIVO
                 MOVE "*** MEDICO EXTERNO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADMEDEXT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R3.
           ACCEPT(05, 28) MX-NOME WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF MX-NOME = SPACES
              MOVE "*** NOME OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT(06, 28) MX-ESPECIALIDADE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF MX-ESPECIALIDADE = ZEROS
              MOVE "*** ESPECIALIDADE OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-EPC-ABERTO = "N"
              GO TO R5.
           MOVE MX-ESPECIALIDADE TO EP-CODIGO
           READ CADESPEC
           IF ST-ERRO-EPC NOT = "00"
              MOVE "*** ESPECIALIDADE NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY (06, 31) EP-DESCRICAO.

       R5.
           ACCEPT(07, 28) MX-TELEFONE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.

       R6.
           ACCEPT(08, 28) MX-ATIVO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF MX-ATIVO = "s"
              MOVE "S" TO MX-ATIVO.
           IF MX-ATIVO = "n"
              MOVE "N" TO MX-ATIVO.
           IF MX-ATIVO NOT = "S" AND MX-ATIVO NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
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
           ACCEPT DATA-CADASTRO FROM DATE YYYYMMDD
           WRITE REGMEDEXT
           IF ST-ERRO = "00" OR "02"
              MOVE "*** MEDICO EXTERNO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMEDEXT" TO MENS
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
                 GO TO R3
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
           DELETE CADMEDEXT RECORD
           IF ST-ERRO = "00"
              MOVE "*** MEDICO EXTERNO EXCLUIDO ***" TO MENS
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
           REWRITE REGMEDEXT
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO MEDICO EXTERNO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ DESCRICAO DA ESPECIALIDADE AO LADO DO CODIGO ]-----------
       MOSTRA-ESPEC.
           IF W-EPC-ABERTO = "N"
              GO TO MOSTRA-ESPEC-FIM.
           MOVE MX-ESPECIALIDADE TO EP-CODIGO
           READ CADESPEC
           IF ST-ERRO-EPC = "00"
              DISPLAY (06, 31) EP-DESCRICAO.
       MOSTRA-ESPEC-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADMEDEXT.
           IF W-EPC-ABERTO = "S"
              CLOSE CADESPEC.
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
