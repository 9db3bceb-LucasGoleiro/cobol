       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP071.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * CONSENTIMENTO DE CONTATO (CADCONSEN - LGPD): POR PACIENTE *
      * (CPF) OU AMIGO (APELIDO), UM S/N POR CANAL (LIGACAO,      *
      * SMS/WHATSAPP, EMAIL, CARTA) PARA CADA FINALIDADE          *
      * (LEMBRETE DE CONSULTA E RECALL/CAMPANHA). GUARDA A DATA   *
      * E O OPERADOR QUE REGISTROU A VONTADE DA PESSOA. OS        *
      * EXTRATOS DE SAIDA CONSULTAM VIA PROGCONSEN E SUPRIMEM     *
      * OU DESVIAM QUEM DISSE NAO                                 *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSEN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CS-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT CADAMIGO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS APELIDO
                     FILE STATUS IS ST-ERRO-AMI.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCONSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEN.DAT".
           COPY REGCONSEN.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).

       FD CADAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAMIGO.DAT".
       01 REGAMIGO.
          03 APELIDO        PIC X(12).
          03 NOME           PIC X(30).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-PAC   PIC X(02) VALUE "00".
       01 ST-ERRO-AMI   PIC X(02) VALUE "00".
       01 W-PAC-ABERTO  PIC X(01) VALUE "N".
       01 W-AMI-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-APELIDO     PIC X(12) VALUE SPACES.
       01 W-NOME        PIC X(30) VALUE SPACES.
       01 W-SN          PIC X(01) VALUE SPACES.
       01 W-SN-OK       PIC X(01) VALUE "N".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** CONSENTIMENTO DE CONTATO (LGPD) ***".
           05  LINE 03 COLUMN 01 VALUE  "TIPO (P=PACIENTE A=AMIGO):".
           05  LINE 04 COLUMN 01 VALUE  "CPF / APELIDO            :".
           05  LINE 05 COLUMN 01 VALUE  "NOME                     :".
           05  LINE 07 COLUMN 28 VALUE  "LEMBRETE  CAMPANHA".
           05  LINE 08 COLUMN 01 VALUE  "LIGACAO TELEFONICA (S/N) :".
           05  LINE 09 COLUMN 01 VALUE  "SMS / WHATSAPP     (S/N) :".
           05  LINE 10 COLUMN 01 VALUE  "EMAIL              (S/N) :".
           05  LINE 11 COLUMN 01 VALUE  "CARTA              (S/N) :".
           05  LINE 13 COLUMN 01 VALUE  "REGISTRADO EM / OPERADOR :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADCONSEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONSEN
                 CLOSE CADCONSEN
                 MOVE "*** ARQUIVO CADCONSEN FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONSEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC = "00"
              MOVE "S" TO W-PAC-ABERTO.
           OPEN INPUT CADAMIGO
           IF ST-ERRO-AMI = "00"
              MOVE "S" TO W-AMI-ABERTO.

       R1.
           MOVE ZEROS TO W-SEL W-CPF CS-DATA DATA-CADASTRO
           MOVE SPACES TO CS-CHAVE W-APELIDO W-NOME CS-OPERADOR
           MOVE "SSSS" TO CS-LEMBRETE
           MOVE "SSSS" TO CS-CAMPANHA
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) CS-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CS-TIPO = "p"
              MOVE "P" TO CS-TIPO.
           IF CS-TIPO = "a"
              MOVE "A" TO CS-TIPO.
           IF CS-TIPO NOT = "P" AND CS-TIPO NOT = "A"
              MOVE "*** TIPO INVALIDO (P/A) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

      *------[ IDENTIFICACAO: CPF DO PACIENTE OU APELIDO DO AMIGO ]-----
       R3.
           IF CS-TIPO = "A"
              GO TO R3-AMIGO.
           ACCEPT(04, 28) W-CPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-CPF = ZEROS
              MOVE "*** CPF OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE "NAO LOCALIZADO NO CADPACI" TO W-NOME
           IF W-PAC-ABERTO = "S"
              MOVE W-CPF TO CPF
              READ CADPACI
              IF ST-ERRO-PAC = "00"
                 MOVE NOMEP TO W-NOME.
           MOVE W-CPF TO CS-IDENT
           GO TO R3-NOME.
       R3-AMIGO.
           ACCEPT(04, 28) W-APELIDO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-APELIDO = SPACES
              MOVE "*** APELIDO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-AMIGO.
           MOVE "NAO LOCALIZADO NO CADAMIGO" TO W-NOME
           IF W-AMI-ABERTO = "S"
              MOVE W-APELIDO TO APELIDO
              READ CADAMIGO
              IF ST-ERRO-AMI = "00"
                 MOVE NOME TO W-NOME.
           MOVE W-APELIDO TO CS-IDENT.
       R3-NOME.
           DISPLAY (05, 28) W-NOME.

       LER-CADCONSEN.
           READ CADCONSEN
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-CANAIS THRU MOSTRA-CANAIS-FIM
                 MOVE "*** CONSENTIMENTO JA REGISTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCONSEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           PERFORM MOSTRA-CANAIS THRU MOSTRA-CANAIS-FIM.

      *------[ LEMBRETE DE CONSULTA ]-----------------------------------
       R4.
           ACCEPT(08, 31) CS-LEM-FONE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE CS-LEM-FONE TO W-SN
           PERFORM TESTA-SN THRU TESTA-SN-FIM
           IF W-SN-OK = "N"
              GO TO R4.
           MOVE W-SN TO CS-LEM-FONE.
       R5.
           ACCEPT(09, 31) CS-LEM-SMS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE CS-LEM-SMS TO W-SN
           PERFORM TESTA-SN THRU TESTA-SN-FIM
           IF W-SN-OK = "N"
              GO TO R5.
           MOVE W-SN TO CS-LEM-SMS.
       R6.
           ACCEPT(10, 31) CS-LEM-EMAIL WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE CS-LEM-EMAIL TO W-SN
           PERFORM TESTA-SN THRU TESTA-SN-FIM
           IF W-SN-OK = "N"
              GO TO R6.
           MOVE W-SN TO CS-LEM-EMAIL.
       R7.
           ACCEPT(11, 31) CS-LEM-CARTA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE CS-LEM-CARTA TO W-SN
           PERFORM TESTA-SN THRU TESTA-SN-FIM
           IF W-SN-OK = "N"
              GO TO R7.
           MOVE W-SN TO CS-LEM-CARTA.

      *------[ RECALL / CAMPANHA ]--------------------------------------
       R8.
           ACCEPT(08, 41) CS-CAM-FONE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           MOVE CS-CAM-FONE TO W-SN
           PERFORM TESTA-SN THRU TESTA-SN-FIM
           IF W-SN-OK = "N"
              GO TO R8.
           MOVE W-SN TO CS-CAM-FONE.
       R9.
           ACCEPT(09, 41) CS-CAM-SMS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           MOVE CS-CAM-SMS TO W-SN
           PERFORM TESTA-SN THRU TESTA-SN-FIM
           IF W-SN-OK = "N"
              GO TO R9.
           MOVE W-SN TO CS-CAM-SMS.
       R10.
           ACCEPT(10, 41) CS-CAM-EMAIL WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           MOVE CS-CAM-EMAIL TO W-SN
           PERFORM TESTA-SN THRU TESTA-SN-FIM
           IF W-SN-OK = "N"
              GO TO R10.
           MOVE W-SN TO CS-CAM-EMAIL.
       R11.
           ACCEPT(11, 41) CS-CAM-CARTA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           MOVE CS-CAM-CARTA TO W-SN
           PERFORM TESTA-SN THRU TESTA-SN-FIM
           IF W-SN-OK = "N"
              GO TO R11.
           MOVE W-SN TO CS-CAM-CARTA.

      *    DATA E OPERADOR DE QUEM REGISTROU A VONTADE DA PESSOA
           ACCEPT CS-DATA FROM DATE YYYYMMDD
           MOVE W-OPERADOR-LOGADO TO CS-OPERADOR
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
           WRITE REGCONSEN
           IF ST-ERRO = "00" OR "02"
              MOVE "*** CONSENTIMENTO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONSEN" TO MENS
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
           DELETE CADCONSEN RECORD
           IF ST-ERRO = "00"
              MOVE "*** CONSENTIMENTO EXCLUIDO ***" TO MENS
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
           REWRITE REGCONSEN
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO CONSENTIMENTO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADCONSEN.
           IF W-PAC-ABERTO = "S"
              CLOSE CADPACI.
           IF W-AMI-ABERTO = "S"
              CLOSE CADAMIGO.
           EXIT PROGRAM.

      *---------[ MOSTRA OS CANAIS E QUEM REGISTROU ]-------------------
       MOSTRA-CANAIS.
           DISPLAY (08, 31) CS-LEM-FONE
           DISPLAY (09, 31) CS-LEM-SMS
           DISPLAY (10, 31) CS-LEM-EMAIL
           DISPLAY (11, 31) CS-LEM-CARTA
           DISPLAY (08, 41) CS-CAM-FONE
           DISPLAY (09, 41) CS-CAM-SMS
           DISPLAY (10, 41) CS-CAM-EMAIL
           DISPLAY (11, 41) CS-CAM-CARTA
           DISPLAY (13, 28) CS-DATA
           DISPLAY (13, 38) CS-OPERADOR.
       MOSTRA-CANAIS-FIM.
           EXIT.

      *---------[ VALIDA UMA RESPOSTA S/N ]-----------------------------
       TESTA-SN.
           MOVE "S" TO W-SN-OK
           IF W-SN = "s"
              MOVE "S" TO W-SN.
           IF W-SN = "n"
              MOVE "N" TO W-SN.
           IF W-SN NOT = "S" AND W-SN NOT = "N"
              MOVE "N" TO W-SN-OK
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TESTA-SN-FIM.
           EXIT.

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
