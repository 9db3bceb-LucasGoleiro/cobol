       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP090.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * ZONAS DE ATENDIMENTO DOMICILIAR (CADZONA), NO MOLDE DAS   *
      * MULTAS DE TRANSITO (SMP089): A ZONA E UMA FAIXA DE CEP    *
      * (F) OU UM BAIRRO/CIDADE DO CADCEP (B, BAIRRO EM BRANCO =  *
      * CIDADE INTEIRA), COM A TAXA DE DESLOCAMENTO, O TEMPO DE   *
      * DESLOCAMENTO EM MINUTOS E SE A ZONA ATENDE EM DOMICILIO.  *
      * FAIXA NOVA QUE CRUZA UMA FAIXA JA CADASTRADA E RECUSADA.  *
      * O PROGZONA ACHA A ZONA DO CEP PARA O SMP012 E O LOTEFAT   *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADZONA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ZN-CHAVE
                     FILE STATUS IS ST-ERRO.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADZONA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADZONA.DAT".
           COPY REGZONA.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-TIPO-DESC   PIC X(14) VALUE SPACES.
       01 W-CEP-INI     PIC 9(08) VALUE ZEROS.
       01 W-CEP-FIM     PIC 9(08) VALUE ZEROS.
       01 W-CRUZA       PIC X(01) VALUE "N".
       01 W-REG-ZONA    PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** ZONAS DE ATENDIMENTO DOMICILIAR ***".
           05  LINE 03 COLUMN 01 VALUE  "TIPO (F=FAIXA B=BAIRRO)  :".
           05  LINE 04 COLUMN 01 VALUE  "CEP INICIAL              :".
           05  LINE 05 COLUMN 01 VALUE  "CEP FINAL                :".
           05  LINE 06 COLUMN 01 VALUE  "CIDADE                   :".
           05  LINE 07 COLUMN 01 VALUE  "BAIRRO (BRANCO = TODOS)  :".
           05  LINE 09 COLUMN 01 VALUE  "NOME DA ZONA             :".
           05  LINE 10 COLUMN 01 VALUE  "TAXA DE DESLOCAMENTO     :".
           05  LINE 11 COLUMN 01 VALUE  "TEMPO DESLOC. (MINUTOS)  :".
           05  LINE 12 COLUMN 01 VALUE  "ATENDE EM DOMICILIO (S/N):".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADZONA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADZONA
                 CLOSE CADZONA
                 MOVE "*** ARQUIVO CADZONA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADZONA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM-SEMARQ
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE SPACES TO ZN-TIPO ZN-ID ZN-NOME
           MOVE "S" TO ZN-ATENDE
           MOVE ZEROS TO ZN-TAXA ZN-TEMPO W-CEP-INI W-CEP-FIM W-SEL
           DISPLAY TELA2.

      *------[ TIPO DA ZONA: FAIXA DE CEP OU BAIRRO/CIDADE ]------------
       R2.
           ACCEPT(03, 28) ZN-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ZN-TIPO = "f"
              MOVE "F" TO ZN-TIPO.
           IF ZN-TIPO = "b"
              MOVE "B" TO ZN-TIPO.
           IF ZN-TIPO NOT = "F" AND ZN-TIPO NOT = "B"
              MOVE "*** TIPO: F=FAIXA DE CEP  B=BAIRRO/CIDADE ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM DESC-TIPO THRU DESC-TIPO-FIM
           DISPLAY (03, 30) W-TIPO-DESC
           IF ZN-TIPO = "B"
              GO TO R5.

       R3.
           ACCEPT(04, 28) W-CEP-INI WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-CEP-INI = ZEROS
              MOVE "*** CEP INICIAL OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT(05, 28) W-CEP-FIM WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-CEP-FIM < W-CEP-INI
              MOVE "*** CEP FINAL MENOR QUE O INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE SPACES TO ZN-ID
           MOVE W-CEP-FIM TO ZN-CEP-FIM
           MOVE W-CEP-INI TO ZN-CEP-INI
           GO TO LER-CADZONA.

       R5.
           ACCEPT(06, 28) ZN-CIDADE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF ZN-CIDADE = SPACES
              MOVE "*** CIDADE OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) ZN-BAIRRO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

       LER-CADZONA.
           READ CADZONA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-ZONA THRU MOSTRA-ZONA-FIM
                 MOVE "*** ZONA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADZONA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           IF ZN-TIPO NOT = "F"
              GO TO R7.
           PERFORM CHECA-FAIXA THRU CHECA-FAIXA-FIM
           IF W-CRUZA = "S"
              MOVE "*** FAIXA CRUZA OUTRA ZONA JA CADASTRADA ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R7.
           ACCEPT(09, 28) ZN-NOME WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF ZN-NOME = SPACES
              MOVE "*** NOME DA ZONA OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT(10, 28) ZN-TAXA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.

       R9.
           ACCEPT(11, 28) ZN-TEMPO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.

       R10.
           ACCEPT(12, 28) ZN-ATENDE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF ZN-ATENDE = "s"
              MOVE "S" TO ZN-ATENDE.
           IF ZN-ATENDE = "n"
              MOVE "N" TO ZN-ATENDE.
           IF ZN-ATENDE NOT = "S" AND ZN-ATENDE NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.

       R11.
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
           ACCEPT DATA-CADASTRO OF REGZONA FROM DATE YYYYMMDD
           WRITE REGZONA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** ZONA GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADZONA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ FAIXA NOVA CONTRA AS FAIXAS JA CADASTRADAS ]-------------
      *    AS FAIXAS NAO SE CRUZAM, ENTAO A PRIMEIRA COM FIM >= INICIO
      *    DA NOVA E A UNICA QUE PODE CRUZAR COM ELA
       CHECA-FAIXA.
           MOVE "N" TO W-CRUZA
           MOVE REGZONA TO W-REG-ZONA
           MOVE SPACES TO ZN-ID
           MOVE "F" TO ZN-TIPO
           MOVE W-CEP-INI TO ZN-CEP-FIM
           MOVE ZEROS TO ZN-CEP-INI
           START CADZONA KEY IS NOT LESS THAN ZN-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CHECA-FAIXA1.
           READ CADZONA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CHECA-FAIXA1.
           IF ZN-TIPO = "F" AND ZN-CEP-INI NOT > W-CEP-FIM
              MOVE "S" TO W-CRUZA.
       CHECA-FAIXA1.
           MOVE W-REG-ZONA TO REGZONA.
       CHECA-FAIXA-FIM.
           EXIT.

      *------[ ZONA JA CADASTRADA NA TELA ]-----------------------------
       MOSTRA-ZONA.
           IF ZN-TIPO = "F"
              MOVE ZN-CEP-INI TO W-CEP-INI
              MOVE ZN-CEP-FIM TO W-CEP-FIM
              DISPLAY (04, 28) W-CEP-INI
              DISPLAY (05, 28) W-CEP-FIM.
           DISPLAY (09, 28) ZN-NOME
           DISPLAY (10, 28) ZN-TAXA
           DISPLAY (11, 28) ZN-TEMPO
           DISPLAY (12, 28) ZN-ATENDE.
       MOSTRA-ZONA-FIM.
           EXIT.

       DESC-TIPO.
           MOVE SPACES TO W-TIPO-DESC
           IF ZN-TIPO = "F"
              MOVE "FAIXA DE CEP" TO W-TIPO-DESC.
           IF ZN-TIPO = "B"
              MOVE "BAIRRO/CIDADE" TO W-TIPO-DESC.
       DESC-TIPO-FIM.
           EXIT.

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
              GO TO R1.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              GO TO R7.
           GO TO EXC-OPC.

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
           REWRITE REGZONA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO ARQUIVO CADZONA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

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
           DELETE CADZONA RECORD
           IF ST-ERRO = "00"
              MOVE "*** ZONA EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADZONA.
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
