       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP065.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * CONTRAINDICACOES POR ALERGIA (CADCONTRA): LIGA CADA       *
      * ALERGIA DO CADALERGIA A UM MEDICAMENTO DO CADFARM (TIPO   *
      * M) OU A UMA CLASSE TERAPEUTICA INTEIRA (TIPO C, FM-CLASSE)*
      * COM A ACAO B=BLOQUEIA OU A=AVISA. O RECEITUARIO (SMP037)  *
      * CONFERE AS ALERGIAS DO PACIENTE CONTRA ESTA TABELA        *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONTRA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CI-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADALERGIA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AL-CODIGO
                     FILE STATUS IS ST-ERRO-ALE.

       SELECT CADFARM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FM-CODIGO
                     FILE STATUS IS ST-ERRO-FRM.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCONTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTRA.DAT".
           COPY REGCONTRA.

       FD CADALERGIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERGIA.DAT".
           COPY REGALERGIA.

       FD CADFARM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFARM.DAT".
           COPY REGFARM.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-ALE    PIC X(02) VALUE "00".
       01 ST-ERRO-FRM    PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** CONTRAINDICACOES POR ALERGIA ***".
           05  LINE 03 COLUMN 01 VALUE  "ALERGIA                  :".
           05  LINE 04 COLUMN 01 VALUE  "TIPO (M=MEDIC. C=CLASSE) :".
           05  LINE 05 COLUMN 01 VALUE  "MEDICAMENTO / CLASSE     :".
           05  LINE 06 COLUMN 01 VALUE  "ACAO (B=BLOQ. A=AVISO)   :".
           05  LINE 07 COLUMN 01 VALUE  "OBSERVACAO               :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADCONTRA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCONTRA
                 CLOSE CADCONTRA
                 MOVE "*** ARQUIVO CADCONTRA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTRA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADALERGIA
           IF ST-ERRO-ALE NOT = "00"
              MOVE "*** ARQUIVO CADALERGIA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADFARM
           IF ST-ERRO-FRM NOT = "00"
              MOVE "* ARQUIVO CADFARM AUSENTE, CADASTRE (SMP036) *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO CI-ALERGIA CI-CODIGO W-SEL
                         DATA-CADASTRO OF REGCONTRA
           MOVE SPACES TO CI-TIPO CI-OBS
           MOVE "A" TO CI-ACAO
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) CI-ALERGIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       VAL-ALERGIA.
           MOVE CI-ALERGIA TO AL-CODIGO
           READ CADALERGIA
           IF ST-ERRO-ALE NOT = "00"
              MOVE "*** ALERGIA NAO CADASTRADA (SMP014) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (03, 34) AL-DESCRICAO.

       R3.
           ACCEPT(04, 28) CI-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CI-TIPO = "m" MOVE "M" TO CI-TIPO.
           IF CI-TIPO = "c" MOVE "C" TO CI-TIPO.
           IF CI-TIPO NOT = "M" AND CI-TIPO NOT = "C"
              MOVE "*** TIPO INVALIDO (M/C) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT(05, 28) CI-CODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CI-CODIGO = ZEROS
              MOVE "*** CODIGO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF CI-TIPO = "C"
              DISPLAY (05, 34) "CLASSE TERAPEUTICA          "
              GO TO LER-CADCONTRA.
       VAL-FARM.
           MOVE CI-CODIGO TO FM-CODIGO
           READ CADFARM
           IF ST-ERRO-FRM NOT = "00"
              MOVE "* MEDICAMENTO FORA DO CADASTRO (SMP036) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY (05, 34) FM-NOME.
       LER-CADCONTRA.
           READ CADCONTRA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY (06, 28) CI-ACAO
                 DISPLAY (07, 28) CI-OBS
                 MOVE "*** CONTRAINDICACAO JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCONTRA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R5.
           ACCEPT(06, 28) CI-ACAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CI-ACAO = "b" MOVE "B" TO CI-ACAO.
           IF CI-ACAO = "a" MOVE "A" TO CI-ACAO.
           IF CI-ACAO NOT = "B" AND CI-ACAO NOT = "A"
              MOVE "*** ACAO INVALIDA (B/A) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) CI-OBS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
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
           ACCEPT DATA-CADASTRO OF REGCONTRA FROM DATE YYYYMMDD
           WRITE REGCONTRA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** CONTRAINDICACAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONTRA" TO MENS
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
                 GO TO R5
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
           DELETE CADCONTRA RECORD
           IF ST-ERRO = "00"
              MOVE "*** CONTRAINDICACAO EXCLUIDA ***" TO MENS
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
           REWRITE REGCONTRA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DA CONTRAINDICACAO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADCONTRA.
           CLOSE CADALERGIA.
           CLOSE CADFARM.
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
