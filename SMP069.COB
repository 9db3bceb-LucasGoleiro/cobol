       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP069.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * CADASTRO DE RECURSOS AGENDAVEIS (CADRECURSO): AUXILIARES  *
      * DE ENFERMAGEM E EQUIPAMENTOS QUE O BLOCO DE PROCEDIMENTO  *
      * DO SMP012 RESERVA JUNTO COM O MEDICO E A SALA. O PERIODO  *
      * DE INDISPONIBILIDADE (FERIAS OU MANUTENCAO) BARRA A       *
      * RESERVA NAS DATAS DENTRO DELE                             *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRECURSO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RU-CODIGO
                     FILE STATUS IS ST-ERRO.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADRECURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECURSO.DAT".
           COPY REGRECURSO.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** CADASTRO DE RECURSOS AGENDAVEIS ***".
           05  LINE 03 COLUMN 01 VALUE  "CODIGO DO RECURSO        :".
           05  LINE 04 COLUMN 01 VALUE  "TIPO (A=AUX. E=EQUIPAM.) :".
           05  LINE 05 COLUMN 01 VALUE  "DESCRICAO                :".
           05  LINE 06 COLUMN 01 VALUE  "ATIVO (S/N)              :".
           05  LINE 07 COLUMN 01 VALUE  "INDISPONIVEL DE(AAAAMMDD):".
           05  LINE 08 COLUMN 01 VALUE  "INDISPONIVEL ATE         :".
           05  LINE 09 COLUMN 01 VALUE  "MOTIVO DA INDISPONIBIL.  :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADRECURSO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRECURSO
                 CLOSE CADRECURSO
                 MOVE "*** ARQUIVO CADRECURSO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRECURSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE ZEROS TO RU-CODIGO W-SEL DATA-CADASTRO
                         RU-INDISP-INI RU-INDISP-FIM
           MOVE SPACES TO RU-DESCRICAO RU-TIPO RU-INDISP-MOTIVO
           MOVE "S" TO RU-ATIVO
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) RU-CODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF RU-CODIGO = ZEROS
              MOVE "*** CODIGO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       LER-CADRECURSO.
           READ CADRECURSO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY (04, 28) RU-TIPO
                 DISPLAY (05, 28) RU-DESCRICAO
                 DISPLAY (06, 28) RU-ATIVO
                 DISPLAY (07, 28) RU-INDISP-INI
                 DISPLAY (08, 28) RU-INDISP-FIM
                 DISPLAY (09, 28) RU-INDISP-MOTIVO
                 MOVE "*** RECURSO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADRECURSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R3.
           ACCEPT(04, 28) RU-TIPO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF RU-TIPO = "a"
              MOVE "A" TO RU-TIPO.
           IF RU-TIPO = "e"
              MOVE "E" TO RU-TIPO.
           IF RU-TIPO NOT = "A" AND RU-TIPO NOT = "E"
              MOVE "*** TIPO INVALIDO (A/E) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT(05, 28) RU-DESCRICAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF RU-DESCRICAO = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(06, 28) RU-ATIVO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF RU-ATIVO NOT = "S" AND RU-ATIVO NOT = "s"
              AND RU-ATIVO NOT = "N" AND RU-ATIVO NOT = "n"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

      *------[ PERIODO DE INDISPONIBILIDADE (ZEROS = NENHUM) ]----------
       R6.
           ACCEPT(07, 28) RU-INDISP-INI WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF RU-INDISP-INI = ZEROS
              MOVE ZEROS TO RU-INDISP-FIM
              MOVE SPACES TO RU-INDISP-MOTIVO
              DISPLAY (08, 28) RU-INDISP-FIM
              DISPLAY (09, 28) RU-INDISP-MOTIVO
              GO TO R8-FIM.

       R7.
           ACCEPT(08, 28) RU-INDISP-FIM WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF RU-INDISP-FIM < RU-INDISP-INI
              MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT(09, 28) RU-INDISP-MOTIVO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF RU-INDISP-MOTIVO = SPACES
              MOVE "*** MOTIVO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R8-FIM.
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
           WRITE REGRECURSO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** RECURSO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECURSO" TO MENS
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
           DELETE CADRECURSO RECORD
           IF ST-ERRO = "00"
              MOVE "*** RECURSO EXCLUIDO ***" TO MENS
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
           REWRITE REGRECURSO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO REGISTRO DE RECURSO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADRECURSO.
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
