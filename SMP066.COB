       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP066.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * PROTOCOLOS DE CRONICOS (CADPROTO): LIGA UMA CID DO CADCID *
      * (OU, COM A CID EM BRANCO, UMA CATEGORIA INTEIRA) A UM     *
      * PROCEDIMENTO DE EXAME DO CADPROC (PC-EXAME = S) COM O     *
      * INTERVALO MAXIMO EM MESES ENTRE DOIS RESULTADOS. O        *
      * LOTEPROTO CONFERE TODO MES OS PACIENTES CONTRA ESTA       *
      * TABELA E LISTA OS EXAMES VENCIDOS POR MEDICO              *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPROTO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PT-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADCID ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CID.

       SELECT CADPROC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PC-CODIGO
                     FILE STATUS IS ST-ERRO-PRC.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPROTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROTO.DAT".
           COPY REGPROTO.

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
           03 CODIGO              PIC X(04).
           03 DENOMI              PIC X(30).
           03 CATEGORIA           PIC 9(01).

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
       01 ST-ERRO-CID    PIC X(02) VALUE "00".
       01 ST-ERRO-PRC    PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** PROTOCOLOS DE CRONICOS ***".
           05  LINE 03 COLUMN 01 VALUE  "CID (BRANCO=CATEGORIA)   :".
           05  LINE 04 COLUMN 01 VALUE  "CATEGORIA (3/4=CRONICA)  :".
           05  LINE 05 COLUMN 01 VALUE  "PROCEDIMENTO DE EXAME    :".
           05  LINE 06 COLUMN 01 VALUE  "INTERVALO MAXIMO (MESES) :".
           05  LINE 07 COLUMN 01 VALUE  "OBSERVACAO               :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADPROTO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPROTO
                 CLOSE CADPROTO
                 MOVE "*** ARQUIVO CADPROTO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADCID
           IF ST-ERRO-CID NOT = "00"
              MOVE "*** ARQUIVO CADCID NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPROC
           IF ST-ERRO-PRC NOT = "00"
              MOVE "*** ARQUIVO CADPROC NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO PT-CATEGORIA PT-PROCEDIMENTO PT-INTERVALO
                         W-SEL DATA-CADASTRO OF REGPROTO
           MOVE SPACES TO PT-CID PT-OBS
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) PT-CID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PT-CID = SPACES
              GO TO R3.
       VAL-CID.
           MOVE PT-CID TO CODIGO
           READ CADCID
           IF ST-ERRO-CID NOT = "00"
              MOVE "*** CID NAO CADASTRADA (SMP002) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (03, 34) DENOMI
           MOVE ZEROS TO PT-CATEGORIA
           DISPLAY (04, 28) PT-CATEGORIA
           GO TO R4.

       R3.
           DISPLAY (03, 34) "POR CATEGORIA                 "
           ACCEPT(04, 28) PT-CATEGORIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF PT-CATEGORIA < 1 OR PT-CATEGORIA > 4
              MOVE "*** CATEGORIA INVALIDA (1 A 4) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT(05, 28) PT-PROCEDIMENTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       VAL-PROC.
           MOVE PT-PROCEDIMENTO TO PC-CODIGO
           READ CADPROC
           IF ST-ERRO-PRC NOT = "00"
              MOVE "*** PROCEDIMENTO FORA DO CATALOGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF PC-EXAME NOT = "S"
              MOVE "*** PROCEDIMENTO NAO E DE EXAME ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY (05, 34) PC-DESCRICAO.
       LER-CADPROTO.
           READ CADPROTO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY (06, 28) PT-INTERVALO
                 DISPLAY (07, 28) PT-OBS
                 MOVE "*** PROTOCOLO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADPROTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R5.
           ACCEPT(06, 28) PT-INTERVALO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF PT-INTERVALO = ZEROS
              MOVE "*** INTERVALO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) PT-OBS WITH UPDATE.
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
           ACCEPT DATA-CADASTRO OF REGPROTO FROM DATE YYYYMMDD
           WRITE REGPROTO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PROTOCOLO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPROTO" TO MENS
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
           DELETE CADPROTO RECORD
           IF ST-ERRO = "00"
              MOVE "*** PROTOCOLO EXCLUIDO ***" TO MENS
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
           REWRITE REGPROTO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO PROTOCOLO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADPROTO.
           CLOSE CADCID.
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
