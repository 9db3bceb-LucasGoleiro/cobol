       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP077.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * REGRAS DE FREQUENCIA POR CONVENIO (CADFREQ): QUANTAS VEZES *
      * O CONVENIO PAGA POR PACIENTE NUMA JANELA MOVEL DE DIAS,    *
      * POR PROCEDIMENTO DO CADPROC OU, COM PROCEDIMENTO ZERADO,   *
      * POR GRUPO (PC-GRUPO, 01=CONSULTAS, OPCIONALMENTE SO NA     *
      * MESMA ESPECIALIDADE). O SMP012 AVISA NA MARCACAO E O       *
      * LOTEFAT MANDA O EXCEDENTE PARA A LISTA DE EXCECOES         *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFREQ ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FQ-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGOC
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT CADPROC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PC-CODIGO
                     FILE STATUS IS ST-ERRO-PRC.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADFREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFREQ.DAT".
           COPY REGFREQ.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGOC          PIC 9(04).
           03 CNV-NOME         PIC X(30).

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
       01 ST-ERRO-CNV   PIC X(02) VALUE "00".
       01 ST-ERRO-PRC   PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** REGRAS DE FREQUENCIA POR CONVENIO ***".
           05  LINE 03 COLUMN 01 VALUE  "CONVENIO                 :".
           05  LINE 04 COLUMN 01 VALUE  "PROCEDIMENTO (0=GRUPO)   :".
           05  LINE 05 COLUMN 01 VALUE  "GRUPO (01=CONSULTAS)     :".
           05  LINE 06 COLUMN 01 VALUE  "QUANTIDADE MAXIMA        :".
           05  LINE 07 COLUMN 01 VALUE  "JANELA EM DIAS CORRIDOS  :".
           05  LINE 08 COLUMN 01 VALUE  "POR ESPECIALIDADE (S/N)  :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADFREQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFREQ
                 CLOSE CADFREQ
                 MOVE "*** ARQUIVO CADFREQ FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFREQ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADCONV
           IF ST-ERRO-CNV NOT = "00"
              MOVE "*** ARQUIVO CADCONV NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPROC
           IF ST-ERRO-PRC NOT = "00"
              MOVE "*** ARQUIVO CADPROC NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO FQ-CODIGOC FQ-PROC FQ-GRUPO FQ-QTD FQ-DIAS
                         W-SEL DATA-CADASTRO OF REGFREQ
           MOVE "N" TO FQ-POR-ESPEC
           MOVE SPACES TO FQ-OPERADOR
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) FQ-CODIGOC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       VAL-CONV.
           MOVE FQ-CODIGOC TO CODIGOC
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
              MOVE "*** CONVENIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (03, 34) CNV-NOME.

       R3.
           ACCEPT(04, 28) FQ-PROC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF FQ-PROC = ZEROS
              GO TO R3A.
           MOVE FQ-PROC TO PC-CODIGO
           READ CADPROC
           IF ST-ERRO-PRC NOT = "00"
              MOVE "*** PROCEDIMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (04, 34) PC-DESCRICAO
      *    REGRA DE PROCEDIMENTO NAO TEM GRUPO NA CHAVE
           MOVE ZEROS TO FQ-GRUPO
           DISPLAY (05, 28) FQ-GRUPO
           GO TO LER-CADFREQ.
       R3A.
           ACCEPT(05, 28) FQ-GRUPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF FQ-GRUPO = ZEROS
              MOVE "*** INFORME O PROCEDIMENTO OU O GRUPO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3A.
       LER-CADFREQ.
           READ CADFREQ
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 DISPLAY (06, 28) FQ-QTD
                 DISPLAY (07, 28) FQ-DIAS
                 DISPLAY (08, 28) FQ-POR-ESPEC
                 MOVE "*** REGRA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFREQ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R4.
           ACCEPT(06, 28) FQ-QTD WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF FQ-QTD = ZEROS
              MOVE "*** QUANTIDADE MAXIMA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(07, 28) FQ-DIAS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF FQ-DIAS = ZEROS
              MOVE "*** JANELA EM DIAS OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           IF FQ-PROC NOT = ZEROS OR FQ-GRUPO NOT = 01
              MOVE "N" TO FQ-POR-ESPEC
              DISPLAY (08, 28) FQ-POR-ESPEC
              GO TO R6A.
           ACCEPT(08, 28) FQ-POR-ESPEC WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF FQ-POR-ESPEC = "s"
              MOVE "S" TO FQ-POR-ESPEC.
           IF FQ-POR-ESPEC = "n"
              MOVE "N" TO FQ-POR-ESPEC.
           IF FQ-POR-ESPEC NOT = "S" AND FQ-POR-ESPEC NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R6A.
           MOVE W-OPERADOR-LOGADO TO FQ-OPERADOR
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
           ACCEPT DATA-CADASTRO OF REGFREQ FROM DATE YYYYMMDD
           WRITE REGFREQ
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGRA DE FREQUENCIA GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFREQ" TO MENS
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
           DELETE CADFREQ RECORD
           IF ST-ERRO = "00"
              MOVE "*** REGRA EXCLUIDA ***" TO MENS
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
           REWRITE REGFREQ
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DA REGRA DE FREQUENCIA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADFREQ.
           CLOSE CADCONV.
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
