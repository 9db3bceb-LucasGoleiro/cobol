       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP068.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * CICLOS DE ESTERILIZACAO (CADESTER): A ENFERMAGEM REGISTRA *
      * CADA CICLO DA AUTOCLAVE COM DATA, NUMERO DO CICLO,        *
      * RESULTADO DOS INDICADORES BIOLOGICO E QUIMICO E OS KITS   *
      * DE INSTRUMENTAL PROCESSADOS (ATE 10). O SMP021 LIGA O     *
      * ITEM DO ATENDIMENTO AO KIT E AO CICLO, E O RELESTER FAZ   *
      * O RASTREIO CICLO X PACIENTE NOS DOIS SENTIDOS             *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESTER ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ES-CHAVE
                     FILE STATUS IS ST-ERRO.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADESTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTER.DAT".
           COPY REGESTER.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** CICLOS DE ESTERILIZACAO ***".
           05  LINE 03 COLUMN 01 VALUE  "AUTOCLAVE                :".
           05  LINE 04 COLUMN 01 VALUE  "NUMERO DO CICLO          :".
           05  LINE 05 COLUMN 01 VALUE  "DATA DO CICLO (AAAAMMDD) :".
           05  LINE 06 COLUMN 01 VALUE  "IND. BIOLOGICO (P/A/R)   :".
           05  LINE 07 COLUMN 01 VALUE  "IND. QUIMICO (A/R)       :".
           05  LINE 08 COLUMN 01 VALUE  "OPERADOR                 :".
           05  LINE 10 COLUMN 01 VALUE  "KITS PROCESSADOS (BRANCO=FIM)".
           05  LINE 11 COLUMN 01 VALUE  "KIT 01 :".
           05  LINE 12 COLUMN 01 VALUE  "KIT 02 :".
           05  LINE 13 COLUMN 01 VALUE  "KIT 03 :".
           05  LINE 14 COLUMN 01 VALUE  "KIT 04 :".
           05  LINE 15 COLUMN 01 VALUE  "KIT 05 :".
           05  LINE 16 COLUMN 01 VALUE  "KIT 06 :".
           05  LINE 17 COLUMN 01 VALUE  "KIT 07 :".
           05  LINE 18 COLUMN 01 VALUE  "KIT 08 :".
           05  LINE 19 COLUMN 01 VALUE  "KIT 09 :".
           05  LINE 20 COLUMN 01 VALUE  "KIT 10 :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADESTER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADESTER
                 CLOSE CADESTER
                 MOVE "*** ARQUIVO CADESTER FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADESTER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE ZEROS TO ES-AUTOCLAVE ES-CICLO ES-DATA W-SEL
                         DATA-CADASTRO OF REGESTER
           MOVE SPACES TO ES-IND-BIOL ES-IND-QUIM ES-KITS ES-OPERADOR
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) ES-AUTOCLAVE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ES-AUTOCLAVE = ZEROS
              MOVE "*** AUTOCLAVE OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT(04, 28) ES-CICLO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF ES-CICLO = ZEROS
              MOVE "*** NUMERO DO CICLO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       LER-CADESTER.
           READ CADESTER
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-CICLO THRU MOSTRA-CICLO-FIM
                 MOVE "*** CICLO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADESTER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
           ACCEPT ES-DATA FROM DATE YYYYMMDD
           MOVE "P" TO ES-IND-BIOL
           MOVE "A" TO ES-IND-QUIM
           MOVE W-OPERADOR-LOGADO TO ES-OPERADOR.

       R4.
           ACCEPT(05, 28) ES-DATA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF ES-DATA = ZEROS OR ES-DATA > W-HOJE
              MOVE "*** DATA DO CICLO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(06, 28) ES-IND-BIOL WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ES-IND-BIOL = "p" MOVE "P" TO ES-IND-BIOL.
           IF ES-IND-BIOL = "a" MOVE "A" TO ES-IND-BIOL.
           IF ES-IND-BIOL = "r" MOVE "R" TO ES-IND-BIOL.
           IF ES-IND-BIOL NOT = "P" AND ES-IND-BIOL NOT = "A"
              AND ES-IND-BIOL NOT = "R"
              MOVE "*** INDICADOR INVALIDO (P/A/R) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) ES-IND-QUIM WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ES-IND-QUIM = "a" MOVE "A" TO ES-IND-QUIM.
           IF ES-IND-QUIM = "r" MOVE "R" TO ES-IND-QUIM.
           IF ES-IND-QUIM NOT = "A" AND ES-IND-QUIM NOT = "R"
              MOVE "*** INDICADOR INVALIDO (A/R) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT(08, 28) ES-OPERADOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF ES-OPERADOR = SPACES
              MOVE "*** OPERADOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE 1 TO W-IND.

      *------[ KITS DO CICLO: UM POR LINHA, BRANCO ENCERRA A LISTA ]----
       R8.
           COMPUTE W-LIN = W-IND + 10
           ACCEPT (W-LIN, 10) ES-KIT (W-IND) WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-IND = 1
                 GO TO R7
              ELSE
                 SUBTRACT 1 FROM W-IND
                 GO TO R8.
           IF ES-KIT (W-IND) = SPACES
              IF W-IND = 1
                 MOVE "*** INFORME AO MENOS UM KIT ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R8
              ELSE
                 GO TO R8-LIMPA.
           IF W-IND < 10
              ADD 1 TO W-IND
              GO TO R8.
           GO TO R8-FIM.
      *    O QUE VIER DEPOIS DO PRIMEIRO BRANCO E DESCARTADO
       R8-LIMPA.
           MOVE SPACES TO ES-KIT (W-IND)
           COMPUTE W-LIN = W-IND + 10
           DISPLAY (W-LIN, 10) ES-KIT (W-IND)
           IF W-IND < 10
              ADD 1 TO W-IND
              GO TO R8-LIMPA.
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
           ACCEPT DATA-CADASTRO OF REGESTER FROM DATE YYYYMMDD
           WRITE REGESTER
           IF ST-ERRO = "00" OR "02"
              MOVE "*** CICLO DE ESTERILIZACAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADESTER" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ MOSTRA O CICLO LIDO ]------------------------------------
       MOSTRA-CICLO.
           DISPLAY (05, 28) ES-DATA
           DISPLAY (06, 28) ES-IND-BIOL
           DISPLAY (07, 28) ES-IND-QUIM
           DISPLAY (08, 28) ES-OPERADOR
           MOVE 1 TO W-IND.
       MOSTRA-CICLO1.
           COMPUTE W-LIN = W-IND + 10
           DISPLAY (W-LIN, 10) ES-KIT (W-IND)
           IF W-IND < 10
              ADD 1 TO W-IND
              GO TO MOSTRA-CICLO1.
       MOSTRA-CICLO-FIM.
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
           DELETE CADESTER RECORD
           IF ST-ERRO = "00"
              MOVE "*** CICLO DE ESTERILIZACAO EXCLUIDO ***" TO MENS
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
           REWRITE REGESTER
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO CICLO DE ESTERILIZACAO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADESTER.
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
