       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP081.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * ORCAMENTO DE DESPESAS (CADORCDESP): VALOR ORCADO POR ANO, *
      * MES, CATEGORIA DE DESPESA DO CADPAGAR E FILIAL (00 = DA   *
      * CLINICA TODA). MES 00 COPIA O ORCAMENTO INTEIRO DO ANO    *
      * ANTERIOR PARA O ANO INFORMADO COM UM PERCENTUAL DE        *
      * REAJUSTE, SEM MEXER NOS MESES JA ORCADOS. O RELORCDESP    *
      * CONFRONTA O ORCADO COM O PAGO E O A PAGAR. A CATEGORIA 8  *
      * (REPOSICAO DO FUNDO FIXO) NAO SE ORCA: OS VALES ENTRAM NA *
      * CATEGORIA DE CADA UM                                      *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADORCDESP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OD-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADFILIAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FL-CODIGO
                     FILE STATUS IS ST-ERRO-FIL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADORCDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCDESP.DAT".
           COPY REGORCDESP.

       FD CADFILIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFILIAL.DAT".
           COPY REGFILIAL.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-FIL   PIC X(02) VALUE "00".
       01 W-FIL-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-ANO-ORIG    PIC 9(04) VALUE ZEROS.
       01 W-PERC        PIC 9(03)V99 VALUE ZEROS.
       01 W-VALOR-ORIG  PIC 9(08)V99 VALUE ZEROS.
       01 W-CHAVE-ORIG  PIC X(10) VALUE SPACES.
       01 W-CONT-COPIA  PIC 9(04) VALUE ZEROS.
       01 W-CONT-JA     PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** ORCAMENTO DE DESPESAS ***".
           05  LINE 03 COLUMN 01 VALUE  "ANO (AAAA)               :".
           05  LINE 04 COLUMN 01 VALUE  "MES (00=COPIA ANO ANT.)  :".
           05  LINE 05 COLUMN 01 VALUE  "CATEGORIA (1-9)          :".
           05  LINE 06 COLUMN 01 VALUE  "FILIAL (00=CLINICA)      :".
           05  LINE 07 COLUMN 01 VALUE  "VALOR ORCADO (SEM VIRG.) :".
           05  LINE 13 COLUMN 41 VALUE  "1-ALUGUEL".
           05  LINE 14 COLUMN 41 VALUE  "2-LABORATORIO".
           05  LINE 15 COLUMN 41 VALUE  "3-ADQUIRENTE".
           05  LINE 16 COLUMN 41 VALUE  "4-MATERIAL".
           05  LINE 17 COLUMN 41 VALUE  "5-SERVICOS".
           05  LINE 18 COLUMN 41 VALUE  "6-IMPOSTOS".
           05  LINE 19 COLUMN 41 VALUE  "9-OUTROS".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADORCDESP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADORCDESP
                 CLOSE CADORCDESP
                 MOVE "*** ARQUIVO CADORCDESP FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADORCDESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    SEM CADFILIAL SO SE ORCA A CLINICA TODA (FILIAL 00)
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.

       R1.
           MOVE ZEROS TO W-SEL OD-MES OD-CATEGORIA OD-FILIAL OD-VALOR
                         DATA-CADASTRO OF REGORCDESP
           MOVE W-ANO TO OD-ANO
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) OD-ANO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF OD-ANO < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE OD-ANO TO W-ANO.

       R3.
           ACCEPT(04, 28) OD-MES.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF OD-MES = ZEROS
              GO TO COPIA.
           IF OD-MES > 12
              MOVE "*** MES INVALIDO (01-12) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT(05, 28) OD-CATEGORIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF OD-CATEGORIA = ZEROS OR OD-CATEGORIA > 9
              MOVE "*** CATEGORIA OBRIGATORIA (1-9) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *    REPOSICAO DO FUNDO FIXO NAO E DESPESA: O ORCAMENTO DOS
      *    VALES E FEITO NA CATEGORIA DE CADA VALE
           IF OD-CATEGORIA = 8
              MOVE "* CATEGORIA 8 (FUNDO FIXO) NAO SE ORCA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(06, 28) OD-FILIAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF OD-FILIAL = ZEROS
              DISPLAY (06, 34) "CLINICA TODA                  "
              GO TO LER-CADORCDESP.
           IF W-FIL-ABERTO = "N"
              MOVE "* SEM CADFILIAL: SO A FILIAL 00 (CLINICA) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE OD-FILIAL TO FL-CODIGO
           READ CADFILIAL
           IF ST-ERRO-FIL NOT = "00"
              MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY (06, 34) FL-NOME.
       LER-CADORCDESP.
           READ CADORCDESP
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE OD-VALOR TO W-VALOR-ED
                 DISPLAY (07, 28) W-VALOR-ED
                 MOVE "*** ORCAMENTO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADORCDESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R6.
           ACCEPT(07, 28) OD-VALOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF OD-VALOR = ZEROS
              MOVE "*** VALOR ORCADO OBRIGATORIO ***" TO MENS
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
           ACCEPT DATA-CADASTRO OF REGORCDESP FROM DATE YYYYMMDD
           WRITE REGORCDESP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** ORCAMENTO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADORCDESP" TO MENS
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
           DELETE CADORCDESP RECORD
           IF ST-ERRO = "00"
              MOVE "*** ORCAMENTO EXCLUIDO ***" TO MENS
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
           REWRITE REGORCDESP
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO ORCAMENTO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *****************************************
      * COPIA DO ANO ANTERIOR + PERCENTUAL    *
      *****************************************
       COPIA.
           COMPUTE W-ANO-ORIG = W-ANO - 1
           MOVE ZEROS TO W-PERC W-CONT-COPIA W-CONT-JA
           DISPLAY (09, 01) "COPIA DO ORCAMENTO DE     :"
           DISPLAY (09, 28) W-ANO-ORIG
           DISPLAY (10, 01) "REAJUSTE % (SEM VIRGULA) :".
       COPIA-1.
           ACCEPT(10, 28) W-PERC WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
       COPIA-2.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "COPIAR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** COPIA NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO COPIA-2.
           MOVE W-ANO-ORIG TO OD-ANO
           MOVE ZEROS TO OD-MES OD-CATEGORIA OD-FILIAL
           START CADORCDESP KEY IS NOT LESS THAN OD-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO COPIA-FIM.
       COPIA-LOOP.
           READ CADORCDESP NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO COPIA-FIM.
           IF OD-ANO NOT = W-ANO-ORIG
              GO TO COPIA-FIM.
           MOVE OD-CHAVE TO W-CHAVE-ORIG
           MOVE OD-VALOR TO W-VALOR-ORIG
           MOVE W-ANO TO OD-ANO
           COMPUTE OD-VALOR ROUNDED =
                   W-VALOR-ORIG * (100 + W-PERC) / 100
           ACCEPT DATA-CADASTRO OF REGORCDESP FROM DATE YYYYMMDD
           WRITE REGORCDESP
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-CONT-COPIA
           ELSE
              ADD 1 TO W-CONT-JA.
      *    REPOSICIONA NO REGISTRO DE ORIGEM PARA SEGUIR A LEITURA
           MOVE W-CHAVE-ORIG TO OD-CHAVE
           START CADORCDESP KEY IS GREATER THAN OD-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO COPIA-FIM.
           GO TO COPIA-LOOP.
       COPIA-FIM.
           MOVE SPACES TO MENS
           STRING "COPIADOS: " W-CONT-COPIA "  JA ORCADOS: " W-CONT-JA
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ROT-FIM.
           CLOSE CADORCDESP.
           IF W-FIL-ABERTO = "S"
              CLOSE CADFILIAL.
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
