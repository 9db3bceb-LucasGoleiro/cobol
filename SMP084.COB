       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP084.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * VALES DO FUNDO FIXO (CADVALE): CADA DESPESA MIUDA PAGA DA *
      * CAIXINHA DA FILIAL (MOTOBOY, CAFE, TAXI DE AMOSTRA) COM   *
      * DATA, CATEGORIA DE DESPESA DO CADPAGAR, DESCRICAO, VALOR  *
      * E O OPERADOR LOGADO. O NUMERO SAI DO CADFUNDO (SMP083) E  *
      * O VALE NAO PASSA DO SALDO EM DINHEIRO DA CAIXINHA. VALE   *
      * JA REPOSTO (LOTEFUNDO) OU DE MES FECHADO NA CONTABILIDADE *
      * (SMP080) SO E CONSULTADO                                  *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVALE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VL-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADFUNDO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FF-FILIAL
                     FILE STATUS IS ST-ERRO-FUN.

       SELECT CADFILIAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FL-CODIGO
                     FILE STATUS IS ST-ERRO-FIL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADVALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVALE.DAT".
           COPY REGVALE.

       FD CADFUNDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNDO.DAT".
           COPY REGFUNDO.

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
       01 ST-ERRO-FUN   PIC X(02) VALUE "00".
       01 ST-ERRO-FIL   PIC X(02) VALUE "00".
       01 W-FIL-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       01 W-SALDO-ED    PIC -ZZZ.ZZ9,99.
       01 W-PENDENTE    PIC 9(08)V99 VALUE ZEROS.
       01 W-SALDO       PIC S9(08)V99 VALUE ZEROS.
       01 W-VALOR-ANT   PIC 9(06)V99 VALUE ZEROS.
       01 W-FILIAL-VALE PIC 9(02) VALUE ZEROS.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".
       01 W-FILIAL-LOGADA PIC 9(02) IS EXTERNAL VALUE ZEROS.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** VALES DO FUNDO FIXO ***".
           05  LINE 03 COLUMN 01 VALUE  "FILIAL (00=CLINICA)      :".
           05  LINE 04 COLUMN 01 VALUE  "NUMERO DO VALE (0=NOVO)  :".
           05  LINE 05 COLUMN 01 VALUE  "DATA (AAAAMMDD)          :".
           05  LINE 06 COLUMN 01 VALUE  "CATEGORIA (1-9)          :".
           05  LINE 07 COLUMN 01 VALUE  "DESCRICAO                :".
           05  LINE 08 COLUMN 01 VALUE  "VALOR (SEM VIRGULA)      :".
           05  LINE 09 COLUMN 01 VALUE  "OPERADOR                 :".
           05  LINE 10 COLUMN 01 VALUE  "REPOSTO EM               :".
           05  LINE 11 COLUMN 01 VALUE  "SALDO NA CAIXINHA        :".
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
           OPEN I-O CADVALE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADVALE
                 CLOSE CADVALE
                 OPEN I-O CADVALE
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADVALE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM-SEMARQ.

       R0A.
           OPEN I-O CADFUNDO
           IF ST-ERRO-FUN NOT = "00"
              MOVE "* SEM FUNDO FIXO: CADASTRE A CAIXINHA (SMP083) *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADVALE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.

       R1.
           MOVE ZEROS TO W-SEL VL-NUMERO VL-DATA VL-CATEGORIA VL-VALOR
                         VL-REPOSICAO W-VALOR-ANT
                         DATA-CADASTRO OF REGVALE
           MOVE SPACES TO VL-DESCRICAO VL-OPERADOR
           MOVE W-FILIAL-LOGADA TO VL-FILIAL
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) VL-FILIAL WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE VL-FILIAL TO FF-FILIAL
           READ CADFUNDO
           IF ST-ERRO-FUN = "23"
              MOVE "*** FILIAL SEM FUNDO FIXO (SMP083) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO-FUN NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADFUNDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF VL-FILIAL = ZEROS
              DISPLAY (03, 34) "CLINICA                       "
           ELSE
              IF W-FIL-ABERTO = "S"
                 MOVE VL-FILIAL TO FL-CODIGO
                 READ CADFILIAL
                 IF ST-ERRO-FIL = "00"
                    DISPLAY (03, 34) FL-NOME.
           PERFORM CALCULA-SALDO THRU CALCULA-SALDO-FIM.

       R3.
           ACCEPT(04, 28) VL-NUMERO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF VL-NUMERO = ZEROS
              GO TO R4.
       LER-CADVALE.
           READ CADVALE
           IF ST-ERRO = "23"
              MOVE "*** VALE NAO ENCONTRADO, NUMERO 0 INCLUI ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADVALE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (05, 28) VL-DATA
           DISPLAY (06, 28) VL-CATEGORIA
           DISPLAY (07, 28) VL-DESCRICAO
           MOVE VL-VALOR TO W-VALOR-ED
           DISPLAY (08, 28) W-VALOR-ED
           DISPLAY (09, 28) VL-OPERADOR
           DISPLAY (10, 28) VL-REPOSICAO
           IF VL-REPOSICAO NOT = ZEROS
              MOVE "*** VALE JA REPOSTO: SOMENTE CONSULTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE VL-DATA TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE VL-VALOR TO W-VALOR-ANT
           MOVE "*** VALE JA CADASTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

       R4.
           IF VL-DATA = ZEROS
              MOVE W-HOJE TO VL-DATA.
           DISPLAY (05, 28) VL-DATA
           ACCEPT(05, 28) VL-DATA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF VL-DATA = ZEROS OR VL-DATA > W-HOJE
              MOVE "*** DATA INVALIDA OU FUTURA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE VL-DATA TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(06, 28) VL-CATEGORIA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF VL-CATEGORIA = ZEROS OR VL-CATEGORIA > 9
              MOVE "*** CATEGORIA OBRIGATORIA (1-9) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF VL-CATEGORIA = 8
              MOVE "* CATEGORIA 8 E A PROPRIA REPOSICAO DO FUNDO *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) VL-DESCRICAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF VL-DESCRICAO = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT(08, 28) VL-VALOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF VL-VALOR = ZEROS
              MOVE "*** VALOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      *    NA ALTERACAO O VALOR ANTIGO JA ESTA FORA DO SALDO
           IF VL-VALOR > W-SALDO + W-VALOR-ANT
              MOVE "*** VALOR MAIOR QUE O SALDO DA CAIXINHA ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF W-SEL = 1
              GO TO ALT-OPC.
           MOVE W-OPERADOR-LOGADO TO VL-OPERADOR
           DISPLAY (09, 28) VL-OPERADOR.

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
           MOVE VL-FILIAL TO FF-FILIAL
           READ CADFUNDO
           IF ST-ERRO-FUN NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADFUNDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT DATA-CADASTRO OF REGVALE FROM DATE YYYYMMDD.
       INC-WR2.
           ADD 1 TO FF-ULT-VALE
           MOVE FF-ULT-VALE TO VL-NUMERO
           WRITE REGVALE
           IF ST-ERRO = "22"
              GO TO INC-WR2.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADVALE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           REWRITE REGFUNDO
           DISPLAY (04, 28) VL-NUMERO
           MOVE SPACES TO MENS
           STRING "*** VALE " VL-NUMERO " GRAVADO ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

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
           DELETE CADVALE RECORD
           IF ST-ERRO = "00"
              MOVE "*** VALE EXCLUIDO ***" TO MENS
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
           REWRITE REGVALE
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO VALE" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ SALDO = VALOR FIXO - VALES AINDA NA CAIXINHA ]-----------
       CALCULA-SALDO.
           MOVE ZEROS TO W-PENDENTE
           MOVE VL-FILIAL TO W-FILIAL-VALE
           MOVE ZEROS TO VL-NUMERO
           START CADVALE KEY IS NOT LESS THAN VL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CALCULA-SALDO-2.
       CALCULA-SALDO-1.
           READ CADVALE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CALCULA-SALDO-2.
           IF VL-FILIAL NOT = W-FILIAL-VALE
              GO TO CALCULA-SALDO-2.
           IF VL-REPOSICAO = ZEROS
              ADD VL-VALOR TO W-PENDENTE.
           GO TO CALCULA-SALDO-1.
       CALCULA-SALDO-2.
           MOVE ZEROS TO VL-NUMERO VL-DATA VL-CATEGORIA VL-VALOR
                         VL-REPOSICAO
           MOVE SPACES TO VL-DESCRICAO VL-OPERADOR
           MOVE W-FILIAL-VALE TO VL-FILIAL
           COMPUTE W-SALDO = FF-VALOR-FIXO - W-PENDENTE
           MOVE W-SALDO TO W-SALDO-ED
           DISPLAY (11, 28) W-SALDO-ED.
       CALCULA-SALDO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADVALE.
           CLOSE CADFUNDO.
           IF W-FIL-ABERTO = "S"
              CLOSE CADFILIAL.
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
