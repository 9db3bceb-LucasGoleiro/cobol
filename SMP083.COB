       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP083.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * FUNDO FIXO DE CAIXA (CADFUNDO): UMA CAIXINHA POR FILIAL   *
      * (00 = CLINICA), SEPARADA DAS SESSOES DO CAIXA DA RECEPCAO *
      * (CADCAIXA), COM O VALOR FIXO E O FORNECEDOR (CADFORN) QUE *
      * RECEBE O TITULO DE REPOSICAO DO LOTEFUNDO. NA CONSULTA    *
      * MOSTRA OS VALES AINDA NA CAIXINHA E O SALDO EM DINHEIRO;  *
      * NAO EXCLUI FUNDO COM VALE PENDENTE DE REPOSICAO           *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNDO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FF-FILIAL
                     FILE STATUS IS ST-ERRO.

       SELECT CADVALE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VL-CHAVE
                     FILE STATUS IS ST-ERRO-VAL.

       SELECT CADFORN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FO-CODIGO
                     FILE STATUS IS ST-ERRO-FOR.

       SELECT CADFILIAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FL-CODIGO
                     FILE STATUS IS ST-ERRO-FIL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADFUNDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNDO.DAT".
           COPY REGFUNDO.

       FD CADVALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVALE.DAT".
           COPY REGVALE.

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY REGFORN.

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
       01 ST-ERRO-VAL   PIC X(02) VALUE "00".
       01 ST-ERRO-FOR   PIC X(02) VALUE "00".
       01 ST-ERRO-FIL   PIC X(02) VALUE "00".
       01 W-VAL-ABERTO  PIC X(01) VALUE "N".
       01 W-FIL-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       01 W-SALDO-ED    PIC -ZZZ.ZZ9,99.
       01 W-PENDENTE    PIC 9(08)V99 VALUE ZEROS.
       01 W-QTD-PEND    PIC 9(04) VALUE ZEROS.
       01 W-SALDO       PIC S9(08)V99 VALUE ZEROS.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** FUNDO FIXO DE CAIXA ***".
           05  LINE 03 COLUMN 01 VALUE  "FILIAL (00=CLINICA)      :".
           05  LINE 04 COLUMN 01 VALUE  "VALOR FIXO (SEM VIRGULA) :".
           05  LINE 05 COLUMN 01 VALUE  "FORNECEDOR DA REPOSICAO  :".
           05  LINE 06 COLUMN 01 VALUE  "RESPONSAVEL PELA GUARDA  :".
           05  LINE 08 COLUMN 01 VALUE  "ULTIMO VALE              :".
           05  LINE 09 COLUMN 01 VALUE  "ULTIMA REPOSICAO         :".
           05  LINE 10 COLUMN 01 VALUE  "VALES NA CAIXINHA        :".
           05  LINE 11 COLUMN 01 VALUE  "SALDO EM DINHEIRO        :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADFUNDO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADFUNDO
                 CLOSE CADFUNDO
                 MOVE "*** ARQUIVO CADFUNDO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR NOT = "00"
              MOVE "* ARQUIVO CADFORN AUSENTE, CADASTRE (SMP044) *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADFUNDO
              GO TO ROT-FIM-SEMARQ.
      *    SEM CADFILIAL SO HA O FUNDO DA CLINICA (FILIAL 00)
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.
           OPEN INPUT CADVALE
           IF ST-ERRO-VAL = "00"
              MOVE "S" TO W-VAL-ABERTO.

       R1.
           MOVE ZEROS TO W-SEL FF-FILIAL FF-VALOR-FIXO FF-FORNECEDOR
                         FF-ULT-VALE FF-ULT-REPOS
                         DATA-CADASTRO OF REGFUNDO
           MOVE SPACES TO FF-RESPONSAVEL
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) FF-FILIAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF FF-FILIAL = ZEROS
              DISPLAY (03, 34) "CLINICA                       "
              GO TO LER-CADFUNDO.
           IF W-FIL-ABERTO = "N"
              MOVE "* SEM CADFILIAL: SO A FILIAL 00 (CLINICA) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE FF-FILIAL TO FL-CODIGO
           READ CADFILIAL
           IF ST-ERRO-FIL NOT = "00"
              MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (03, 34) FL-NOME.
       LER-CADFUNDO.
           READ CADFUNDO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-FUNDO THRU MOSTRA-FUNDO-FIM
                 MOVE "*** FUNDO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADFUNDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R3.
           ACCEPT(04, 28) FF-VALOR-FIXO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF FF-VALOR-FIXO = ZEROS
              MOVE "*** VALOR FIXO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT(05, 28) FF-FORNECEDOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE FF-FORNECEDOR TO FO-CODIGO
           READ CADFORN
           IF ST-ERRO-FOR = "23"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF ST-ERRO-FOR NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADFORN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF FO-ATIVO NOT = "S" AND FO-ATIVO NOT = "s"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY (05, 34) FO-NOME.

       R5.
           ACCEPT(06, 28) FF-RESPONSAVEL WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF FF-RESPONSAVEL = SPACES
              MOVE "*** RESPONSAVEL OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
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
           ACCEPT DATA-CADASTRO OF REGFUNDO FROM DATE YYYYMMDD
           WRITE REGFUNDO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** FUNDO FIXO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADFUNDO" TO MENS
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
           IF W-QTD-PEND > ZEROS
              MOVE "* HA VALES NA CAIXINHA: FACA A REPOSICAO ANTES *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
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
           DELETE CADFUNDO RECORD
           IF ST-ERRO = "00"
              MOVE "*** FUNDO FIXO EXCLUIDO ***" TO MENS
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
           REWRITE REGFUNDO
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO FUNDO FIXO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ MOSTRA O FUNDO E OS VALES AINDA NA CAIXINHA ]------------
       MOSTRA-FUNDO.
           MOVE FF-VALOR-FIXO TO W-VALOR-ED
           DISPLAY (04, 28) W-VALOR-ED
           DISPLAY (05, 28) FF-FORNECEDOR
           MOVE FF-FORNECEDOR TO FO-CODIGO
           READ CADFORN
           IF ST-ERRO-FOR = "00"
              DISPLAY (05, 34) FO-NOME.
           DISPLAY (06, 28) FF-RESPONSAVEL
           DISPLAY (08, 28) FF-ULT-VALE
           DISPLAY (09, 28) FF-ULT-REPOS
           MOVE ZEROS TO W-PENDENTE W-QTD-PEND
           IF W-VAL-ABERTO = "N"
              GO TO MOSTRA-FUNDO-2.
           MOVE FF-FILIAL TO VL-FILIAL
           MOVE ZEROS TO VL-NUMERO
           START CADVALE KEY IS NOT LESS THAN VL-CHAVE
           IF ST-ERRO-VAL NOT = "00"
              GO TO MOSTRA-FUNDO-2.
       MOSTRA-FUNDO-1.
           READ CADVALE NEXT RECORD
           IF ST-ERRO-VAL NOT = "00"
              GO TO MOSTRA-FUNDO-2.
           IF VL-FILIAL NOT = FF-FILIAL
              GO TO MOSTRA-FUNDO-2.
           IF VL-REPOSICAO = ZEROS
              ADD 1 TO W-QTD-PEND
              ADD VL-VALOR TO W-PENDENTE.
           GO TO MOSTRA-FUNDO-1.
       MOSTRA-FUNDO-2.
           COMPUTE W-SALDO = FF-VALOR-FIXO - W-PENDENTE
           MOVE W-PENDENTE TO W-VALOR-ED
           DISPLAY (10, 28) W-QTD-PEND
           DISPLAY (10, 34) W-VALOR-ED
           MOVE W-SALDO TO W-SALDO-ED
           DISPLAY (11, 28) W-SALDO-ED.
       MOSTRA-FUNDO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADFUNDO.
           CLOSE CADFORN.
           IF W-FIL-ABERTO = "S"
              CLOSE CADFILIAL.
           IF W-VAL-ABERTO = "S"
              CLOSE CADVALE.
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
