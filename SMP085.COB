       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP085.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * CARTAO DE DESCONTO DO PACIENTE PARTICULAR (CADCARTAO): O  *
      * TITULAR, ATE 4 DEPENDENTES NO PLANO FAMILIAR, A           *
      * MENSALIDADE, O INICIO, A SITUACAO E O PERCENTUAL DE       *
      * DESCONTO POR GRUPO DE PROCEDIMENTO (PC-GRUPO). CADA       *
      * BENEFICIARIO GANHA UMA LINHA EM CADCARDEP PARA O LOTEFAT  *
      * ACHAR O CARTAO PELO CPF DA CONSULTA. NA CONSULTA MOSTRA   *
      * AS MENSALIDADES EM ATRASO (CADMENSAL, GERADAS PELO        *
      * LOTEMENSAL) E PERMITE BAIXAR UMA MENSALIDADE RECEBIDA;    *
      * QUITADO O ATRASO, O CARTAO SUSPENSO VOLTA A ATIVO. CARTAO *
      * COM MENSALIDADE NAO SE EXCLUI: CANCELA (SITUACAO C)       *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCARTAO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CT-CPF
                     FILE STATUS IS ST-ERRO.

       SELECT CADCARDEP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CB-CPF
                     FILE STATUS IS ST-ERRO-CBD.

       SELECT CADMENSAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MN-CHAVE
                     FILE STATUS IS ST-ERRO-MEN.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCARTAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARTAO.DAT".
           COPY REGCARTAO.

       FD CADCARDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARDEP.DAT".
           COPY REGCARDEP.

       FD CADMENSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENSAL.DAT".
           COPY REGMENSAL.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-CBD   PIC X(02) VALUE "00".
       01 ST-ERRO-MEN   PIC X(02) VALUE "00".
       01 ST-ERRO-PAC   PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-IDX         PIC 9(02) VALUE ZEROS.
       01 W-IDX2        PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-SIT-ANT     PIC X(01) VALUE SPACES.
       01 W-QTD-MENS    PIC 9(04) VALUE ZEROS.
       01 W-QTD-ATRASO  PIC 9(04) VALUE ZEROS.
       01 W-VAL-ATRASO  PIC 9(08)V99 VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".
       01 W-BENEF-ANT.
           03 W-DEP-ANT PIC 9(11) OCCURS 4 TIMES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** CARTAO DE DESCONTO ***".
           05  LINE 03 COLUMN 01 VALUE  "CPF DO TITULAR           :".
           05  LINE 04 COLUMN 01 VALUE  "PLANO (I=INDIV F=FAMILIA):".
           05  LINE 05 COLUMN 01 VALUE  "DEPENDENTE 1             :".
           05  LINE 06 COLUMN 01 VALUE  "DEPENDENTE 2             :".
           05  LINE 07 COLUMN 01 VALUE  "DEPENDENTE 3             :".
           05  LINE 08 COLUMN 01 VALUE  "DEPENDENTE 4             :".
           05  LINE 09 COLUMN 01 VALUE  "MENSALIDADE              :".
           05  LINE 10 COLUMN 01 VALUE  "INICIO (AAAAMMDD)        :".
           05  LINE 11 COLUMN 01 VALUE  "SITUACAO (A/S/C)         :".
           05  LINE 12 COLUMN 01 VALUE  "ULTIMA COMPETENCIA GERADA:".
           05  LINE 13 COLUMN 01 VALUE  "DESCONTO POR GRUPO       :".
           05  LINE 13 COLUMN 28 VALUE  "GR  PERC.".
           05  LINE 14 COLUMN 01 VALUE  "   GRUPO/PERCENTUAL 1    :".
           05  LINE 15 COLUMN 01 VALUE  "   GRUPO/PERCENTUAL 2    :".
           05  LINE 16 COLUMN 01 VALUE  "   GRUPO/PERCENTUAL 3    :".
           05  LINE 17 COLUMN 01 VALUE  "   GRUPO/PERCENTUAL 4    :".
           05  LINE 18 COLUMN 01 VALUE  "   GRUPO/PERCENTUAL 5    :".
           05  LINE 20 COLUMN 01 VALUE  "MENSALIDADES EM ATRASO   :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADCARTAO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCARTAO
                 CLOSE CADCARTAO
                 MOVE "*** ARQUIVO CADCARTAO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARTAO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM-SEMARQ
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN I-O CADCARDEP
           IF ST-ERRO-CBD NOT = "00"
              IF ST-ERRO-CBD = "30"
                 OPEN OUTPUT CADCARDEP
                 CLOSE CADCARDEP
                 OPEN I-O CADCARDEP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARDEP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCARTAO
                 GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
              IF ST-ERRO-MEN = "30"
                 OPEN OUTPUT CADMENSAL
                 CLOSE CADMENSAL
                 OPEN I-O CADMENSAL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMENSAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADCARTAO CADCARDEP
                 GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCARTAO CADCARDEP CADMENSAL
              GO TO ROT-FIM-SEMARQ.

       R1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-SEL CT-CPF CT-MENSALIDADE CT-DATA-INICIO
                         CT-ULT-COMPET CT-DATA-SITUACAO
                         DATA-CADASTRO OF REGCARTAO
                         W-QTD-MENS W-QTD-ATRASO W-VAL-ATRASO
                         W-BENEF-ANT
           MOVE SPACES TO CT-PLANO
           MOVE "A" TO CT-SITUACAO
           MOVE ZEROS TO W-IDX.
       R1-LIMPA.
           ADD 1 TO W-IDX
           IF W-IDX < 5
              MOVE ZEROS TO CT-DEPENDENTE (W-IDX).
           IF W-IDX < 6
              MOVE ZEROS TO CT-DESC-GRUPO (W-IDX) CT-DESC-PERC (W-IDX)
              GO TO R1-LIMPA.
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) CT-CPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CT-CPF = ZEROS
              MOVE "*** CPF DO TITULAR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CT-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (03, 41) NOMEP.
       LER-CADCARTAO.
           READ CADCARTAO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-CARTAO THRU MOSTRA-CARTAO-FIM
                 MOVE "*** CARTAO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCARTAO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.
      *    QUEM JA E DEPENDENTE EM OUTRO CARTAO NAO VIRA TITULAR
           MOVE CT-CPF TO CB-CPF
           READ CADCARDEP
           IF ST-ERRO-CBD = "00"
              MOVE SPACES TO MENS
              STRING "* DEPENDENTE NO CARTAO DE " CB-TITULAR " *"
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (11, 28) CT-SITUACAO.

       R3.
           ACCEPT(04, 28) CT-PLANO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CT-PLANO = "i"
              MOVE "I" TO CT-PLANO.
           IF CT-PLANO = "f"
              MOVE "F" TO CT-PLANO.
           IF CT-PLANO NOT = "I" AND CT-PLANO NOT = "F"
              MOVE "*** PLANO: I=INDIVIDUAL F=FAMILIAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE ZEROS TO W-IDX.

      *------[ DEPENDENTES SO NO PLANO FAMILIAR ]-----------------------
       R4.
           ADD 1 TO W-IDX
           IF W-IDX > 4
              GO TO R5.
           COMPUTE W-LIN = W-IDX + 4
           IF CT-PLANO = "I"
              MOVE ZEROS TO CT-DEPENDENTE (W-IDX)
              DISPLAY (W-LIN, 28) CT-DEPENDENTE (W-IDX)
              GO TO R4.
       R4-ACE.
           ACCEPT(W-LIN, 28) CT-DEPENDENTE (W-IDX) WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CT-DEPENDENTE (W-IDX) = ZEROS
              DISPLAY (W-LIN, 41) "                              "
              GO TO R4.
           IF CT-DEPENDENTE (W-IDX) = CT-CPF
              MOVE "*** TITULAR NAO E DEPENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-ACE.
           MOVE ZEROS TO W-IDX2.
       R4-REPETE.
           ADD 1 TO W-IDX2
           IF W-IDX2 < W-IDX
              IF CT-DEPENDENTE (W-IDX2) = CT-DEPENDENTE (W-IDX)
                 MOVE "*** DEPENDENTE REPETIDO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4-ACE
              ELSE
                 GO TO R4-REPETE.
           MOVE CT-DEPENDENTE (W-IDX) TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "*** DEPENDENTE NAO CADASTRADO EM CADPACI ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-ACE.
           DISPLAY (W-LIN, 41) NOMEP
           MOVE CT-DEPENDENTE (W-IDX) TO CB-CPF
           READ CADCARDEP
           IF ST-ERRO-CBD = "00" AND CB-TITULAR NOT = CT-CPF
              MOVE SPACES TO MENS
              STRING "* JA ESTA NO CARTAO DE " CB-TITULAR " *"
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-ACE.
           GO TO R4.

       R5.
           ACCEPT(09, 28) CT-MENSALIDADE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   MOVE ZEROS TO W-IDX
                   GO TO R3.
           IF CT-MENSALIDADE = ZEROS
              MOVE "*** MENSALIDADE OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           IF CT-DATA-INICIO = ZEROS
              MOVE W-HOJE TO CT-DATA-INICIO.
           ACCEPT(10, 28) CT-DATA-INICIO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF CT-DATA-INICIO = ZEROS
              MOVE "*** DATA DE INICIO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

      *------[ SITUACAO SO MUDA NA ALTERACAO; O CARTAO NASCE ATIVO ]----
       R7.
           IF W-SEL NOT = 1
              GO TO R8.
           ACCEPT(11, 28) CT-SITUACAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF CT-SITUACAO = "a"
              MOVE "A" TO CT-SITUACAO.
           IF CT-SITUACAO = "s"
              MOVE "S" TO CT-SITUACAO.
           IF CT-SITUACAO = "c"
              MOVE "C" TO CT-SITUACAO.
           IF CT-SITUACAO NOT = "A" AND CT-SITUACAO NOT = "S"
              AND CT-SITUACAO NOT = "C"
              MOVE "*** SITUACAO: A=ATIVO S=SUSPENSO C=CANCELADO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           MOVE ZEROS TO W-IDX.
       R8-PROX.
           ADD 1 TO W-IDX
           IF W-IDX > 5
              GO TO R9.
           COMPUTE W-LIN = W-IDX + 13.
       R8-ACE.
           ACCEPT(W-LIN, 28) CT-DESC-GRUPO (W-IDX) WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF CT-DESC-GRUPO (W-IDX) = ZEROS
              MOVE ZEROS TO CT-DESC-PERC (W-IDX)
              DISPLAY (W-LIN, 32) CT-DESC-PERC (W-IDX)
              GO TO R8-PROX.
           MOVE ZEROS TO W-IDX2.
       R8-REPETE.
           ADD 1 TO W-IDX2
           IF W-IDX2 < W-IDX
              IF CT-DESC-GRUPO (W-IDX2) = CT-DESC-GRUPO (W-IDX)
                 MOVE "*** GRUPO REPETIDO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R8-ACE
              ELSE
                 GO TO R8-REPETE.
       R8-PERC.
           ACCEPT(W-LIN, 32) CT-DESC-PERC (W-IDX) WITH UPDATE.
           IF CT-DESC-PERC (W-IDX) = ZEROS
              MOVE "*** PERCENTUAL OBRIGATORIO PARA O GRUPO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8-PERC.
           GO TO R8-PROX.

       R9.
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
           MOVE W-HOJE TO DATA-CADASTRO OF REGCARTAO CT-DATA-SITUACAO
           MOVE ZEROS TO CT-ULT-COMPET
           WRITE REGCARTAO
           IF ST-ERRO = "00" OR "02"
              PERFORM GRAVA-BENEF THRU GRAVA-BENEF-FIM
              MOVE "*** CARTAO DE DESCONTO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCARTAO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO  A=ALTERAR  E=EXCLUIR  M=MENSALIDADE"
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "M"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1.
           IF W-OPCAO = "M"
              GO TO MENS-001.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              MOVE CT-SITUACAO TO W-SIT-ANT
              GO TO R3.
           GO TO EXC-OPC.

       EXC-OPC.
           IF W-QTD-MENS > ZEROS
              MOVE "* CARTAO COM MENSALIDADES: USE SITUACAO C *"
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
           DELETE CADCARTAO RECORD
           IF ST-ERRO = "00"
              PERFORM LIMPA-BENEF THRU LIMPA-BENEF-FIM
              MOVE "*** CARTAO DE DESCONTO EXCLUIDO ***" TO MENS
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
           IF CT-SITUACAO NOT = W-SIT-ANT
              MOVE W-HOJE TO CT-DATA-SITUACAO.
           REWRITE REGCARTAO
           IF ST-ERRO = "00" OR "02"
              PERFORM LIMPA-BENEF THRU LIMPA-BENEF-FIM
              PERFORM GRAVA-BENEF THRU GRAVA-BENEF-FIM
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO CARTAO DE DESCONTO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *****************************************
      * BAIXA DE UMA MENSALIDADE RECEBIDA     *
      *****************************************
       MENS-001.
           IF W-QTD-MENS = ZEROS
              MOVE "*** CARTAO AINDA SEM MENSALIDADE GERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
      *    BAIXA E DATADA HOJE: MES TEM DE ESTAR ABERTO
           MOVE W-HOJE TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE CT-CPF TO MN-CPF
           MOVE ZEROS TO MN-COMPET
           DISPLAY (23, 12) "COMPETENCIA (AAAAMM): "
           ACCEPT (23, 35) MN-COMPET
           DISPLAY (23, 12) "                             "
           READ CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
              MOVE "*** MENSALIDADE NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF MN-PAGO = "S"
              MOVE "*** MENSALIDADE JA RECEBIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE MN-VALOR TO W-VALOR-ED
           MOVE SPACES TO MENS
           STRING "VENC " MN-VENCIMENTO " VALOR " W-VALOR-ED
                  DELIMITED BY SIZE INTO MENS
           DISPLAY (22, 12) MENS
           MOVE SPACES TO MENS
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "BAIXAR (S/N) : ".
           ACCEPT (23, 54) W-OPCAO WITH UPDATE
           DISPLAY (22, 12) "                                        "
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              MOVE "*** MENSALIDADE NAO BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE "S" TO MN-PAGO
           MOVE W-HOJE TO MN-DATA-PAGTO
           REWRITE REGMENSAL
           IF ST-ERRO-MEN NOT = "00" AND ST-ERRO-MEN NOT = "02"
              MOVE "ERRO NA ALTERACAO DO REGISTRO DE MENSALIDADE"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM CONTA-MENSAL THRU CONTA-MENSAL-FIM
      *    ATRASO QUITADO REATIVA O CARTAO SUSPENSO PELO LOTEMENSAL
           IF CT-SITUACAO = "S" AND W-QTD-ATRASO = ZEROS
              MOVE "A" TO CT-SITUACAO
              MOVE W-HOJE TO CT-DATA-SITUACAO
              REWRITE REGCARTAO
              IF ST-ERRO = "00" OR "02"
                 DISPLAY (11, 28) CT-SITUACAO
                 MOVE "*** MENSALIDADE BAIXADA, CARTAO REATIVADO ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001.
           MOVE "*** MENSALIDADE BAIXADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *------[ MOSTRA O CARTAO E O ATRASO DAS MENSALIDADES ]------------
       MOSTRA-CARTAO.
           DISPLAY (04, 28) CT-PLANO
           MOVE ZEROS TO W-IDX.
       MOSTRA-CARTAO-DEP.
           ADD 1 TO W-IDX
           IF W-IDX > 4
              GO TO MOSTRA-CARTAO-DESC.
           COMPUTE W-LIN = W-IDX + 4
           MOVE CT-DEPENDENTE (W-IDX) TO W-DEP-ANT (W-IDX)
           DISPLAY (W-LIN, 28) CT-DEPENDENTE (W-IDX)
           IF CT-DEPENDENTE (W-IDX) NOT = ZEROS
              MOVE CT-DEPENDENTE (W-IDX) TO CPF
              READ CADPACI
              IF ST-ERRO-PAC = "00"
                 DISPLAY (W-LIN, 41) NOMEP.
           GO TO MOSTRA-CARTAO-DEP.
       MOSTRA-CARTAO-DESC.
           MOVE CT-MENSALIDADE TO W-VALOR-ED
           DISPLAY (09, 28) W-VALOR-ED
           DISPLAY (10, 28) CT-DATA-INICIO
           DISPLAY (11, 28) CT-SITUACAO
           DISPLAY (11, 30) CT-DATA-SITUACAO
           DISPLAY (12, 28) CT-ULT-COMPET
           MOVE ZEROS TO W-IDX.
       MOSTRA-CARTAO-DESC1.
           ADD 1 TO W-IDX
           IF W-IDX > 5
              GO TO MOSTRA-CARTAO-MENS.
           COMPUTE W-LIN = W-IDX + 13
           DISPLAY (W-LIN, 28) CT-DESC-GRUPO (W-IDX)
           DISPLAY (W-LIN, 32) CT-DESC-PERC (W-IDX)
           GO TO MOSTRA-CARTAO-DESC1.
       MOSTRA-CARTAO-MENS.
           PERFORM CONTA-MENSAL THRU CONTA-MENSAL-FIM.
       MOSTRA-CARTAO-FIM.
           EXIT.

      *------[ MENSALIDADES DO TITULAR: TOTAL E VENCIDAS EM ABERTO ]----
       CONTA-MENSAL.
           MOVE ZEROS TO W-QTD-MENS W-QTD-ATRASO W-VAL-ATRASO
           MOVE CT-CPF TO MN-CPF
           MOVE ZEROS TO MN-COMPET
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO-MEN NOT = "00"
              GO TO CONTA-MENSAL-2.
       CONTA-MENSAL-1.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO-MEN NOT = "00"
              GO TO CONTA-MENSAL-2.
           IF MN-CPF NOT = CT-CPF
              GO TO CONTA-MENSAL-2.
           ADD 1 TO W-QTD-MENS
           IF MN-PAGO NOT = "S" AND MN-VENCIMENTO < W-HOJE
              ADD 1 TO W-QTD-ATRASO
              ADD MN-VALOR TO W-VAL-ATRASO.
           GO TO CONTA-MENSAL-1.
       CONTA-MENSAL-2.
           MOVE W-VAL-ATRASO TO W-VALOR-ED
           DISPLAY (20, 28) W-QTD-ATRASO
           DISPLAY (20, 34) W-VALOR-ED.
       CONTA-MENSAL-FIM.
           EXIT.

      *------[ TIRA OS BENEFICIARIOS ANTIGOS DO CARTAO ]----------------
       LIMPA-BENEF.
           MOVE CT-CPF TO CB-CPF
           READ CADCARDEP
           IF ST-ERRO-CBD = "00"
              DELETE CADCARDEP RECORD.
           MOVE ZEROS TO W-IDX.
       LIMPA-BENEF-1.
           ADD 1 TO W-IDX
           IF W-IDX > 4
              GO TO LIMPA-BENEF-FIM.
           IF W-DEP-ANT (W-IDX) = ZEROS
              GO TO LIMPA-BENEF-1.
           MOVE W-DEP-ANT (W-IDX) TO CB-CPF
           READ CADCARDEP
           IF ST-ERRO-CBD = "00" AND CB-TITULAR = CT-CPF
              DELETE CADCARDEP RECORD.
           GO TO LIMPA-BENEF-1.
       LIMPA-BENEF-FIM.
           EXIT.

      *------[ TITULAR E DEPENDENTES APONTANDO PARA O CARTAO ]----------
       GRAVA-BENEF.
           MOVE CT-CPF TO CB-CPF
           MOVE ZEROS TO W-IDX
           GO TO GRAVA-BENEF-WR.
       GRAVA-BENEF-1.
           ADD 1 TO W-IDX
           IF W-IDX > 4
              GO TO GRAVA-BENEF-FIM.
           IF CT-DEPENDENTE (W-IDX) = ZEROS
              GO TO GRAVA-BENEF-1.
           MOVE CT-DEPENDENTE (W-IDX) TO CB-CPF.
       GRAVA-BENEF-WR.
           MOVE CT-CPF TO CB-TITULAR
           MOVE W-HOJE TO DATA-CADASTRO OF REGCARDEP
           WRITE REGCARDEP
           IF ST-ERRO-CBD = "22"
              REWRITE REGCARDEP.
           IF ST-ERRO-CBD NOT = "00" AND ST-ERRO-CBD NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCARDEP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO GRAVA-BENEF-1.
       GRAVA-BENEF-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCARTAO.
           CLOSE CADCARDEP.
           CLOSE CADMENSAL.
           CLOSE CADPACI.
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
