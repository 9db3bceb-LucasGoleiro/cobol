       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONTROL.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * BALANCO MENSAL DAS RECEITAS CONTROLADAS (PORTARIA 344) *
      * PARA A VIGILANCIA SANITARIA: VARRE O LIVRO CADCONTROL  *
      * GRAVADO PELO SMP037 E LISTA TODA RECEITA DE CONTROLE   *
      * ESPECIAL EMITIDA NA COMPETENCIA, PRIMEIRO POR          *
      * MEDICAMENTO (CADFARM) E DEPOIS POR MEDICO (CADMED),    *
      * CADA GRUPO COM QUANTIDADE E FAIXA DE NUMERACAO USADA,  *
      * MAIS O TOTAL E A FAIXA GERAL DO MES. SOB O LOTENOIT A  *
      * COMPETENCIA VEM DO CAMPO EXTERNAL (MES ANTERIOR). SEM  *
      * O LIVRO (NENHUMA RECEITA CONTROLADA EMITIDA AINDA) O   *
      * BALANCO SAI ZERADO, SEM ERRO                           *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONTROL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CT-NUMERO
                     FILE STATUS IS ST-ERRO.

       SELECT CADFARM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FM-CODIGO
                     FILE STATUS IS ST-ERRO-FRM.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCONTROL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTROL.DAT".
           COPY REGCONTROL.

       FD CADFARM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFARM.DAT".
           COPY REGFARM.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-FRM      PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "RELCONTROL.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELCONTROL".
       01 W-FRM-ABERTO     PIC X(01) VALUE "N".
       01 W-CTL-ABERTO     PIC X(01) VALUE "N".
       01 W-MED-ABERTO     PIC X(01) VALUE "N".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-AUTO    PIC 9(06) IS EXTERNAL VALUE ZEROS.
       01 W-COMPET-CT      PIC 9(06) VALUE ZEROS.
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-QTD-FRM        PIC 9(03) VALUE ZEROS.
       01 W-QTD-CRM        PIC 9(03) VALUE ZEROS.
       01 W-FRM-ATUAL      PIC 9(04) VALUE ZEROS.
       01 W-CRM-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-QTD-GRUPO      PIC 9(05) VALUE ZEROS.
       01 W-PRIM-GRUPO     PIC 9(08) VALUE ZEROS.
       01 W-ULT-GRUPO      PIC 9(08) VALUE ZEROS.
       01 W-QTD-GERAL      PIC 9(05) VALUE ZEROS.
       01 W-PRIM-GERAL     PIC 9(08) VALUE ZEROS.
       01 W-ULT-GERAL      PIC 9(08) VALUE ZEROS.

       01 TAB-FRM.
           03 TF-CODIGO PIC 9(04) OCCURS 200 TIMES.
       01 TAB-CRM.
           03 TA-CRM    PIC 9(06) OCCURS 200 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
      *    RODANDO SOB O LOTENOIT A COMPETENCIA VEM DERIVADA NO
      *    CAMPO EXTERNAL; NA CONSOLE SEGUE A PERGUNTA DE SEMPRE
           IF W-COMPET-AUTO NOT = ZEROS
              MOVE W-COMPET-AUTO TO W-COMPET
              GO TO INICIO-1.
           DISPLAY "COMPETENCIA DO BALANCO (AAAAMM): "
           ACCEPT W-COMPET.
       INICIO-1.
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

      *    SEM LIVRO (NENHUMA RECEITA CONTROLADA EMITIDA AINDA) SAI
      *    O BALANCO ZERADO, SEM ERRO PARA A CORRENTE DA NOITE
       R0.
           OPEN INPUT CADCONTROL
           IF ST-ERRO = "00"
              MOVE "S" TO W-CTL-ABERTO
           ELSE
              IF ST-ERRO NOT = "35"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONTROL: "
                         ST-ERRO
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADFARM
           IF ST-ERRO-FRM = "00"
              MOVE "S" TO W-FRM-ABERTO.

           OPEN INPUT CADMED
           IF ST-ERRO-MED = "00"
              MOVE "S" TO W-MED-ABERTO.

      *    SAIDA CARIMBADA COM DATA/SEQUENCIA E CATALOGADA NO SPOOL
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELCONTROL.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "BALANCO DE RECEITAS DE CONTROLE ESPECIAL"
                  " - COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

      *------[ PASSO 1: MEDICAMENTOS E CRMS COM RECEITA NO MES ]--------
       R1.
           IF W-CTL-ABERTO = "N"
              GO TO R3.
           MOVE ZEROS TO CT-NUMERO
           START CADCONTROL KEY IS NOT LESS THAN CT-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R1-LOOP.
           READ CADCONTROL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3.
           DIVIDE DATA-CADASTRO OF REGCONTROL BY 100
                  GIVING W-COMPET-CT
           IF W-COMPET-CT NOT = W-COMPET
              GO TO R1-LOOP.
           ADD 1 TO W-QTD-GERAL
           IF W-PRIM-GERAL = ZEROS
              MOVE CT-NUMERO TO W-PRIM-GERAL.
           MOVE CT-NUMERO TO W-ULT-GERAL
           MOVE 1 TO W-IND.
       R1-ACHA-FRM.
           IF W-IND > W-QTD-FRM
              IF W-QTD-FRM < 200
                 ADD 1 TO W-QTD-FRM
                 MOVE CT-MEDICAMENTO TO TF-CODIGO (W-QTD-FRM)
                 GO TO R1-CRM
              ELSE
                 GO TO R1-CRM.
           IF TF-CODIGO (W-IND) = CT-MEDICAMENTO
              GO TO R1-CRM.
           ADD 1 TO W-IND
           GO TO R1-ACHA-FRM.
       R1-CRM.
           MOVE 1 TO W-IND.
       R1-ACHA-CRM.
           IF W-IND > W-QTD-CRM
              IF W-QTD-CRM < 200
                 ADD 1 TO W-QTD-CRM
                 MOVE CT-CRM TO TA-CRM (W-QTD-CRM)
                 GO TO R1-LOOP
              ELSE
                 GO TO R1-LOOP.
           IF TA-CRM (W-IND) = CT-CRM
              GO TO R1-LOOP.
           ADD 1 TO W-IND
           GO TO R1-ACHA-CRM.

      *------[ PASSO 2: RECEITAS DE CADA MEDICAMENTO ]------------------
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** POR MEDICAMENTO ***" TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND.
       R3-LOOP.
           IF W-IND > W-QTD-FRM
              GO TO R5.
           MOVE TF-CODIGO (W-IND) TO W-FRM-ATUAL
           PERFORM LISTA-FRM THRU LISTA-FRM-FIM
           ADD 1 TO W-IND
           GO TO R3-LOOP.

       LISTA-FRM.
           MOVE SPACES TO FM-NOME FM-LISTA
           IF W-FRM-ABERTO = "S"
              MOVE W-FRM-ATUAL TO FM-CODIGO
              READ CADFARM
              IF ST-ERRO-FRM NOT = "00"
                 MOVE "MEDICAMENTO NAO CADASTRADO" TO FM-NOME
                 MOVE SPACES TO FM-LISTA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "MEDICAMENTO " W-FRM-ATUAL " " FM-NOME
                  " LISTA " FM-LISTA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QTD-GRUPO W-PRIM-GRUPO W-ULT-GRUPO
           MOVE ZEROS TO CT-NUMERO
           START CADCONTROL KEY IS NOT LESS THAN CT-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO LISTA-FRM-TOT.
       LISTA-FRM1.
           READ CADCONTROL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LISTA-FRM-TOT.
           IF CT-MEDICAMENTO NOT = W-FRM-ATUAL
              GO TO LISTA-FRM1.
           DIVIDE DATA-CADASTRO OF REGCONTROL BY 100
                  GIVING W-COMPET-CT
           IF W-COMPET-CT NOT = W-COMPET
              GO TO LISTA-FRM1.
           PERFORM LINHA-DETALHE THRU LINHA-DETALHE-FIM
           GO TO LISTA-FRM1.
       LISTA-FRM-TOT.
           PERFORM LINHA-FAIXA THRU LINHA-FAIXA-FIM.
       LISTA-FRM-FIM.
           EXIT.

      *------[ PASSO 3: RECEITAS DE CADA MEDICO ]-----------------------
       R5.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** POR MEDICO ***" TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND.
       R5-LOOP.
           IF W-IND > W-QTD-CRM
              GO TO R9.
           MOVE TA-CRM (W-IND) TO W-CRM-ATUAL
           PERFORM LISTA-CRM THRU LISTA-CRM-FIM
           ADD 1 TO W-IND
           GO TO R5-LOOP.

       LISTA-CRM.
           MOVE "MEDICO NAO CADASTRADO" TO NOME
           IF W-MED-ABERTO = "S"
              MOVE W-CRM-ATUAL TO CRM
              READ CADMED
              IF ST-ERRO-MED NOT = "00"
                 MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CRM " W-CRM-ATUAL " DR(A) " NOME
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QTD-GRUPO W-PRIM-GRUPO W-ULT-GRUPO
           MOVE ZEROS TO CT-NUMERO
           START CADCONTROL KEY IS NOT LESS THAN CT-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO LISTA-CRM-TOT.
       LISTA-CRM1.
           READ CADCONTROL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO LISTA-CRM-TOT.
           IF CT-CRM NOT = W-CRM-ATUAL
              GO TO LISTA-CRM1.
           DIVIDE DATA-CADASTRO OF REGCONTROL BY 100
                  GIVING W-COMPET-CT
           IF W-COMPET-CT NOT = W-COMPET
              GO TO LISTA-CRM1.
           PERFORM LINHA-DETALHE THRU LINHA-DETALHE-FIM
           GO TO LISTA-CRM1.
       LISTA-CRM-TOT.
           PERFORM LINHA-FAIXA THRU LINHA-FAIXA-FIM.
       LISTA-CRM-FIM.
           EXIT.

      *------[ UMA RECEITA: NUMERO, EMISSAO, PACIENTE, COMPRADOR ]------
       LINHA-DETALHE.
           ADD 1 TO W-QTD-GRUPO
           IF W-PRIM-GRUPO = ZEROS
              MOVE CT-NUMERO TO W-PRIM-GRUPO.
           MOVE CT-NUMERO TO W-ULT-GRUPO
           MOVE SPACES TO LINHA-REL
           STRING "  NO. " CT-NUMERO " EM " DATA-CADASTRO OF REGCONTROL
                  " CRM " CT-CRM " MED " CT-MEDICAMENTO
                  " CPF " CT-CPF " COMPR. " CT-COMP-NOME
                  " DOC " CT-COMP-DOC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-DETALHE-FIM.
           EXIT.

       LINHA-FAIXA.
           MOVE SPACES TO LINHA-REL
           STRING "  RECEITAS: " W-QTD-GRUPO
                  "  NUMERACAO DE " W-PRIM-GRUPO " A " W-ULT-GRUPO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-FAIXA-FIM.
           EXIT.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE RECEITAS CONTROLADAS NO MES: " W-QTD-GERAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "NUMERACAO UTILIZADA: DE " W-PRIM-GERAL
                  " A " W-ULT-GERAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "RELCONTROL: " W-QTD-GERAL
                   " RECEITAS CONTROLADAS EM " WS-NOME-REL
           GO TO ROT-FIM.

       ROT-FIM.
           IF W-CTL-ABERTO = "S"
              CLOSE CADCONTROL.
           IF W-FRM-ABERTO = "S"
              CLOSE CADFARM.
           IF W-MED-ABERTO = "S"
              CLOSE CADMED.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
