       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTELAB.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * IMPORTACAO DOS RESULTADOS DO LABORATORIO PARCEIRO: LE  *
      * O ARQUIVO DIARIO RESLAB.TXT, UMA LINHA POR ANALITO NO  *
      * FORMATO CRM;DATA;HORA;SEQ;ANALITO;VALOR;REF-MIN;       *
      * REF-MAX;UNIDADE (VALORES EM CENTESIMOS, 8 DIGITOS),    *
      * CASA CADA LINHA COM O PEDIDO DA CADEXAME PELA CHAVE,   *
      * GRAVA O VALOR EM CADRESLAB (O MESMO ANALITO REENVIADO  *
      * SOBREPOE O ANTERIOR) E PASSA O PEDIDO PARA R COM A     *
      * DATA DO RESULTADO. LINHAS QUE NAO CASAM VAO PARA       *
      * REJLAB.TXT COM O MOTIVO. NO FIM SAI A LISTA DE         *
      * TRABALHO DO DIA COM OS VALORES FORA DA REFERENCIA,     *
      * AGRUPADA PELO MEDICO QUE PEDIU O EXAME. SEM O ARQUIVO  *
      * DO LABORATORIO NO DIA O PASSO TERMINA SEM ERRO         *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEXAME ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EX-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADRESLAB ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RL-CHAVE
                     FILE STATUS IS ST-ERRO-RES.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT RESLAB ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-LAB.

       SELECT REJLAB ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REJ.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
           COPY REGEXAME.

       FD CADRESLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESLAB.DAT".
           COPY REGRESLAB.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
           03 CPF              PIC 9(11).
           03 NOMEP            PIC X(30).

       FD RESLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESLAB.TXT".
       01 REG-LAB                  PIC X(100).

       FD REJLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REJLAB.TXT".
       01 REG-REJ                  PIC X(140).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-RES      PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-LAB      PIC X(02) VALUE "00".
       01 ST-ERRO-REJ      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTELAB.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTELAB".
       01 W-MED-ABERTO     PIC X(01) VALUE "N".
       01 W-PAC-ABERTO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO         PIC X(30) VALUE SPACES.
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-GRAVADOS  PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJEITADOS PIC 9(06) VALUE ZEROS.
       01 W-CONT-FORA      PIC 9(06) VALUE ZEROS.
       01 W-CRM-X          PIC X(06) VALUE SPACES.
       01 W-CRM-N REDEFINES W-CRM-X    PIC 9(06).
       01 W-DATA-X         PIC X(08) VALUE SPACES.
       01 W-DATA-N REDEFINES W-DATA-X  PIC 9(08).
       01 W-HORA-X         PIC X(04) VALUE SPACES.
       01 W-HORA-N REDEFINES W-HORA-X  PIC 9(04).
       01 W-SEQ-X          PIC X(02) VALUE SPACES.
       01 W-SEQ-N REDEFINES W-SEQ-X    PIC 9(02).
       01 W-ANALITO        PIC X(20) VALUE SPACES.
       01 W-VALOR-X        PIC X(08) VALUE SPACES.
       01 W-VALOR-N REDEFINES W-VALOR-X  PIC 9(06)V99.
       01 W-MIN-X          PIC X(08) VALUE SPACES.
       01 W-MIN-N REDEFINES W-MIN-X      PIC 9(06)V99.
       01 W-MAX-X          PIC X(08) VALUE SPACES.
       01 W-MAX-N REDEFINES W-MAX-X      PIC 9(06)V99.
       01 W-UNIDADE        PIC X(10) VALUE SPACES.
       01 W-ULT-ITEM       PIC 9(02) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-QTD-TAB        PIC 9(03) VALUE ZEROS.
       01 W-CRM-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZZ.ZZ9,99.
       01 W-ED-MIN         PIC ZZZ.ZZ9,99.
       01 W-ED-MAX         PIC ZZZ.ZZ9,99.
       01 W-SITUACAO       PIC X(06) VALUE SPACES.

       01 TAB-CRM.
           03 TA-CRM PIC 9(06) OCCURS 200 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN INPUT RESLAB
           IF ST-ERRO-LAB NOT = "00"
              DISPLAY "SEM ARQUIVO RESLAB.TXT DO LABORATORIO HOJE"
              GO TO ROT-FIM-SEMARQ.

           OPEN I-O CADEXAME
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXAME: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              CLOSE RESLAB
              GO TO ROT-FIM-SEMARQ.

           OPEN I-O CADRESLAB
           IF ST-ERRO-RES = "30"
              OPEN OUTPUT CADRESLAB
              CLOSE CADRESLAB
              OPEN I-O CADRESLAB.
           IF ST-ERRO-RES NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESLAB: "
                      ST-ERRO-RES
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADMED
           IF ST-ERRO-MED = "00"
              MOVE "S" TO W-MED-ABERTO.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC = "00"
              MOVE "S" TO W-PAC-ABERTO.

           OPEN OUTPUT REJLAB
           IF ST-ERRO-REJ NOT = "00"
              DISPLAY "ERRO NA ABERTURA DOS REJEITADOS: " ST-ERRO-REJ
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTELAB.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

       R1.
           READ RESLAB
           AT END
              GO TO R3.
           ADD 1 TO W-CONT-LIDOS
           IF REG-LAB = SPACES
              GO TO R1.
           MOVE SPACES TO W-MOTIVO
           PERFORM VALIDA-LINHA THRU VALIDA-LINHA-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEITO
              GO TO R1.
           MOVE W-CRM-N TO EX-CRM
           MOVE W-DATA-N TO EX-DATA
           MOVE W-HORA-N TO EX-HORA
           MOVE W-SEQ-N TO EX-SEQ
           READ CADEXAME
           IF ST-ERRO = "23"
              MOVE "PEDIDO DE EXAME NAO ENCONTRADO" TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              GO TO R1.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADEXAME: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

      *------[ O MESMO ANALITO REENVIADO SOBREPOE O VALOR ANTERIOR ]----
       R2.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-ULT-ITEM
           MOVE EX-CRM TO RL-CRM
           MOVE EX-DATA TO RL-DATA
           MOVE EX-HORA TO RL-HORA
           MOVE EX-SEQ TO RL-SEQ
           MOVE ZEROS TO RL-ITEM
           START CADRESLAB KEY IS NOT LESS THAN RL-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO R2B.
       R2A.
           READ CADRESLAB NEXT RECORD
           IF ST-ERRO-RES NOT = "00"
              GO TO R2B.
           IF RL-CRM NOT = EX-CRM OR RL-DATA NOT = EX-DATA
              OR RL-HORA NOT = EX-HORA OR RL-SEQ NOT = EX-SEQ
              GO TO R2B.
           MOVE RL-ITEM TO W-ULT-ITEM
           IF RL-ANALITO = W-ANALITO
              MOVE "S" TO W-ACHOU
              GO TO R2C.
           GO TO R2A.
       R2B.
           IF W-ULT-ITEM NOT < 99
              MOVE "LAUDO COM MAIS DE 99 ANALITOS" TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              GO TO R1.
           MOVE EX-CRM TO RL-CRM
           MOVE EX-DATA TO RL-DATA
           MOVE EX-HORA TO RL-HORA
           MOVE EX-SEQ TO RL-SEQ
           ADD 1 W-ULT-ITEM GIVING RL-ITEM
           MOVE W-ANALITO TO RL-ANALITO.
       R2C.
           MOVE W-VALOR-N TO RL-VALOR
           MOVE W-MIN-N TO RL-REF-MIN
           MOVE W-MAX-N TO RL-REF-MAX
           MOVE W-UNIDADE TO RL-UNIDADE
           MOVE "N" TO RL-FAIXA
           IF RL-VALOR < RL-REF-MIN
              MOVE "B" TO RL-FAIXA.
           IF RL-REF-MAX > ZEROS AND RL-VALOR > RL-REF-MAX
              MOVE "A" TO RL-FAIXA.
           MOVE W-HOJE TO RL-DATA-IMPORT
           MOVE W-HOJE TO DATA-CADASTRO OF REGRESLAB
           IF W-ACHOU = "S"
              REWRITE REGRESLAB
           ELSE
              WRITE REGRESLAB.
           IF ST-ERRO-RES NOT = "00" AND ST-ERRO-RES NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADRESLAB: "
                      ST-ERRO-RES
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-GRAVADOS
           IF RL-FAIXA NOT = "N"
              ADD 1 TO W-CONT-FORA.

      *------[ PEDIDO PASSA A RESULTADO ENTREGUE ]----------------------
           IF EX-STATUS = "R"
              GO TO R1.
           MOVE "R" TO EX-STATUS
           MOVE W-HOJE TO EX-DATA-RESULT
           REWRITE REGEXAME
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADEXAME: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           GO TO R1.

      *------[ QUEBRA E CRITICA A LINHA DO LABORATORIO ]----------------
       VALIDA-LINHA.
           MOVE SPACES TO W-CRM-X W-DATA-X W-HORA-X W-SEQ-X W-ANALITO
                          W-VALOR-X W-MIN-X W-MAX-X W-UNIDADE
           UNSTRING REG-LAB DELIMITED BY ";"
               INTO W-CRM-X W-DATA-X W-HORA-X W-SEQ-X W-ANALITO
                    W-VALOR-X W-MIN-X W-MAX-X W-UNIDADE.
           IF W-CRM-X NOT NUMERIC
              MOVE "CRM NAO NUMERICO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-DATA-X NOT NUMERIC
              MOVE "DATA NAO NUMERICA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-HORA-X NOT NUMERIC
              MOVE "HORA NAO NUMERICA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-SEQ-X NOT NUMERIC
              MOVE "SEQUENCIA NAO NUMERICA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-ANALITO = SPACES
              MOVE "ANALITO EM BRANCO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-VALOR-X NOT NUMERIC
              MOVE "VALOR NAO NUMERICO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-MIN-X NOT NUMERIC OR W-MAX-X NOT NUMERIC
              MOVE "REFERENCIA NAO NUMERICA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-MAX-N > ZEROS AND W-MAX-N < W-MIN-N
              MOVE "REFERENCIA INVERTIDA" TO W-MOTIVO.
       VALIDA-LINHA-FIM.
           EXIT.

       GRAVA-REJEITO.
           MOVE SPACES TO REG-REJ
           STRING REG-LAB " MOTIVO: " W-MOTIVO
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ
           ADD 1 TO W-CONT-REJEITADOS.

      *------[ LISTA DE TRABALHO: VALORES FORA DA REFERENCIA ]----------
       R3.
           MOVE SPACES TO LINHA-REL
           STRING "RESULTADOS FORA DA REFERENCIA - IMPORTACAO DE "
                  W-HOJE DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO RL-CHAVE
           START CADRESLAB KEY IS NOT LESS THAN RL-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO R5.
       R3-LOOP.
           READ CADRESLAB NEXT RECORD
           IF ST-ERRO-RES NOT = "00"
              GO TO R5.
           IF RL-DATA-IMPORT NOT = W-HOJE OR RL-FAIXA = "N"
              GO TO R3-LOOP.
           MOVE 1 TO W-IND.
       R3-ACHA.
           IF W-IND > W-QTD-TAB
              IF W-QTD-TAB < 200
                 ADD 1 TO W-QTD-TAB
                 MOVE RL-CRM TO TA-CRM (W-QTD-TAB)
                 GO TO R3-LOOP
              ELSE
                 GO TO R3-LOOP.
           IF TA-CRM (W-IND) = RL-CRM
              GO TO R3-LOOP.
           ADD 1 TO W-IND
           GO TO R3-ACHA.

       R5.
           MOVE 1 TO W-IND.
       R5-LOOP.
           IF W-IND > W-QTD-TAB
              GO TO R9.
           MOVE TA-CRM (W-IND) TO W-CRM-ATUAL
           PERFORM LISTA-MEDICO THRU LISTA-MEDICO-FIM
           ADD 1 TO W-IND
           GO TO R5-LOOP.

       LISTA-MEDICO.
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
           MOVE W-CRM-ATUAL TO RL-CRM
           MOVE ZEROS TO RL-DATA RL-HORA RL-SEQ RL-ITEM
           START CADRESLAB KEY IS NOT LESS THAN RL-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO LISTA-MEDICO-FIM.
       LISTA-MEDICO1.
           READ CADRESLAB NEXT RECORD
           IF ST-ERRO-RES NOT = "00"
              GO TO LISTA-MEDICO-FIM.
           IF RL-CRM NOT = W-CRM-ATUAL
              GO TO LISTA-MEDICO-FIM.
           IF RL-DATA-IMPORT NOT = W-HOJE OR RL-FAIXA = "N"
              GO TO LISTA-MEDICO1.
           MOVE RL-CRM TO EX-CRM
           MOVE RL-DATA TO EX-DATA
           MOVE RL-HORA TO EX-HORA
           MOVE RL-SEQ TO EX-SEQ
           READ CADEXAME
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO EX-CPF.
           MOVE SPACES TO NOMEP
           IF W-PAC-ABERTO = "S"
              MOVE EX-CPF TO CPF
              READ CADPACI
              IF ST-ERRO-PAC NOT = "00"
                 MOVE SPACES TO NOMEP.
           MOVE "ACIMA " TO W-SITUACAO
           IF RL-FAIXA = "B"
              MOVE "ABAIXO" TO W-SITUACAO.
           MOVE RL-VALOR TO W-ED-VALOR
           MOVE RL-REF-MIN TO W-ED-MIN
           MOVE RL-REF-MAX TO W-ED-MAX
           MOVE SPACES TO LINHA-REL
           STRING "  " RL-DATA " CPF " EX-CPF " " NOMEP
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "     " RL-ANALITO " " W-ED-VALOR " " RL-UNIDADE
                  " REF " W-ED-MIN " A " W-ED-MAX "  " W-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-MEDICO1.
       LISTA-MEDICO-FIM.
           EXIT.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LINHAS LIDAS: " W-CONT-LIDOS
                  "  RESULTADOS GRAVADOS: " W-CONT-GRAVADOS
                  "  FORA DA REFERENCIA: " W-CONT-FORA
                  "  REJEITADAS: " W-CONT-REJEITADOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "LINHAS LIDAS DO LABORATORIO    : " W-CONT-LIDOS
           DISPLAY "RESULTADOS GRAVADOS            : " W-CONT-GRAVADOS
           DISPLAY "FORA DA REFERENCIA             : " W-CONT-FORA
           DISPLAY "LINHAS REJEITADAS              : "
                    W-CONT-REJEITADOS
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE RESLAB.
           CLOSE CADEXAME.
           CLOSE CADRESLAB.
           IF W-MED-ABERTO = "S"
              CLOSE CADMED.
           IF W-PAC-ABERTO = "S"
              CLOSE CADPACI.
           CLOSE REJLAB.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
