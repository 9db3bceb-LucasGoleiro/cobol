       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCANCEL.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * CANCELAMENTOS E RECEITA PERDIDA NA COMPETENCIA: VARRE  *
      * AS CONSULTAS CANCELADAS (STATUS 40) DA CADAGENDA, PEGA *
      * O MOTIVO GRAVADO PELO SMP015/LOTEAUSEN (CADCANCEL) E O *
      * LADO DELE (PACIENTE OU CLINICA, CADMOTCAN), E VALORIZA *
      * CADA UMA PELO PRECO DO CADPRECO VIGENTE NA DATA DA     *
      * CONSULTA, NO CONVENIO DO PACIENTE (OU NA TABELA 0000   *
      * DO PARTICULAR). LISTA AS CANCELADAS DO LADO DA CLINICA *
      * COM SUBTOTAL POR CRM E FECHA COM OS TOTAIS POR MOTIVO  *
      * E POR CONVENIO                                         *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADCANCEL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CN-CHAVE
                     FILE STATUS IS ST-ERRO-CAN.

       SELECT CADMOTCAN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MC-CODIGO
                     FILE STATUS IS ST-ERRO-MCA.

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

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT CADPRECO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PR-CHAVE
                     FILE STATUS IS ST-ERRO-PRC.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADCANCEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCANCEL.DAT".
           COPY REGCANCEL.

       FD CADMOTCAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTCAN.DAT".
           COPY REGMOTCAN.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).
           03 ESPECIALIDADE    PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 PAC-RESTO1     PIC X(10).
          03 CONVENIO       PIC 9(04).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGO           PIC 9(04).
           03 CNV-NOME         PIC X(30).

       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
           COPY REGPRECO.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-CAN      PIC X(02) VALUE "00".
       01 ST-ERRO-MCA      PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-CNV      PIC X(02) VALUE "00".
       01 ST-ERRO-PRC      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-CAN-ABERTO     PIC X(01) VALUE "N".
       01 W-MCA-ABERTO     PIC X(01) VALUE "N".
       01 W-CNV-ABERTO     PIC X(01) VALUE "N".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-AG      PIC 9(06) VALUE ZEROS.
       01 WS-NOME-REL      PIC X(30) VALUE "RELCANCEL.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELCANCEL".
       01 W-PROCEDIMENTO   PIC 9(04) VALUE 0001.
       01 W-PROC-TELE      PIC 9(04) VALUE 0002.

      *------[ DADOS DA CANCELADA CORRENTE ]----------------------------
       01 W-MOTIVO         PIC 9(02) VALUE ZEROS.
       01 W-LADO           PIC X(01) VALUE SPACES.
       01 W-DESC-MOT       PIC X(30) VALUE SPACES.
       01 W-CONV           PIC 9(04) VALUE ZEROS.
       01 W-PROC-BUSCA     PIC 9(04) VALUE ZEROS.
       01 W-PRECO-OK       PIC X(01) VALUE "N".
       01 W-PRECO-VAL      PIC 9(06)V99 VALUE ZEROS.

      *------[ SUBTOTAL DO CRM E TOTAL GERAL ]--------------------------
       01 W-CRM-ATU        PIC 9(06) VALUE ZEROS.
       01 W-NOME-ATU       PIC X(30) VALUE SPACES.
       01 W-C-QTD          PIC 9(05) VALUE ZEROS.
       01 W-C-PAC          PIC 9(05) VALUE ZEROS.
       01 W-C-CLI          PIC 9(05) VALUE ZEROS.
       01 W-C-VALOR        PIC 9(08)V99 VALUE ZEROS.
       01 W-C-VAL-CLI      PIC 9(08)V99 VALUE ZEROS.
       01 W-T-QTD          PIC 9(05) VALUE ZEROS.
       01 W-T-PAC          PIC 9(05) VALUE ZEROS.
       01 W-T-CLI          PIC 9(05) VALUE ZEROS.
       01 W-T-SEMPRECO     PIC 9(05) VALUE ZEROS.
       01 W-T-VALOR        PIC 9(08)V99 VALUE ZEROS.
       01 W-T-VAL-CLI      PIC 9(08)V99 VALUE ZEROS.
       01 W-ED1            PIC ZZZ.ZZZ.ZZ9,99.
       01 W-ED2            PIC ZZZ.ZZZ.ZZ9,99.
       01 W-VALOR-ED       PIC ZZZ.ZZ9,99.
       01 W-IND            PIC 9(03) VALUE ZEROS.

      *------[ TOTAIS POR MOTIVO (INDICE = MOTIVO + 1; 1 = SEM) ]-------
       01 TAB-MOTIVO.
           03 TB-MOTIVO OCCURS 100 TIMES.
               05 TB-M-QTD       PIC 9(05).
               05 TB-M-VALOR     PIC 9(08)V99.

      *------[ TOTAIS POR CONVENIO (0000 = PARTICULAR) ]----------------
       01 TAB-CONV.
           03 TB-CONV OCCURS 200 TIMES.
               05 TB-C-COD       PIC 9(04).
               05 TB-C-QTD       PIC 9(05).
               05 TB-C-CLI       PIC 9(05).
               05 TB-C-VALOR     PIC 9(08)V99.
       01 W-QTD-CNV        PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE ZEROS TO TAB-MOTIVO TAB-CONV.

       R0.
           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED: "
                      ST-ERRO-MED
              MOVE 8 TO RETURN-CODE
              CLOSE CADAGENDA
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              CLOSE CADAGENDA
              CLOSE CADMED
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADPRECO
           IF ST-ERRO-PRC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPRECO: "
                      ST-ERRO-PRC
              MOVE 8 TO RETURN-CODE
              CLOSE CADAGENDA
              CLOSE CADMED
              CLOSE CADPACI
              GO TO ROT-FIM-SEMARQ.

      *    SEM CADCANCEL/CADMOTCAN AS CANCELADAS SAEM "SEM MOTIVO"
           OPEN INPUT CADCANCEL
           IF ST-ERRO-CAN = "00"
              MOVE "S" TO W-CAN-ABERTO.
           OPEN INPUT CADMOTCAN
           IF ST-ERRO-MCA = "00"
              MOVE "S" TO W-MCA-ABERTO.
           OPEN INPUT CADCONV
           IF ST-ERRO-CNV = "00"
              MOVE "S" TO W-CNV-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELCANCEL.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "CANCELAMENTOS E RECEITA PERDIDA - COMPETENCIA "
                  W-COMPET DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CANCELADAS DO LADO DA CLINICA" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  CRM    DATA     HORA CPF         CONV MOTIVO"
                  "                            VALOR"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

      *------[ CADAGENDA VEM EM ORDEM DE CRM + DATA + HORA ]------------
       R1.
           MOVE ZEROS TO AG-CHAVE
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.

       R2.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO R3.
           DIVIDE AG-DATA BY 100 GIVING W-COMPET-AG
           IF W-COMPET-AG NOT = W-COMPET
              GO TO R2.
           IF AG-STATUS NOT = 40
              GO TO R2.
           IF AG-CRM NOT = W-CRM-ATU
              PERFORM FECHA-CRM THRU FECHA-CRM-FIM
              PERFORM INICIA-CRM THRU INICIA-CRM-FIM.
           PERFORM PROCESSA THRU PROCESSA-FIM
           GO TO R2.

       R3.
           PERFORM FECHA-CRM THRU FECHA-CRM-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-T-VALOR TO W-ED1
           MOVE W-T-VAL-CLI TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL CANCELADAS: " W-T-QTD "  PACIENTE: " W-T-PAC
                  "  CLINICA: " W-T-CLI "  PERDIDO: " W-ED1
                  "  DA CLINICA: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-T-SEMPRECO > ZEROS
              MOVE SPACES TO LINHA-REL
              STRING "CANCELADAS SEM PRECO VIGENTE (VALOR ZERO): "
                     W-T-SEMPRECO DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           PERFORM LISTA-MOTIVO THRU LISTA-MOTIVO-FIM
           PERFORM LISTA-CONV THRU LISTA-CONV-FIM
           GO TO ROT-FIM.

       INICIA-CRM.
           MOVE AG-CRM TO W-CRM-ATU
           MOVE ZEROS TO W-C-QTD W-C-PAC W-C-CLI W-C-VALOR W-C-VAL-CLI
           MOVE AG-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED = "00"
              MOVE NOME TO W-NOME-ATU
           ELSE
              MOVE "MEDICO NAO CADASTRADO" TO W-NOME-ATU.
       INICIA-CRM-FIM.
           EXIT.

      *------[ MOTIVO, CONVENIO E VALOR DA CANCELADA ]------------------
       PROCESSA.
           PERFORM BUSCA-MOTIVO THRU BUSCA-MOTIVO-FIM
      *    SEM CONVENIO (OU PARTICULAR NO AGENDAMENTO) = TABELA 0000
           MOVE ZEROS TO W-CONV
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC = "00" AND AG-PARTICULAR NOT = "S"
              MOVE CONVENIO TO W-CONV.
           MOVE W-PROCEDIMENTO TO W-PROC-BUSCA
           IF AG-MODALIDADE = "T" OR AG-MODALIDADE = "t"
              MOVE W-PROC-TELE TO W-PROC-BUSCA
              PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
              IF W-PRECO-OK = "N"
                 MOVE W-PROCEDIMENTO TO W-PROC-BUSCA
                 PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
              END-IF
           ELSE
              PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM.
           IF W-PRECO-OK = "N"
              ADD 1 TO W-T-SEMPRECO.

           ADD 1 TO W-C-QTD W-T-QTD
           ADD W-PRECO-VAL TO W-C-VALOR W-T-VALOR
           COMPUTE W-IND = W-MOTIVO + 1
           ADD 1 TO TB-M-QTD (W-IND)
           ADD W-PRECO-VAL TO TB-M-VALOR (W-IND)
           PERFORM ACUM-CONV THRU ACUM-CONV-FIM
           IF W-LADO = "P"
              ADD 1 TO W-C-PAC W-T-PAC.
           IF W-LADO NOT = "C"
              GO TO PROCESSA-FIM.
           ADD 1 TO W-C-CLI W-T-CLI
           ADD W-PRECO-VAL TO W-C-VAL-CLI W-T-VAL-CLI
           MOVE W-PRECO-VAL TO W-VALOR-ED
           MOVE SPACES TO LINHA-REL
           STRING "  " AG-CRM " " AG-DATA " " AG-HORA " " AG-CPF " "
                  W-CONV " " W-MOTIVO "-" W-DESC-MOT " " W-VALOR-ED
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       PROCESSA-FIM.
           EXIT.

      *------[ MOTIVO GRAVADO E LADO DELE (P/C; BRANCO = SEM) ]---------
       BUSCA-MOTIVO.
           MOVE ZEROS TO W-MOTIVO
           MOVE SPACES TO W-LADO
           MOVE "SEM MOTIVO REGISTRADO" TO W-DESC-MOT
           IF W-CAN-ABERTO = "N"
              GO TO BUSCA-MOTIVO-FIM.
           MOVE AG-CRM TO CN-CRM
           MOVE AG-DATA TO CN-DATA
           MOVE AG-HORA TO CN-HORA
           READ CADCANCEL
           IF ST-ERRO-CAN NOT = "00"
              GO TO BUSCA-MOTIVO-FIM.
           MOVE CN-MOTIVO TO W-MOTIVO
           MOVE "MOTIVO NAO CADASTRADO" TO W-DESC-MOT
           IF W-MCA-ABERTO = "N"
              GO TO BUSCA-MOTIVO-FIM.
           MOVE CN-MOTIVO TO MC-CODIGO
           READ CADMOTCAN
           IF ST-ERRO-MCA NOT = "00"
              GO TO BUSCA-MOTIVO-FIM.
           MOVE MC-DESCRICAO TO W-DESC-MOT
           MOVE MC-LADO TO W-LADO.
       BUSCA-MOTIVO-FIM.
           EXIT.

      *------[ PRECO VIGENTE NA DATA DA CONSULTA (MAIOR VIGENCIA ]------
      *------[ QUE NAO PASSA DE AG-DATA), COMO NO LOTEFAT        ]------
       BUSCA-PRECO.
           MOVE "N" TO W-PRECO-OK
           MOVE ZEROS TO W-PRECO-VAL
           MOVE W-CONV TO PR-CODIGOC
           MOVE W-PROC-BUSCA TO PR-PROCEDIMENTO
           MOVE ZEROS TO PR-VIGENCIA
           START CADPRECO KEY IS NOT LESS THAN PR-CHAVE
           IF ST-ERRO-PRC NOT = "00"
              GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO1.
           READ CADPRECO NEXT RECORD
           IF ST-ERRO-PRC NOT = "00"
              GO TO BUSCA-PRECO-FIM.
           IF PR-CODIGOC NOT = W-CONV
              OR PR-PROCEDIMENTO NOT = W-PROC-BUSCA
              GO TO BUSCA-PRECO-FIM.
           IF PR-VIGENCIA > AG-DATA
              GO TO BUSCA-PRECO-FIM.
           MOVE "S" TO W-PRECO-OK
           MOVE PR-VALOR TO W-PRECO-VAL
           GO TO BUSCA-PRECO1.
       BUSCA-PRECO-FIM.
           EXIT.

      *------[ ACUMULA NA TABELA POR CONVENIO ]-------------------------
       ACUM-CONV.
           MOVE 1 TO W-IND.
       ACUM-CONV1.
           IF W-IND > W-QTD-CNV
              GO TO ACUM-CONV2.
           IF TB-C-COD (W-IND) = W-CONV
              GO TO ACUM-CONV3.
           ADD 1 TO W-IND
           GO TO ACUM-CONV1.
       ACUM-CONV2.
           IF W-QTD-CNV NOT < 200
              GO TO ACUM-CONV-FIM.
           ADD 1 TO W-QTD-CNV
           MOVE W-QTD-CNV TO W-IND
           MOVE W-CONV TO TB-C-COD (W-IND).
       ACUM-CONV3.
           ADD 1 TO TB-C-QTD (W-IND)
           ADD W-PRECO-VAL TO TB-C-VALOR (W-IND)
           IF W-LADO = "C"
              ADD 1 TO TB-C-CLI (W-IND).
       ACUM-CONV-FIM.
           EXIT.

      *------[ SUBTOTAL DO CRM ]----------------------------------------
       FECHA-CRM.
           IF W-CRM-ATU = ZEROS
              GO TO FECHA-CRM-FIM.
           MOVE W-C-VALOR TO W-ED1
           MOVE W-C-VAL-CLI TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "  CRM " W-CRM-ATU " " W-NOME-ATU (1:25) " CANC: "
                  W-C-QTD
                  " PAC: " W-C-PAC " CLIN: " W-C-CLI " PERDIDO: "
                  W-ED1 " CLIN: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       FECHA-CRM-FIM.
           EXIT.

      *------[ TOTAIS POR MOTIVO ]--------------------------------------
       LISTA-MOTIVO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAIS POR MOTIVO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  MOTIVO                             LADO      QTD"
                  "  VALOR PERDIDO" DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       LISTA-MOTIVO1.
           ADD 1 TO W-IND
           IF W-IND > 100
              GO TO LISTA-MOTIVO-FIM.
           IF TB-M-QTD (W-IND) = ZEROS
              GO TO LISTA-MOTIVO1.
           COMPUTE W-MOTIVO = W-IND - 1
           MOVE SPACES TO W-LADO
           MOVE "SEM MOTIVO REGISTRADO" TO W-DESC-MOT
           IF W-MOTIVO > ZEROS
              MOVE "MOTIVO NAO CADASTRADO" TO W-DESC-MOT
              IF W-MCA-ABERTO = "S"
                 MOVE W-MOTIVO TO MC-CODIGO
                 READ CADMOTCAN
                 IF ST-ERRO-MCA = "00"
                    MOVE MC-DESCRICAO TO W-DESC-MOT
                    MOVE MC-LADO TO W-LADO.
           MOVE TB-M-VALOR (W-IND) TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " W-MOTIVO "-" W-DESC-MOT "   " W-LADO "    "
                  TB-M-QTD (W-IND) " " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-MOTIVO1.
       LISTA-MOTIVO-FIM.
           EXIT.

      *------[ TOTAIS POR CONVENIO ]------------------------------------
       LISTA-CONV.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAIS POR CONVENIO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  CONV NOME                            QTD CLINICA"
                  "  VALOR PERDIDO" DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       LISTA-CONV1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-CNV
              GO TO LISTA-CONV-FIM.
           MOVE SPACES TO CNV-NOME
           IF TB-C-COD (W-IND) = ZEROS
              MOVE "PARTICULAR" TO CNV-NOME
           ELSE
              IF W-CNV-ABERTO = "S"
                 MOVE TB-C-COD (W-IND) TO CODIGO
                 READ CADCONV
                 IF ST-ERRO-CNV NOT = "00"
                    MOVE "CONVENIO NAO CADASTRADO" TO CNV-NOME.
           MOVE TB-C-VALOR (W-IND) TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " TB-C-COD (W-IND) " " CNV-NOME " "
                  TB-C-QTD (W-IND) "   " TB-C-CLI (W-IND) " " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-CONV1.
       LISTA-CONV-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAGENDA.
           CLOSE CADMED.
           CLOSE CADPACI.
           CLOSE CADPRECO.
           IF W-CAN-ABERTO = "S"
              CLOSE CADCANCEL.
           IF W-MCA-ABERTO = "S"
              CLOSE CADMOTCAN.
           IF W-CNV-ABERTO = "S"
              CLOSE CADCONV.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
