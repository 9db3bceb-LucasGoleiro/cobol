       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCARTAO.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * CARTAO DE DESCONTO NA COMPETENCIA PEDIDA (AAAAMM):     *
      * CARTOES DO CADCARTAO POR SITUACAO E BENEFICIARIOS DOS  *
      * ATIVOS, MENSALIDADES GERADAS NA COMPETENCIA E AS       *
      * RECEBIDAS NO MES (CADMENSAL), E OS DESCONTOS DADOS     *
      * NO FATURAMENTO DAS CONSULTAS DO MES (CADUSOCT), COM O  *
      * RESULTADO DO CARTAO (RECEBIDO MENOS DESCONTOS)         *
      *********************************************************

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

       SELECT CADMENSAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MN-CHAVE
                     FILE STATUS IS ST-ERRO-MEN.

       SELECT CADUSOCT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS UC-CHAVE
                     FILE STATUS IS ST-ERRO-USO.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCARTAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARTAO.DAT".
           COPY REGCARTAO.

       FD CADMENSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENSAL.DAT".
           COPY REGMENSAL.

       FD CADUSOCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOCT.DAT".
           COPY REGUSOCT.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MEN      PIC X(02) VALUE "00".
       01 ST-ERRO-USO      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-MEN-ABERTO     PIC X(01) VALUE "N".
       01 W-USO-ABERTO     PIC X(01) VALUE "N".
       01 WS-NOME-REL      PIC X(30) VALUE "RELCARTAO.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELCARTAO".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-DATA           PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
           03 W-DATA-AAAAMM PIC 9(06).
           03 W-DATA-DIA    PIC 9(02).
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-QTD-ATIVO      PIC 9(05) VALUE ZEROS.
       01 W-QTD-SUSP       PIC 9(05) VALUE ZEROS.
       01 W-QTD-CANC       PIC 9(05) VALUE ZEROS.
       01 W-QTD-BENEF      PIC 9(05) VALUE ZEROS.
       01 W-QTD-GER        PIC 9(05) VALUE ZEROS.
       01 W-VAL-GER        PIC 9(08)V99 VALUE ZEROS.
       01 W-QTD-REC        PIC 9(05) VALUE ZEROS.
       01 W-VAL-REC        PIC 9(08)V99 VALUE ZEROS.
       01 W-QTD-ABERTO     PIC 9(05) VALUE ZEROS.
       01 W-VAL-ABERTO     PIC 9(08)V99 VALUE ZEROS.
       01 W-QTD-USO        PIC 9(05) VALUE ZEROS.
       01 W-VAL-CHEIO      PIC 9(08)V99 VALUE ZEROS.
       01 W-VAL-DESC       PIC 9(08)V99 VALUE ZEROS.
       01 W-RESULTADO      PIC S9(08)V99 VALUE ZEROS.
       01 W-ED2            PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED3            PIC -ZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT W-COMPET.

       R0.
           OPEN INPUT CADCARTAO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARTAO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADMENSAL
           IF ST-ERRO-MEN = "00"
              MOVE "S" TO W-MEN-ABERTO.
           OPEN INPUT CADUSOCT
           IF ST-ERRO-USO = "00"
              MOVE "S" TO W-USO-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELCARTAO.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "CARTAO DE DESCONTO - COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ CARTOES POR SITUACAO ]-----------------------------------
       R1.
           MOVE ZEROS TO CT-CPF
           START CADCARTAO KEY IS NOT LESS THAN CT-CPF
           IF ST-ERRO NOT = "00"
              GO TO R2.
       R1-LOOP.
           READ CADCARTAO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2.
           IF CT-SITUACAO = "C"
              ADD 1 TO W-QTD-CANC
              GO TO R1-LOOP.
           IF CT-SITUACAO = "S"
              ADD 1 TO W-QTD-SUSP
              GO TO R1-LOOP.
           ADD 1 TO W-QTD-ATIVO
           ADD 1 TO W-QTD-BENEF
           MOVE ZEROS TO W-IND.
       R1-DEP.
           ADD 1 TO W-IND
           IF W-IND > 4
              GO TO R1-LOOP.
           IF CT-DEPENDENTE (W-IND) NOT = ZEROS
              ADD 1 TO W-QTD-BENEF.
           GO TO R1-DEP.

      *------[ MENSALIDADES GERADAS E RECEBIDAS ]-----------------------
       R2.
           IF W-MEN-ABERTO = "N"
              GO TO R3.
           MOVE ZEROS TO MN-CHAVE
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO-MEN NOT = "00"
              GO TO R3.
       R2-LOOP.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO-MEN NOT = "00"
              GO TO R3.
           IF MN-COMPET = W-COMPET
              ADD 1 TO W-QTD-GER
              ADD MN-VALOR TO W-VAL-GER
              IF MN-PAGO NOT = "S"
                 ADD 1 TO W-QTD-ABERTO
                 ADD MN-VALOR TO W-VAL-ABERTO
              END-IF
           END-IF.
           IF MN-PAGO NOT = "S"
              GO TO R2-LOOP.
           MOVE MN-DATA-PAGTO TO W-DATA
           IF W-DATA-AAAAMM = W-COMPET
              ADD 1 TO W-QTD-REC
              ADD MN-VALOR TO W-VAL-REC.
           GO TO R2-LOOP.

      *------[ DESCONTOS DADOS NAS CONSULTAS DO MES ]-------------------
       R3.
           IF W-USO-ABERTO = "N"
              GO TO R9.
           MOVE ZEROS TO UC-CHAVE
           START CADUSOCT KEY IS NOT LESS THAN UC-CHAVE
           IF ST-ERRO-USO NOT = "00"
              GO TO R9.
       R3-LOOP.
           READ CADUSOCT NEXT RECORD
           IF ST-ERRO-USO NOT = "00"
              GO TO R9.
           MOVE UC-DATA TO W-DATA
           IF W-DATA-AAAAMM NOT = W-COMPET
              GO TO R3-LOOP.
           ADD 1 TO W-QTD-USO
           ADD UC-VALOR-CHEIO TO W-VAL-CHEIO
           ADD UC-DESCONTO TO W-VAL-DESC
           GO TO R3-LOOP.

       R9.
           MOVE "  CARTOES" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    ATIVOS.........: " W-QTD-ATIVO
                  "   BENEFICIARIOS: " W-QTD-BENEF
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    SUSPENSOS......: " W-QTD-SUSP
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    CANCELADOS.....: " W-QTD-CANC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  MENSALIDADES" TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-GER TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "    GERADAS NA COMPETENCIA.: " W-QTD-GER
                  "   VALOR: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-ABERTO TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "    DESTAS, EM ABERTO......: " W-QTD-ABERTO
                  "   VALOR: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-REC TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "    RECEBIDAS NO MES.......: " W-QTD-REC
                  "   VALOR: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  DESCONTOS NO FATURAMENTO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-CHEIO TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "    CONSULTAS COM DESCONTO.: " W-QTD-USO
                  "   VALOR DE TABELA: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-DESC TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "    DESCONTOS CONCEDIDOS...: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           COMPUTE W-RESULTADO = W-VAL-REC - W-VAL-DESC
           MOVE W-RESULTADO TO W-ED3
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "RESULTADO DO CARTAO (RECEBIDO - DESCONTOS): " W-ED3
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADCARTAO.
           IF W-MEN-ABERTO = "S"
              CLOSE CADMENSAL.
           IF W-USO-ABERTO = "S"
              CLOSE CADUSOCT.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
