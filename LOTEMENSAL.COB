       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEMENSAL.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * MENSALIDADES DO CARTAO DE DESCONTO: PARA A COMPETENCIA *
      * PEDIDA (AAAAMM) GERA NO CADMENSAL A MENSALIDADE DE     *
      * CADA CARTAO NAO CANCELADO DO CADCARTAO JA INICIADO E   *
      * AINDA SEM ELA, VENCENDO NO DIA DO INICIO DO CARTAO     *
      * (NO MAXIMO DIA 28). EM SEGUIDA SUSPENDE (SITUACAO S)   *
      * O CARTAO ATIVO COM MENSALIDADE VENCIDA E NAO RECEBIDA; *
      * A BAIXA NO SMP085 O REATIVA. RELATORIO DAS GERADAS E   *
      * DAS SUSPENSOES. RODAR DE NOVO NA MESMA COMPETENCIA SO  *
      * GERA AS QUE FALTAM. NAO RODA COM A COMPETENCIA FECHADA *
      * NA CONTABILIDADE (SMP080) - CODIGO 4                   *
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

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MEN      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-COMPET-ANO PIC 9(04).
           03 W-COMPET-MES PIC 9(02).
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-PER-DATA       PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-INICIO         PIC 9(08) VALUE ZEROS.
       01 W-INICIO-R REDEFINES W-INICIO.
           03 W-INICIO-AAAAMM PIC 9(06).
           03 W-INICIO-DIA    PIC 9(02).
       01 W-VENC           PIC 9(08) VALUE ZEROS.
       01 W-VENC-R REDEFINES W-VENC.
           03 W-VENC-AAAAMM   PIC 9(06).
           03 W-VENC-DIA      PIC 9(02).
       01 W-CPF-ANT        PIC 9(11) VALUE ZEROS.
       01 W-QTD-GER        PIC 9(05) VALUE ZEROS.
       01 W-VAL-GER        PIC 9(08)V99 VALUE ZEROS.
       01 W-QTD-SUSP       PIC 9(05) VALUE ZEROS.
       01 W-ED1            PIC ZZZ.ZZ9,99.
       01 W-ED2            PIC ZZ.ZZZ.ZZ9,99.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEMENSAL.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEMENSAL".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "COMPETENCIA DAS MENSALIDADES (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET-ANO < 2000 OR W-COMPET-MES < 1
              OR W-COMPET-MES > 12
              DISPLAY "COMPETENCIA INVALIDA: " W-COMPET
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           COMPUTE W-PER-DATA = W-COMPET * 100 + 1
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              DISPLAY "COMPETENCIA FECHADA NA CONTABILIDADE (SMP080)"
              MOVE 4 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN I-O CADCARTAO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARTAO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADMENSAL
           IF ST-ERRO-MEN NOT = "00"
              IF ST-ERRO-MEN = "30"
                 OPEN OUTPUT CADMENSAL
                 CLOSE CADMENSAL
                 OPEN I-O CADMENSAL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMENSAL: "
                         ST-ERRO-MEN
                 MOVE 8 TO RETURN-CODE
                 CLOSE CADCARTAO
                 GO TO ROT-FIM-SEMARQ.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEMENSAL.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "MENSALIDADES DO CARTAO DE DESCONTO - COMPETENCIA "
                  W-COMPET
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  MENSALIDADES GERADAS" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  TITULAR     P VENCIMENTO      VALOR"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

      *------[ GERACAO DA COMPETENCIA ]---------------------------------
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
              GO TO R1-LOOP.
           MOVE CT-DATA-INICIO TO W-INICIO
           IF W-INICIO-AAAAMM > W-COMPET
              GO TO R1-LOOP.
           IF CT-ULT-COMPET NOT < W-COMPET
              GO TO R1-LOOP.
           MOVE W-COMPET TO W-VENC-AAAAMM
           MOVE W-INICIO-DIA TO W-VENC-DIA
           IF W-VENC-DIA > 28
              MOVE 28 TO W-VENC-DIA.
           IF W-VENC-DIA = ZEROS
              MOVE 01 TO W-VENC-DIA.
           MOVE CT-CPF TO MN-CPF
           MOVE W-COMPET TO MN-COMPET
           MOVE W-VENC TO MN-VENCIMENTO
           MOVE CT-MENSALIDADE TO MN-VALOR
           MOVE "N" TO MN-PAGO
           MOVE ZEROS TO MN-DATA-PAGTO
           MOVE W-HOJE TO DATA-CADASTRO OF REGMENSAL
           WRITE REGMENSAL
           IF ST-ERRO-MEN = "22"
              GO TO R1-ULT.
           IF ST-ERRO-MEN NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CADMENSAL: " ST-ERRO-MEN
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-GER
           ADD MN-VALOR TO W-VAL-GER
           MOVE MN-VALOR TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " CT-CPF " " CT-PLANO " " MN-VENCIMENTO "  " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       R1-ULT.
           MOVE W-COMPET TO CT-ULT-COMPET
           REWRITE REGCARTAO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO CADCARTAO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           GO TO R1-LOOP.

      *------[ SUSPENSAO POR MENSALIDADE VENCIDA EM ABERTO ]------------
       R2.
           MOVE W-VAL-GER TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "  GERADAS: " W-QTD-GER "   VALOR: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  CARTOES SUSPENSOS" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  TITULAR     COMPET VENCIMENTO      VALOR"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO MN-CHAVE W-CPF-ANT
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO-MEN NOT = "00"
              GO TO R9.
       R2-LOOP.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO-MEN NOT = "00"
              GO TO R9.
           IF MN-PAGO = "S" OR MN-VENCIMENTO NOT < W-HOJE
              GO TO R2-LOOP.
      *    UMA SUSPENSAO POR TITULAR, PELA MENSALIDADE MAIS ANTIGA
           IF MN-CPF = W-CPF-ANT
              GO TO R2-LOOP.
           MOVE MN-CPF TO W-CPF-ANT CT-CPF
           READ CADCARTAO
           IF ST-ERRO NOT = "00"
              GO TO R2-LOOP.
           IF CT-SITUACAO NOT = "A"
              GO TO R2-LOOP.
           MOVE "S" TO CT-SITUACAO
           MOVE W-HOJE TO CT-DATA-SITUACAO
           REWRITE REGCARTAO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO CADCARTAO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-QTD-SUSP
           MOVE MN-VALOR TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " CT-CPF " " MN-COMPET " " MN-VENCIMENTO "  " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R2-LOOP.

       R9.
           MOVE SPACES TO LINHA-REL
           STRING "  SUSPENSOS: " W-QTD-SUSP
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "MENSALIDADES GERADAS: " W-QTD-GER
                   "  CARTOES SUSPENSOS: " W-QTD-SUSP
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADCARTAO.
           CLOSE CADMENSAL.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
