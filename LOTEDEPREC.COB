       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEDEPREC.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * DEPRECIACAO MENSAL DO PATRIMONIO: PARA A COMPETENCIA   *
      * PEDIDA, CADA BEM DO CADPATRIM JA ADQUIRIDO, AINDA NAO  *
      * VENDIDO/BAIXADO NO MES E COM SALDO A DEPRECIAR RECEBE  *
      * A QUOTA LINEAR (VALOR DE AQUISICAO / VIDA UTIL EM      *
      * MESES, A ULTIMA LIMITADA AO SALDO), GRAVADA EM         *
      * CADDEPREC PARA O RELDRE E ACUMULADA NO PROPRIO BEM.    *
      * BEM JA DEPRECIADO NA COMPETENCIA OU EM COMPETENCIA     *
      * POSTERIOR E PULADO, ENTAO REPROCESSAR O MES NAO        *
      * DUPLICA. EMITE O DEMONSTRATIVO POR BEM E O TOTAL POR   *
      * CATEGORIA. COMPETENCIA FECHADA NA CONTABILIDADE        *
      * (SMP080) NAO E PROCESSADA (CODIGO 4)                   *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPATRIM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PT-PLAQUETA
                     ALTERNATE RECORD KEY IS PT-LOCAL WITH DUPLICATES
                     ALTERNATE RECORD KEY IS PT-PLACA WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADDEPREC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DP-CHAVE
                     FILE STATUS IS ST-ERRO-DEP.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPATRIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATRIM.DAT".
           COPY REGPATRIM.

       FD CADDEPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEPREC.DAT".
           COPY REGDEPREC.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-DEP      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEDEPREC.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEDEPREC".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-AUTO    PIC 9(06) IS EXTERNAL VALUE ZEROS.
       01 W-COMPET-REG     PIC 9(06) VALUE ZEROS.
       01 W-PER-DATA       PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-SALDO          PIC 9(08)V99 VALUE ZEROS.
       01 W-QUOTA          PIC 9(08)V99 VALUE ZEROS.
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-DEPREC    PIC 9(06) VALUE ZEROS.
       01 W-CONT-JA        PIC 9(06) VALUE ZEROS.
       01 W-CONT-QUITADO   PIC 9(06) VALUE ZEROS.
       01 W-TOT-GERAL      PIC 9(10)V99 VALUE ZEROS.
       01 W-ED1            PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED2            PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED3            PIC ZZ.ZZZ.ZZ9,99.

       01 TAB-CATX.
           03 FILLER       PIC X(22) VALUE "EQUIPAMENTO MEDICO".
           03 FILLER       PIC X(22) VALUE "INFORMATICA".
           03 FILLER       PIC X(22) VALUE "MOVEIS E UTENSILIOS".
           03 FILLER       PIC X(22) VALUE "VEICULOS".
           03 FILLER       PIC X(22) VALUE "INSTALACOES".
           03 FILLER       PIC X(22) VALUE SPACES.
           03 FILLER       PIC X(22) VALUE SPACES.
           03 FILLER       PIC X(22) VALUE SPACES.
           03 FILLER       PIC X(22) VALUE "OUTROS".
       01 TAB-CAT REDEFINES TAB-CATX.
           03 W-CAT        PIC X(22) OCCURS 9 TIMES.
       01 TAB-TOT-CAT.
           03 W-TOT-CAT    PIC 9(10)V99 OCCURS 9 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
      *    RODANDO SOB O LOTENOIT A COMPETENCIA VEM DERIVADA NO
      *    CAMPO EXTERNAL; NA CONSOLE SEGUE A PERGUNTA DE SEMPRE
           IF W-COMPET-AUTO NOT = ZEROS
              MOVE W-COMPET-AUTO TO W-COMPET
              GO TO INICIO-1.
           DISPLAY "COMPETENCIA DA DEPRECIACAO (AAAAMM): "
           ACCEPT W-COMPET.
       INICIO-1.
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           COMPUTE W-PER-DATA = W-COMPET * 100 + 1
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              DISPLAY "COMPETENCIA " W-COMPET
                      " FECHADA NA CONTABILIDADE (SMP080)"
              MOVE 4 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE ZEROS TO TAB-TOT-CAT.

       R0.
           OPEN I-O CADPATRIM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPATRIM: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADDEPREC
           IF ST-ERRO-DEP = "35"
              OPEN OUTPUT CADDEPREC
              CLOSE CADDEPREC
              OPEN I-O CADDEPREC.
           IF ST-ERRO-DEP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDEPREC: "
                      ST-ERRO-DEP
              CLOSE CADPATRIM
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEDEPREC.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "DEPRECIACAO DO PATRIMONIO - COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PLAQUETA DESCRICAO                      CT"
                  "    VALOR AQUIS.   QUOTA DO MES     ACUMULADA"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       R1.
           MOVE ZEROS TO PT-PLAQUETA
           START CADPATRIM KEY IS NOT LESS THAN PT-PLAQUETA
           IF ST-ERRO NOT = "00"
              GO TO R9.
       R1-LOOP.
           READ CADPATRIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R9.
           ADD 1 TO W-CONT-LIDOS
      *    AINDA NAO ADQUIRIDO NA COMPETENCIA
           DIVIDE PT-DATA-AQUIS BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG > W-COMPET
              GO TO R1-LOOP.
      *    VENDIDO OU BAIXADO ATE A COMPETENCIA NAO DEPRECIA MAIS
           IF PT-SITUACAO NOT = "A"
              DIVIDE PT-DATA-BAIXA BY 100 GIVING W-COMPET-REG
              IF W-COMPET-REG NOT > W-COMPET
                 GO TO R1-LOOP.
           IF PT-ULT-COMPET NOT < W-COMPET
              ADD 1 TO W-CONT-JA
              GO TO R1-LOOP.
           IF PT-VIDA-MESES = ZEROS OR PT-CATEGORIA = ZEROS
              OR PT-CATEGORIA > 9
              GO TO R1-LOOP.
           COMPUTE W-SALDO = PT-VALOR-AQUIS - PT-DEPREC-ACUM
           IF W-SALDO = ZEROS
              ADD 1 TO W-CONT-QUITADO
              GO TO R1-LOOP.
           COMPUTE W-QUOTA ROUNDED = PT-VALOR-AQUIS / PT-VIDA-MESES
           IF W-QUOTA > W-SALDO
              MOVE W-SALDO TO W-QUOTA.

           MOVE W-COMPET TO DP-COMPET
           MOVE PT-PLAQUETA TO DP-PLAQUETA
           MOVE PT-CATEGORIA TO DP-CATEGORIA
           MOVE PT-FILIAL TO DP-FILIAL
           MOVE W-QUOTA TO DP-VALOR
           COMPUTE DP-ACUMULADA = PT-DEPREC-ACUM + W-QUOTA
           ACCEPT DATA-CADASTRO OF REGDEPREC FROM DATE YYYYMMDD
           WRITE REGDEPREC
           IF ST-ERRO-DEP = "22"
              ADD 1 TO W-CONT-JA
              GO TO R1-LOOP.
           IF ST-ERRO-DEP NOT = "00" AND ST-ERRO-DEP NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADDEPREC: "
                      ST-ERRO-DEP
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE DP-ACUMULADA TO PT-DEPREC-ACUM
           MOVE W-COMPET TO PT-ULT-COMPET
           REWRITE REGPATRIM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPATRIM: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-DEPREC
           MOVE PT-CATEGORIA TO W-IND
           ADD W-QUOTA TO W-TOT-CAT (W-IND)
           ADD W-QUOTA TO W-TOT-GERAL
           MOVE PT-VALOR-AQUIS TO W-ED1
           MOVE W-QUOTA TO W-ED2
           MOVE PT-DEPREC-ACUM TO W-ED3
           MOVE SPACES TO LINHA-REL
           STRING PT-PLAQUETA "   " PT-DESCRICAO " " PT-CATEGORIA
                  " " W-ED1 "  " W-ED2 " " W-ED3
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R1-LOOP.

      *------[ TOTAIS POR CATEGORIA E RESUMO ]--------------------------
       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL POR CATEGORIA" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       R9-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 9
              GO TO R9-FIM.
           IF W-TOT-CAT (W-IND) = ZEROS
              GO TO R9-LOOP.
           MOVE W-TOT-CAT (W-IND) TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "  " W-CAT (W-IND) " " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R9-LOOP.
       R9-FIM.
           MOVE W-TOT-GERAL TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "  TOTAL DA COMPETENCIA  " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "BENS LIDOS: " W-CONT-LIDOS
                  "  DEPRECIADOS: " W-CONT-DEPREC
                  "  JA PROCESSADOS: " W-CONT-JA
                  "  TOTALMENTE DEPRECIADOS: " W-CONT-QUITADO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "DEPRECIACAO " W-COMPET ": " W-CONT-DEPREC
                   " BENS, " W-ED2
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADPATRIM.
           CLOSE CADDEPREC.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
