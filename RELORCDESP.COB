       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORCDESP.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * ORCADO X REALIZADO DAS DESPESAS DO MES: POR CATEGORIA  *
      * DO CADPAGAR, O ORCAMENTO DO SMP081 (CADORCDESP), O     *
      * PAGO NO MES (AP-DATA-PAGTO) E O A PAGAR EM ABERTO COM  *
      * VENCIMENTO ATE O FIM DO MES, A VARIACAO EM VALOR       *
      * (REALIZADO - ORCADO) E EM PERCENTUAL, NO MES E NO      *
      * ACUMULADO DO ANO. FILIAL 00 TRAZ A CLINICA TODA; OUTRA *
      * FILIAL SO O SEU ORCAMENTO E OS SEUS TITULOS            *
      * (AP-FILIAL). CATEGORIA ACIMA DO ORCAMENTO MAIS QUE O   *
      * LIMITE DO CADPARAM "ORCLIMITE" (PERCENTUAL, PADRAO 10) *
      * SAI DESTACADA. OS VALES DO FUNDO FIXO (CADVALE) ENTRAM *
      * COMO PAGOS NA DATA DO VALE, NA CATEGORIA DE CADA UM; O *
      * TITULO DE REPOSICAO (CATEGORIA 8) NAO E DESPESA        *
      *********************************************************

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
                     FILE STATUS IS ST-ERRO-ORC.

       SELECT CADPAGAR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AP-CHAVE
                     FILE STATUS IS ST-ERRO-PGR.

       SELECT CADVALE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VL-CHAVE
                     FILE STATUS IS ST-ERRO-VAL.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADORCDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCDESP.DAT".
           COPY REGORCDESP.

       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY REGPAGAR.

       FD CADVALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVALE.DAT".
           COPY REGVALE.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO-ORC      PIC X(02) VALUE "00".
       01 ST-ERRO-PGR      PIC X(02) VALUE "00".
       01 ST-ERRO-VAL      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-PGR-ABERTO     PIC X(01) VALUE "N".
       01 W-VAL-ABERTO     PIC X(01) VALUE "N".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-FILIAL         PIC 9(02) VALUE ZEROS.
       01 W-ANO            PIC 9(04) VALUE ZEROS.
       01 W-MES            PIC 9(02) VALUE ZEROS.
       01 W-COMPET-REG     PIC 9(06) VALUE ZEROS.
       01 W-ANO-REG        PIC 9(04) VALUE ZEROS.
       01 W-MES-REG        PIC 9(02) VALUE ZEROS.
       01 W-LIMITE         PIC 9(03) VALUE 10.
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-PER            PIC 9(01) VALUE ZEROS.
       01 W-REALIZADO      PIC 9(09)V99 VALUE ZEROS.
       01 W-VARIACAO       PIC S9(09)V99 VALUE ZEROS.
       01 W-PERC-VAR       PIC S9(05)V99 VALUE ZEROS.
       01 W-DESTAQUE       PIC X(20) VALUE SPACES.
       01 W-CAT-TXT        PIC X(12) VALUE SPACES.
       01 W-PER-TXT        PIC X(04) VALUE SPACES.
       01 W-PERC-TXT       PIC X(09) VALUE SPACES.
       01 W-CONT-ACIMA     PIC 9(02) VALUE ZEROS.
       01 W-ED-ORC         PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-PAGO        PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-APAGAR      PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-VAR         PIC -ZZ.ZZZ.ZZ9,99.
       01 W-ED-PERC        PIC -ZZZZ9,99.
       01 WS-NOME-REL      PIC X(30) VALUE "RELORCDESP.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELORCDESP".

       01 TAB-CATX.
           03 FILLER       PIC X(12) VALUE "ALUGUEL".
           03 FILLER       PIC X(12) VALUE "LABORATORIO".
           03 FILLER       PIC X(12) VALUE "ADQUIRENTE".
           03 FILLER       PIC X(12) VALUE "MATERIAL".
           03 FILLER       PIC X(12) VALUE "SERVICOS".
           03 FILLER       PIC X(12) VALUE "IMPOSTOS".
           03 FILLER       PIC X(12) VALUE "CATEGORIA 7".
           03 FILLER       PIC X(12) VALUE "FUNDO FIXO".
           03 FILLER       PIC X(12) VALUE "OUTROS".
       01 TAB-CAT REDEFINES TAB-CATX.
           03 W-CAT        PIC X(12) OCCURS 9 TIMES.

      *------[ ACUMULADORES: CATEGORIA 10 = TOTAL, PERIODO ]-----------
      *------[ (1)=MES (2)=ACUMULADO DO ANO               ]-----------
       01 TAB-ORC.
           03 W-LIN-CAT OCCURS 10 TIMES.
               05 W-LIN-PER OCCURS 2 TIMES.
                   07 W-ORCADO     PIC 9(09)V99.
                   07 W-PAGO       PIC 9(09)V99.
                   07 W-APAGAR     PIC 9(09)V99.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO ORCAMENTO (AAAAMM): "
           ACCEPT W-COMPET
           DIVIDE W-COMPET BY 100 GIVING W-ANO REMAINDER W-MES
           IF W-COMPET = ZEROS OR W-MES = ZEROS OR W-MES > 12
              DISPLAY "COMPETENCIA INVALIDA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           DISPLAY "FILIAL (00 = CLINICA TODA): "
           ACCEPT W-FILIAL
           MOVE ZEROS TO TAB-ORC.

           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "ORCLIMITE" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 1000
                    MOVE PA-VALOR TO W-LIMITE
                 END-IF
              END-IF
              CLOSE CADPARAM.

       R0.
           OPEN INPUT CADORCDESP
           IF ST-ERRO-ORC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADORCDESP: "
                      ST-ERRO-ORC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADPAGAR
           IF ST-ERRO-PGR = "00"
              MOVE "S" TO W-PGR-ABERTO.
           OPEN INPUT CADVALE
           IF ST-ERRO-VAL = "00"
              MOVE "S" TO W-VAL-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELORCDESP.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

      *------[ ORCADO DO ANO ATE O MES PEDIDO ]-------------------------
       R1.
           MOVE W-ANO TO OD-ANO
           MOVE ZEROS TO OD-MES OD-CATEGORIA OD-FILIAL
           START CADORCDESP KEY IS NOT LESS THAN OD-CHAVE
           IF ST-ERRO-ORC NOT = "00"
              GO TO R2.
       R1-LOOP.
           READ CADORCDESP NEXT RECORD
           IF ST-ERRO-ORC NOT = "00"
              GO TO R2.
           IF OD-ANO NOT = W-ANO OR OD-MES > W-MES
              GO TO R2.
           IF W-FILIAL NOT = ZEROS AND OD-FILIAL NOT = W-FILIAL
              GO TO R1-LOOP.
           IF OD-CATEGORIA = ZEROS OR OD-CATEGORIA > 9
              GO TO R1-LOOP.
           MOVE OD-CATEGORIA TO W-IND
           ADD OD-VALOR TO W-ORCADO (W-IND, 2)
           IF OD-MES = W-MES
              ADD OD-VALOR TO W-ORCADO (W-IND, 1).
           GO TO R1-LOOP.

      *------[ PAGO E A PAGAR DO CADPAGAR ]-----------------------------
       R2.
           IF W-PGR-ABERTO = "N"
              GO TO R2A.
           MOVE SPACES TO AP-CHAVE
           START CADPAGAR KEY IS NOT LESS THAN AP-CHAVE
           IF ST-ERRO-PGR NOT = "00"
              GO TO R2A.
       R2-LOOP.
           READ CADPAGAR NEXT RECORD
           IF ST-ERRO-PGR NOT = "00"
              GO TO R2A.
           IF AP-CATEGORIA = ZEROS OR AP-CATEGORIA > 9
              GO TO R2-LOOP.
      *    REPOSICAO DO FUNDO FIXO: A DESPESA ESTA NOS VALES
           IF AP-CATEGORIA = 8
              GO TO R2-LOOP.
           IF AP-FILIAL NOT NUMERIC
              MOVE ZEROS TO AP-FILIAL.
           IF W-FILIAL NOT = ZEROS AND AP-FILIAL NOT = W-FILIAL
              GO TO R2-LOOP.
           MOVE AP-CATEGORIA TO W-IND
           IF AP-PAGO = "S"
              DIVIDE AP-DATA-PAGTO BY 100 GIVING W-COMPET-REG
           ELSE
              DIVIDE AP-VENCIMENTO BY 100 GIVING W-COMPET-REG.
           DIVIDE W-COMPET-REG BY 100 GIVING W-ANO-REG
                  REMAINDER W-MES-REG
      *    EM ABERTO E VENCIDO EM ANO ANTERIOR ENTRA NO ACUMULADO
           IF AP-PAGO NOT = "S" AND W-ANO-REG < W-ANO
              ADD AP-VALOR TO W-APAGAR (W-IND, 2)
              GO TO R2-LOOP.
           IF W-ANO-REG NOT = W-ANO OR W-MES-REG > W-MES
              GO TO R2-LOOP.
           IF AP-PAGO = "S"
              ADD AP-VALOR TO W-PAGO (W-IND, 2)
           ELSE
              ADD AP-VALOR TO W-APAGAR (W-IND, 2).
           IF W-MES-REG NOT = W-MES
              GO TO R2-LOOP.
           IF AP-PAGO = "S"
              ADD AP-VALOR TO W-PAGO (W-IND, 1)
           ELSE
              ADD AP-VALOR TO W-APAGAR (W-IND, 1).
           GO TO R2-LOOP.

      *------[ VALES DO FUNDO FIXO: PAGOS NA DATA DO VALE ]-------------
       R2A.
           IF W-VAL-ABERTO = "N"
              GO TO R3.
           MOVE ZEROS TO VL-FILIAL VL-NUMERO
           IF W-FILIAL NOT = ZEROS
              MOVE W-FILIAL TO VL-FILIAL.
           START CADVALE KEY IS NOT LESS THAN VL-CHAVE
           IF ST-ERRO-VAL NOT = "00"
              GO TO R3.
       R2A-LOOP.
           READ CADVALE NEXT RECORD
           IF ST-ERRO-VAL NOT = "00"
              GO TO R3.
           IF W-FILIAL NOT = ZEROS AND VL-FILIAL NOT = W-FILIAL
              GO TO R3.
           IF VL-CATEGORIA = ZEROS OR VL-CATEGORIA > 9
              GO TO R2A-LOOP.
           MOVE VL-CATEGORIA TO W-IND
           DIVIDE VL-DATA BY 100 GIVING W-COMPET-REG
           DIVIDE W-COMPET-REG BY 100 GIVING W-ANO-REG
                  REMAINDER W-MES-REG
           IF W-ANO-REG NOT = W-ANO OR W-MES-REG > W-MES
              GO TO R2A-LOOP.
           ADD VL-VALOR TO W-PAGO (W-IND, 2)
           IF W-MES-REG = W-MES
              ADD VL-VALOR TO W-PAGO (W-IND, 1).
           GO TO R2A-LOOP.

      *------[ IMPRESSAO ]----------------------------------------------
       R3.
           MOVE SPACES TO LINHA-REL
           STRING "ORCADO X REALIZADO DAS DESPESAS - COMPETENCIA "
                  W-COMPET "  FILIAL " W-FILIAL
                  "  LIMITE DE DESTAQUE " W-LIMITE "%"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CATEGORIA    PER         ORCADO          PAGO"
                  "       A PAGAR       VARIACAO     VAR %"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       R3-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 9
              GO TO R4.
           IF W-ORCADO (W-IND, 2) = ZEROS AND W-PAGO (W-IND, 2) = ZEROS
              AND W-APAGAR (W-IND, 2) = ZEROS
              GO TO R3-LOOP.
           ADD W-ORCADO (W-IND, 1) TO W-ORCADO (10, 1)
           ADD W-PAGO (W-IND, 1) TO W-PAGO (10, 1)
           ADD W-APAGAR (W-IND, 1) TO W-APAGAR (10, 1)
           ADD W-ORCADO (W-IND, 2) TO W-ORCADO (10, 2)
           ADD W-PAGO (W-IND, 2) TO W-PAGO (10, 2)
           ADD W-APAGAR (W-IND, 2) TO W-APAGAR (10, 2)
           MOVE W-CAT (W-IND) TO W-CAT-TXT
           MOVE 1 TO W-PER
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
           MOVE SPACES TO W-CAT-TXT
           MOVE 2 TO W-PER
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
           GO TO R3-LOOP.

       R4.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL" TO W-CAT-TXT
           MOVE 10 TO W-IND
           MOVE 1 TO W-PER
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
           MOVE SPACES TO W-CAT-TXT
           MOVE 2 TO W-PER
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LINHAS ACIMA DO LIMITE: " W-CONT-ACIMA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

      *------[ UMA LINHA DA CATEGORIA W-IND NO PERIODO W-PER ]----------
       IMPRIME-LINHA.
           IF W-PER = 1
              MOVE "MES" TO W-PER-TXT
           ELSE
              MOVE "ANO" TO W-PER-TXT.
           COMPUTE W-REALIZADO = W-PAGO (W-IND, W-PER)
                               + W-APAGAR (W-IND, W-PER)
           COMPUTE W-VARIACAO = W-REALIZADO - W-ORCADO (W-IND, W-PER)
           MOVE SPACES TO W-DESTAQUE
           IF W-ORCADO (W-IND, W-PER) = ZEROS
              MOVE "SEM ORC." TO W-PERC-TXT
              IF W-REALIZADO > ZEROS AND W-IND < 10
                 MOVE "<<< SEM ORCAMENTO" TO W-DESTAQUE
                 ADD 1 TO W-CONT-ACIMA
                 GO TO IMPRIME-LINHA-1
              ELSE
                 GO TO IMPRIME-LINHA-1.
           COMPUTE W-PERC-VAR ROUNDED =
                   W-VARIACAO * 100 / W-ORCADO (W-IND, W-PER)
           MOVE W-PERC-VAR TO W-ED-PERC
           MOVE W-ED-PERC TO W-PERC-TXT
           IF W-PERC-VAR > W-LIMITE AND W-IND < 10
              MOVE "<<< ACIMA DO LIMITE" TO W-DESTAQUE
              ADD 1 TO W-CONT-ACIMA.
       IMPRIME-LINHA-1.
           MOVE W-ORCADO (W-IND, W-PER) TO W-ED-ORC
           MOVE W-PAGO (W-IND, W-PER) TO W-ED-PAGO
           MOVE W-APAGAR (W-IND, W-PER) TO W-ED-APAGAR
           MOVE W-VARIACAO TO W-ED-VAR
           MOVE SPACES TO LINHA-REL
           STRING W-CAT-TXT " " W-PER-TXT " " W-ED-ORC " " W-ED-PAGO
                  " " W-ED-APAGAR " " W-ED-VAR " " W-PERC-TXT " "
                  W-DESTAQUE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       IMPRIME-LINHA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADORCDESP.
           IF W-PGR-ABERTO = "S"
              CLOSE CADPAGAR.
           IF W-VAL-ABERTO = "S"
              CLOSE CADVALE.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
