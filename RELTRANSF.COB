       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTRANSF.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * TRANSFERENCIAS ENTRE FILIAIS EM TRANSITO HA MAIS DE    *
      * DOIS DIAS UTEIS (CADTRANSF SITUACAO T), CONTADOS DO    *
      * DESPACHO ATE HOJE VIA ALURA01 NA MESMA REGRA DO        *
      * RELAGING, COM ORIGEM, DESTINO, VIAGEM DO CADVIAGEM E   *
      * OS ITENS. HAVENDO ATRASADA DEVOLVE CODIGO 4            *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTRANSF ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TF-NUMERO
                     FILE STATUS IS ST-ERRO.

       SELECT CADTRFIT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TI-CHAVE
                     FILE STATUS IS ST-ERRO-TIT.

       SELECT CADESTOQ ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EQ-CODIGO
                     FILE STATUS IS ST-ERRO-EST.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRANSF.DAT".
           COPY REGTRANSF.

       FD CADTRFIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRFIT.DAT".
           COPY REGTRFIT.

       FD CADESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
           COPY REGESTOQ.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-TIT      PIC X(02) VALUE "00".
       01 ST-ERRO-EST      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DIAS-UTEIS     PIC 9(04) VALUE ZEROS.
       01 W-DATA-REF       PIC 9(08) VALUE ZEROS.
       01 W-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01 W-EM-TRANSITO    PIC 9(05) VALUE ZEROS.
       01 W-ATRASADAS      PIC 9(05) VALUE ZEROS.
       01 WS-NOME-REL      PIC X(30) VALUE "RELTRANSF.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELTRANSF".

       01  WRK-DATA.
           02 WRK-ANO          PIC 9(04) VALUE ZEROS.
           02 WRK-MES          PIC 9(02) VALUE ZEROS.
           02 WRK-DIA          PIC 9(02) VALUE ZEROS.

       01  W-DIAS-MESX.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 28.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
       01  W-DIAS-MES REDEFINES W-DIAS-MESX.
           03 W-ULTDIA      PIC 9(02) OCCURS 12 TIMES.

       01  W-BISSEXTO       PIC 9(01) VALUE ZEROS.
       01  W-Z-A            PIC S9(06) VALUE ZEROS.
       01  W-Z-RESTO        PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN INPUT CADTRANSF
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTRANSF: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADTRFIT
           IF ST-ERRO-TIT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTRFIT: "
                      ST-ERRO-TIT
              MOVE 8 TO RETURN-CODE
              CLOSE CADTRANSF
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESTOQ: "
                      ST-ERRO-EST
              MOVE 8 TO RETURN-CODE
              CLOSE CADTRANSF
              CLOSE CADTRFIT
              GO TO ROT-FIM-SEMARQ.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELTRANSF.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "TRANSFERENCIAS NAO RECEBIDAS EM 2 DIAS UTEIS - "
                  W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       R1.
           MOVE ZEROS TO TF-NUMERO
           START CADTRANSF KEY IS NOT LESS THAN TF-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO R3.

       R2.
           READ CADTRANSF NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADTRANSF: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF TF-SITUACAO NOT = "T"
              GO TO R2.
           ADD 1 TO W-EM-TRANSITO
           PERFORM CONTA-DIAS-UTEIS THRU CONTA-DIAS-UTEIS-FIM
           IF W-DIAS-UTEIS NOT > 2
              GO TO R2.
           ADD 1 TO W-ATRASADAS
           MOVE SPACES TO LINHA-REL
           STRING "TRANSF " TF-NUMERO "  FILIAL " TF-ORIGEM
                  " -> " TF-DESTINO "  DESPACHO " TF-DESPACHO
                  " POR " TF-OPER-DESP "  " W-DIAS-UTEIS
                  " DIA(S) UTEIS"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF TF-PLACA NOT = SPACES
              MOVE SPACES TO LINHA-REL
              STRING "    VIAGEM " TF-PLACA " SAIDA " TF-VG-DATA
                     " " TF-VG-HORA " (SMP060)"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM
           GO TO R2.

       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EM TRANSITO: " W-EM-TRANSITO
                  "   ATRASADAS: " W-ATRASADAS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-ATRASADAS > ZEROS AND RETURN-CODE = ZEROS
              MOVE 4 TO RETURN-CODE.
           GO TO ROT-FIM.

      *------[ ITENS DA TRANSFERENCIA ]---------------------------------
       LISTA-ITENS.
           MOVE TF-NUMERO TO TI-NUMERO
           MOVE ZEROS TO TI-SEQ
           START CADTRFIT KEY IS NOT LESS THAN TI-CHAVE
           IF ST-ERRO-TIT NOT = "00"
              GO TO LISTA-ITENS-FIM.
       LISTA-ITENS1.
           READ CADTRFIT NEXT RECORD
           IF ST-ERRO-TIT NOT = "00"
              GO TO LISTA-ITENS-FIM.
           IF TI-NUMERO NOT = TF-NUMERO
              GO TO LISTA-ITENS-FIM.
           MOVE TI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO
              MOVE SPACES TO EQ-UNIDADE.
           MOVE SPACES TO LINHA-REL
           STRING "    " TI-ITEM "  " EQ-DESCRICAO "  " TI-QTD
                  " " EQ-UNIDADE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-ITENS1.
       LISTA-ITENS-FIM.
           EXIT.

      *------[ DIAS UTEIS ENTRE O DESPACHO E HOJE (ALURA01) ]-----------
       CONTA-DIAS-UTEIS.
           MOVE ZEROS TO W-DIAS-UTEIS
           MOVE TF-DESPACHO TO W-DATA-REF.
       CONTA-DIAS-UTEIS1.
           MOVE W-DATA-REF TO WRK-DATA
           PERFORM P-AVANCA-DIA
           MOVE WRK-DATA TO W-DATA-REF
           CALL "ALURA01" USING W-DATA-REF W-DATA-PROX
           MOVE W-DATA-PROX TO W-DATA-REF
           IF W-DATA-REF > W-HOJE
              GO TO CONTA-DIAS-UTEIS-FIM.
           ADD 1 TO W-DIAS-UTEIS
           IF W-DIAS-UTEIS < 2000
              GO TO CONTA-DIAS-UTEIS1.
       CONTA-DIAS-UTEIS-FIM.
           EXIT.

      *------[ AVANCA WRK-DATA EM UM DIA CORRIDO ]----------------------
       P-AVANCA-DIA.
           MOVE ZEROS TO W-BISSEXTO
           DIVIDE WRK-ANO BY 4 GIVING W-Z-A REMAINDER W-Z-RESTO
           IF W-Z-RESTO = ZEROS
              MOVE 1 TO W-BISSEXTO
              DIVIDE WRK-ANO BY 100 GIVING W-Z-A REMAINDER W-Z-RESTO
              IF W-Z-RESTO = ZEROS
                 MOVE ZEROS TO W-BISSEXTO
                 DIVIDE WRK-ANO BY 400 GIVING W-Z-A REMAINDER W-Z-RESTO
                 IF W-Z-RESTO = ZEROS
                    MOVE 1 TO W-BISSEXTO.

           IF W-BISSEXTO = 1
              MOVE 29 TO W-ULTDIA(2)
           ELSE
              MOVE 28 TO W-ULTDIA(2).

           ADD 1 TO WRK-DIA
           IF WRK-DIA > W-ULTDIA(WRK-MES)
              MOVE 1 TO WRK-DIA
              ADD 1 TO WRK-MES
              IF WRK-MES > 12
                 MOVE 1 TO WRK-MES
                 ADD 1 TO WRK-ANO.

       ROT-FIM.
           CLOSE CADTRANSF.
           CLOSE CADTRFIT.
           CLOSE CADESTOQ.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
