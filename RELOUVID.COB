       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOUVID.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * CASOS DE OUVIDORIA VENCIDOS (RODADA DIARIA): LISTA OS  *
      * CASOS DA CADOUVID AINDA ABERTOS OU EM ANALISE CUJO     *
      * PRAZO JA PASSOU, COM OS DIAS UTEIS DE ATRASO (ALURA01),*
      * O PACIENTE (CADPACI), A CATEGORIA E O RESPONSAVEL      *
      * (CADOPER), E FECHA COM O TOTAL DE VENCIDOS POR         *
      * RESPONSAVEL PARA A COBRANCA DA COORDENACAO             *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOUVID ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OV-NUMERO
                     ALTERNATE RECORD KEY IS OV-CPF WITH DUPLICATES
                     ALTERNATE RECORD KEY IS OV-AG-CHAVE
                                             WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT CADOPER ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OPERADOR
                     FILE STATUS IS ST-ERRO-OPE.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADOUVID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVID.DAT".
           COPY REGOUVID.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
           03 OPERADOR            PIC X(08).
           03 SENHA               PIC X(08).
           03 OPE-NOME            PIC X(30).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-OPE      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-PAC-ABERTO     PIC X(01) VALUE "N".
       01 W-OPE-ABERTO     PIC X(01) VALUE "N".
       01 WS-NOME-REL      PIC X(30) VALUE "RELOUVID.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELOUVID".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DIAS-UTEIS     PIC 9(04) VALUE ZEROS.
       01 W-DATA-REF       PIC 9(08) VALUE ZEROS.
       01 W-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-QTD-TAB        PIC 9(03) VALUE ZEROS.
       01 W-CAT-IND        PIC 9(02) VALUE ZEROS.
       01 W-CAT-DESC       PIC X(20) VALUE SPACES.
       01 W-TOT-VENC       PIC 9(05) VALUE ZEROS.
       01 W-TOT-ABERTOS    PIC 9(05) VALUE ZEROS.
       01 W-ED-DIAS        PIC ZZZ9.
       01 W-ED-QTD         PIC ZZZZ9.

       01 TAB-CATX.
           03 FILLER PIC X(21) VALUE "1COBRANCA/FATURA     ".
           03 FILLER PIC X(21) VALUE "2ATENDIMENTO         ".
           03 FILLER PIC X(21) VALUE "3EXAME               ".
           03 FILLER PIC X(21) VALUE "4AGENDAMENTO/ESPERA  ".
           03 FILLER PIC X(21) VALUE "5ESTRUTURA           ".
           03 FILLER PIC X(21) VALUE "9OUTROS              ".
       01 TAB-CAT REDEFINES TAB-CATX.
           03 TB-CAT OCCURS 6 TIMES.
               05 TB-CAT-COD  PIC 9(01).
               05 TB-CAT-DESC PIC X(20).

      *------[ VENCIDOS POR RESPONSAVEL ]-------------------------------
       01 TAB-RESP.
           03 TR-OCORR OCCURS 100 TIMES.
               05 TR-OPERADOR       PIC X(08).
               05 TR-QTD            PIC 9(05).
               05 TR-MAIOR-ATRASO   PIC 9(04).

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
       01 W-BISSEXTO       PIC 9(01) VALUE ZEROS.
       01 W-Z-A            PIC 9(04) VALUE ZEROS.
       01 W-Z-RESTO        PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN INPUT CADOUVID
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOUVID: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC = "00"
              MOVE "S" TO W-PAC-ABERTO.
           OPEN INPUT CADOPER
           IF ST-ERRO-OPE = "00"
              MOVE "S" TO W-OPE-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELOUVID.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "OUVIDORIA - CASOS COM PRAZO VENCIDO EM " W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CASO     ABERTURA PRAZO    ATRASO(DU) ST CATEGORIA"
             TO LINHA-REL
           MOVE "           RESPONSAVEL CPF         PACIENTE"
             TO LINHA-REL (52:)
           WRITE LINHA-REL.

      *------[ CASOS ABERTOS OU EM ANALISE COM PRAZO PASSADO ]----------
       R1.
           MOVE ZEROS TO OV-NUMERO
           START CADOUVID KEY IS NOT LESS THAN OV-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R1-LOOP.
           READ CADOUVID NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3.
           IF OV-STATUS NOT = "A" AND OV-STATUS NOT = "N"
              GO TO R1-LOOP.
           ADD 1 TO W-TOT-ABERTOS
           IF OV-PRAZO NOT < W-HOJE
              GO TO R1-LOOP.
           ADD 1 TO W-TOT-VENC
           PERFORM CONTA-DIAS-UTEIS THRU CONTA-DIAS-UTEIS-FIM
           PERFORM ACUM-RESP THRU ACUM-RESP-FIM
           PERFORM BUSCA-CATEG THRU BUSCA-CATEG-FIM
           MOVE SPACES TO NOMEP
           IF W-PAC-ABERTO = "S"
              MOVE OV-CPF TO CPF
              READ CADPACI
              IF ST-ERRO-PAC NOT = "00"
                 MOVE "PACIENTE NAO CADASTRADO" TO NOMEP.
           MOVE W-DIAS-UTEIS TO W-ED-DIAS
           MOVE SPACES TO LINHA-REL
           STRING OV-NUMERO " " OV-DATA-ABERTURA " " OV-PRAZO
                  "  " W-ED-DIAS "      " OV-STATUS "  " W-CAT-DESC
                  " " OV-RESPONSAVEL "    " OV-CPF " " NOMEP
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "         " OV-DESCRICAO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R1-LOOP.

      *------[ DIAS UTEIS ENTRE O PRAZO E HOJE (ALURA01) ]--------------
       CONTA-DIAS-UTEIS.
           MOVE ZEROS TO W-DIAS-UTEIS
           MOVE OV-PRAZO TO W-DATA-REF.
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

      *------[ ACUMULA O VENCIDO NO RESPONSAVEL ]-----------------------
       ACUM-RESP.
           MOVE 1 TO W-IND.
       ACUM-RESP1.
           IF W-IND > W-QTD-TAB
              GO TO ACUM-RESP2.
           IF TR-OPERADOR (W-IND) = OV-RESPONSAVEL
              GO TO ACUM-RESP3.
           ADD 1 TO W-IND
           GO TO ACUM-RESP1.
       ACUM-RESP2.
           IF W-QTD-TAB NOT < 100
              GO TO ACUM-RESP-FIM.
           ADD 1 TO W-QTD-TAB
           MOVE W-QTD-TAB TO W-IND
           MOVE OV-RESPONSAVEL TO TR-OPERADOR (W-IND)
           MOVE ZEROS TO TR-QTD (W-IND) TR-MAIOR-ATRASO (W-IND).
       ACUM-RESP3.
           ADD 1 TO TR-QTD (W-IND)
           IF W-DIAS-UTEIS > TR-MAIOR-ATRASO (W-IND)
              MOVE W-DIAS-UTEIS TO TR-MAIOR-ATRASO (W-IND).
       ACUM-RESP-FIM.
           EXIT.

       BUSCA-CATEG.
           MOVE SPACES TO W-CAT-DESC
           MOVE 1 TO W-CAT-IND.
       BUSCA-CATEG1.
           IF W-CAT-IND > 6
              GO TO BUSCA-CATEG-FIM.
           IF TB-CAT-COD (W-CAT-IND) = OV-CATEGORIA
              MOVE TB-CAT-DESC (W-CAT-IND) TO W-CAT-DESC
              GO TO BUSCA-CATEG-FIM.
           ADD 1 TO W-CAT-IND
           GO TO BUSCA-CATEG1.
       BUSCA-CATEG-FIM.
           EXIT.

      *------[ QUADRO POR RESPONSAVEL E TOTAIS ]------------------------
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "VENCIDOS POR RESPONSAVEL" TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND.
       R3-LOOP.
           IF W-IND > W-QTD-TAB
              GO TO R4.
           MOVE SPACES TO OPE-NOME
           IF W-OPE-ABERTO = "S"
              MOVE TR-OPERADOR (W-IND) TO OPERADOR
              READ CADOPER
              IF ST-ERRO-OPE NOT = "00"
                 MOVE "OPERADOR NAO CADASTRADO" TO OPE-NOME.
           MOVE TR-QTD (W-IND) TO W-ED-QTD
           MOVE TR-MAIOR-ATRASO (W-IND) TO W-ED-DIAS
           MOVE SPACES TO LINHA-REL
           STRING "  " TR-OPERADOR (W-IND) " " OPE-NOME
                  "  CASOS " W-ED-QTD
                  "  MAIOR ATRASO " W-ED-DIAS " DU"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-IND
           GO TO R3-LOOP.

       R4.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-ABERTOS TO W-ED-QTD
           MOVE SPACES TO LINHA-REL
           STRING "CASOS ABERTOS/EM ANALISE: " W-ED-QTD
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-VENC TO W-ED-QTD
           MOVE SPACES TO LINHA-REL
           STRING "CASOS COM PRAZO VENCIDO : " W-ED-QTD
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADOUVID.
           IF W-PAC-ABERTO = "S"
              CLOSE CADPACI.
           IF W-OPE-ABERTO = "S"
              CLOSE CADOPER.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.

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
