       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDURAC.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * TEMPOS REAIS DO ATENDIMENTO NA COMPETENCIA: PARA CADA  *
      * CRM, COM AS CONSULTAS ATENDIDAS QUE TEM CHAMADA E      *
      * TERMINO REGISTRADOS NO SMP015 (CADTEMPO), MOSTRA A     *
      * ESPERA MEDIA DA CHEGADA (CHECK-IN) ATE A CHAMADA, A    *
      * DURACAO MEDIA REAL CONTRA A CADASTRADA (MED-DURACAO,   *
      * SENAO EP-DURACAO, SENAO 30) E EM QUANTOS DIAS O MEDICO *
      * PASSOU DO FIM DA ESCALA (CADESCALA). FECHA COM O       *
      * RESUMO POR ESPECIALIDADE                               *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTEMPO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TM-CHAVE
                     FILE STATUS IS ST-ERRO-TMP.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT CADESPEC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EP-CODIGO
                     FILE STATUS IS ST-ERRO-EPC.

       SELECT CADESCALA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EC-CHAVE
                     FILE STATUS IS ST-ERRO-ESC.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADTEMPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTEMPO.DAT".
           COPY REGTEMPO.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).
           03 ESPECIALIDADE    PIC 9(02).
           03 MED-RESTO        PIC X(59).
           03 MED-SITUACAO     PIC X(01).
           03 MED-RESTO2       PIC X(28).
           03 MED-DURACAO      PIC 9(03).

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
           COPY REGESPEC.

       FD CADESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESCALA.DAT".
       01 REGESCALA.
           03 EC-CHAVE.
               05 EC-CRM         PIC 9(06).
               05 EC-DIASEM      PIC 9(01).
           03 EC-HORAINI         PIC 9(04).
           03 EC-HORAFIM         PIC 9(04).
           03 EC-DISPONIVEL      PIC X(01).
           03 EC-TELE            PIC X(01).
           03 EC-SALA            PIC 9(02).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-TMP      PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-EPC      PIC X(02) VALUE "00".
       01 ST-ERRO-ESC      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-EPC-ABERTO     PIC X(01) VALUE "N".
       01 W-ESC-ABERTO     PIC X(01) VALUE "N".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-TM      PIC 9(06) VALUE ZEROS.
       01 WS-NOME-REL      PIC X(30) VALUE "RELDURAC.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELDURAC".

      *------[ ACUMULADORES DO CRM CORRENTE ]---------------------------
       01 W-CRM-ATU        PIC 9(06) VALUE ZEROS.
       01 W-NOME-ATU       PIC X(30) VALUE SPACES.
       01 W-ESP-ATU        PIC 9(02) VALUE ZEROS.
       01 W-PADRAO-ATU     PIC 9(03) VALUE ZEROS.
       01 W-DATA-ATU       PIC 9(08) VALUE ZEROS.
       01 W-MAX-FIM        PIC 9(04) VALUE ZEROS.
       01 W-QTD-CONS       PIC 9(05) VALUE ZEROS.
       01 W-QTD-ESPERA     PIC 9(05) VALUE ZEROS.
       01 W-SOMA-ESPERA    PIC 9(07) VALUE ZEROS.
       01 W-SOMA-DUR       PIC 9(07) VALUE ZEROS.
       01 W-DIAS-ATEND     PIC 9(03) VALUE ZEROS.
       01 W-DIAS-EXCEDE    PIC 9(03) VALUE ZEROS.

      *------[ CONVERSAO HHMM EM MINUTOS ]------------------------------
       01 W-HHMM           PIC 9(04) VALUE ZEROS.
       01 W-MINUTOS        PIC 9(05) VALUE ZEROS.
       01 W-HH-G           PIC 9(02) VALUE ZEROS.
       01 W-MM-G           PIC 9(02) VALUE ZEROS.
       01 W-MIN-CHEG       PIC 9(05) VALUE ZEROS.
       01 W-MIN-CHAM       PIC 9(05) VALUE ZEROS.
       01 W-MIN-FIM        PIC 9(05) VALUE ZEROS.

      *------[ MEDIAS E CAMPOS EDITADOS DA LINHA ]----------------------
       01 W-MEDIA-ESPERA   PIC 9(04) VALUE ZEROS.
       01 W-MEDIA-DUR      PIC 9(04) VALUE ZEROS.
       01 W-MEDIA-PADRAO   PIC 9(04) VALUE ZEROS.
       01 W-QTD-ED         PIC ZZZZ9.
       01 W-ESPERA-ED      PIC ZZZ9.
       01 W-DUR-ED         PIC ZZZ9.
       01 W-PADRAO-ED      PIC ZZZ9.
       01 W-DIAS-ED        PIC ZZ9.
       01 W-ATEND-ED       PIC ZZ9.
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-TOTAL-CRM      PIC 9(04) VALUE ZEROS.

      *------[ TOTAIS POR ESPECIALIDADE (INDICE = CODIGO) ]-------------
       01 TAB-ESPEC.
          03 TB-ESPEC OCCURS 99 TIMES.
             05 TB-E-CONS       PIC 9(06).
             05 TB-E-QTD-ESP    PIC 9(06).
             05 TB-E-ESPERA     PIC 9(08).
             05 TB-E-DUR        PIC 9(08).
             05 TB-E-PADRAO     PIC 9(08).
             05 TB-E-DIAS       PIC 9(04).
             05 TB-E-EXCEDE     PIC 9(04).

       01  WRK-DATA.
           02 WRK-ANO          PIC 9(04) VALUE ZEROS.
           02 WRK-MES          PIC 9(02) VALUE ZEROS.
           02 WRK-DIA          PIC 9(02) VALUE ZEROS.

      *------[ CAMPOS DO CALCULO DE DIA DA SEMANA (ZELLER) ]-----------
       01  W-Z-A            PIC S9(06) VALUE ZEROS.
       01  W-Z-Y            PIC S9(06) VALUE ZEROS.
       01  W-Z-M            PIC S9(06) VALUE ZEROS.
       01  W-Z-T1           PIC S9(06) VALUE ZEROS.
       01  W-Z-T2           PIC S9(06) VALUE ZEROS.
       01  W-Z-T3           PIC S9(06) VALUE ZEROS.
       01  W-Z-T4           PIC S9(06) VALUE ZEROS.
       01  W-Z-TERMO        PIC S9(08) VALUE ZEROS.
       01  W-Z-RESTO        PIC 9(02) VALUE ZEROS.
       01  W-DOW            PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE ZEROS TO TAB-ESPEC.

       R0.
           OPEN INPUT CADTEMPO
           IF ST-ERRO-TMP = "30" OR ST-ERRO-TMP = "35"
              DISPLAY "SEM TEMPOS DE CONSULTA REGISTRADOS (SMP015)"
              GO TO ROT-FIM-SEMARQ.
           IF ST-ERRO-TMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTEMPO: "
                      ST-ERRO-TMP
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              CLOSE CADTEMPO
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED: "
                      ST-ERRO-MED
              MOVE 8 TO RETURN-CODE
              CLOSE CADTEMPO
              CLOSE CADAGENDA
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADESPEC
           IF ST-ERRO-EPC = "00"
              MOVE "S" TO W-EPC-ABERTO.
           OPEN INPUT CADESCALA
           IF ST-ERRO-ESC = "00"
              MOVE "S" TO W-ESC-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELDURAC.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "TEMPOS REAIS DO ATENDIMENTO - COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CRM    MEDICO                    ESP CONSULT"
                  " ESPERA DURACAO PADRAO  DIAS EXCEDEU"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "                                            "
                  "  (MIN)   (MIN)  (MIN)     ESCALA"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

      *------[ CADTEMPO JA VEM EM ORDEM DE CRM + DATA + HORA ]----------
       R1.
           MOVE ZEROS TO TM-CHAVE
           START CADTEMPO KEY IS NOT LESS THAN TM-CHAVE
           IF ST-ERRO-TMP NOT = "00"
              GO TO R3.

       R2.
           READ CADTEMPO NEXT RECORD
           IF ST-ERRO-TMP = "10"
              GO TO R3.
           IF ST-ERRO-TMP NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADTEMPO: "
                      ST-ERRO-TMP
              MOVE 8 TO RETURN-CODE
              GO TO R3.
           DIVIDE TM-DATA BY 100 GIVING W-COMPET-TM
           IF W-COMPET-TM NOT = W-COMPET
              GO TO R2.
           IF TM-HORA-CHAMADA = ZEROS OR TM-HORA-FIM < TM-HORA-CHAMADA
              GO TO R2.
      *    SO CONTA A CONSULTA QUE AINDA ESTA ATENDIDA
           MOVE TM-CRM TO AG-CRM
           MOVE TM-DATA TO AG-DATA
           MOVE TM-HORA TO AG-HORA
           READ CADAGENDA
           IF ST-ERRO NOT = "00"
              GO TO R2.
           IF AG-STATUS NOT = 30
              GO TO R2.
           IF TM-CRM NOT = W-CRM-ATU
              PERFORM FECHA-CRM THRU FECHA-CRM-FIM
              PERFORM INICIA-CRM THRU INICIA-CRM-FIM.
           IF TM-DATA NOT = W-DATA-ATU
              PERFORM FECHA-DIA THRU FECHA-DIA-FIM
              MOVE TM-DATA TO W-DATA-ATU
              MOVE ZEROS TO W-MAX-FIM.
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R2.

       R3.
           PERFORM FECHA-CRM THRU FECHA-CRM-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "MEDICOS NO RELATORIO: " W-TOTAL-CRM
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           PERFORM LISTA-ESPEC THRU LISTA-ESPEC-FIM
           GO TO ROT-FIM.

      *------[ NOVO CRM: NOME, ESPECIALIDADE E DURACAO CADASTRADA ]-----
       INICIA-CRM.
           MOVE TM-CRM TO W-CRM-ATU
           MOVE ZEROS TO W-DATA-ATU W-MAX-FIM W-QTD-CONS W-QTD-ESPERA
                         W-SOMA-ESPERA W-SOMA-DUR W-DIAS-ATEND
                         W-DIAS-EXCEDE W-ESP-ATU
           MOVE 30 TO W-PADRAO-ATU
           MOVE TM-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO W-NOME-ATU
              GO TO INICIA-CRM-FIM.
           MOVE NOME TO W-NOME-ATU
           MOVE ESPECIALIDADE TO W-ESP-ATU
           IF MED-DURACAO > ZEROS
              MOVE MED-DURACAO TO W-PADRAO-ATU
              GO TO INICIA-CRM-FIM.
           IF W-EPC-ABERTO = "S"
              MOVE ESPECIALIDADE TO EP-CODIGO
              READ CADESPEC
              IF ST-ERRO-EPC = "00" AND EP-DURACAO > ZEROS
                 MOVE EP-DURACAO TO W-PADRAO-ATU.
       INICIA-CRM-FIM.
           EXIT.

      *------[ SOMA ESPERA (CHEGADA ATE CHAMADA) E DURACAO REAL ]-------
       ACUMULA.
           ADD 1 TO W-QTD-CONS
           MOVE TM-HORA-CHAMADA TO W-HHMM
           PERFORM CONVERTE-MIN THRU CONVERTE-MIN-FIM
           MOVE W-MINUTOS TO W-MIN-CHAM
           MOVE TM-HORA-FIM TO W-HHMM
           PERFORM CONVERTE-MIN THRU CONVERTE-MIN-FIM
           MOVE W-MINUTOS TO W-MIN-FIM
           COMPUTE W-SOMA-DUR = W-SOMA-DUR + W-MIN-FIM - W-MIN-CHAM
           IF TM-HORA-FIM > W-MAX-FIM
              MOVE TM-HORA-FIM TO W-MAX-FIM.
      *    SEM CHECK-IN NAO HA COMO MEDIR A ESPERA
           IF TM-HORA-CHEGADA = ZEROS
              OR TM-HORA-CHEGADA > TM-HORA-CHAMADA
              GO TO ACUMULA-FIM.
           MOVE TM-HORA-CHEGADA TO W-HHMM
           PERFORM CONVERTE-MIN THRU CONVERTE-MIN-FIM
           MOVE W-MINUTOS TO W-MIN-CHEG
           ADD 1 TO W-QTD-ESPERA
           COMPUTE W-SOMA-ESPERA = W-SOMA-ESPERA + W-MIN-CHAM
                   - W-MIN-CHEG.
       ACUMULA-FIM.
           EXIT.

      *------[ FIM DO DIA: O ULTIMO TERMINO PASSOU DA ESCALA? ]---------
       FECHA-DIA.
           IF W-DATA-ATU = ZEROS
              GO TO FECHA-DIA-FIM.
           ADD 1 TO W-DIAS-ATEND
           IF W-ESC-ABERTO = "N"
              GO TO FECHA-DIA-FIM.
           MOVE W-DATA-ATU TO WRK-DATA
           PERFORM P-DIA-DA-SEMANA
           MOVE W-CRM-ATU TO EC-CRM
           COMPUTE EC-DIASEM = W-DOW + 1
           READ CADESCALA
           IF ST-ERRO-ESC NOT = "00"
              GO TO FECHA-DIA-FIM.
           IF W-MAX-FIM > EC-HORAFIM
              ADD 1 TO W-DIAS-EXCEDE.
       FECHA-DIA-FIM.
           EXIT.

      *------[ FIM DO CRM: IMPRIME A LINHA E SOMA NA ESPECIALIDADE ]----
       FECHA-CRM.
           IF W-CRM-ATU = ZEROS
              GO TO FECHA-CRM-FIM.
           PERFORM FECHA-DIA THRU FECHA-DIA-FIM
           MOVE ZEROS TO W-MEDIA-ESPERA W-MEDIA-DUR
           IF W-QTD-ESPERA > ZEROS
              DIVIDE W-SOMA-ESPERA BY W-QTD-ESPERA
                     GIVING W-MEDIA-ESPERA ROUNDED.
           IF W-QTD-CONS > ZEROS
              DIVIDE W-SOMA-DUR BY W-QTD-CONS
                     GIVING W-MEDIA-DUR ROUNDED.
           MOVE W-QTD-CONS TO W-QTD-ED
           MOVE W-MEDIA-ESPERA TO W-ESPERA-ED
           MOVE W-MEDIA-DUR TO W-DUR-ED
           MOVE W-PADRAO-ATU TO W-PADRAO-ED
           MOVE W-DIAS-ATEND TO W-ATEND-ED
           MOVE W-DIAS-EXCEDE TO W-DIAS-ED
           MOVE SPACES TO LINHA-REL
           STRING W-CRM-ATU " " W-NOME-ATU (1:25) " " W-ESP-ATU
                  "   " W-QTD-ED "   " W-ESPERA-ED "    " W-DUR-ED
                  "   " W-PADRAO-ED "  " W-ATEND-ED "    " W-DIAS-ED
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL-CRM
           IF W-ESP-ATU = ZEROS
              GO TO FECHA-CRM-FIM.
           ADD W-QTD-CONS TO TB-E-CONS (W-ESP-ATU)
           ADD W-QTD-ESPERA TO TB-E-QTD-ESP (W-ESP-ATU)
           ADD W-SOMA-ESPERA TO TB-E-ESPERA (W-ESP-ATU)
           ADD W-SOMA-DUR TO TB-E-DUR (W-ESP-ATU)
           COMPUTE TB-E-PADRAO (W-ESP-ATU) =
                   TB-E-PADRAO (W-ESP-ATU) + W-PADRAO-ATU * W-QTD-CONS
           ADD W-DIAS-ATEND TO TB-E-DIAS (W-ESP-ATU)
           ADD W-DIAS-EXCEDE TO TB-E-EXCEDE (W-ESP-ATU).
       FECHA-CRM-FIM.
           EXIT.

      *------[ RESUMO POR ESPECIALIDADE ]-------------------------------
       LISTA-ESPEC.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO POR ESPECIALIDADE" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       LISTA-ESPEC1.
           ADD 1 TO W-IND
           IF W-IND > 99
              GO TO LISTA-ESPEC-FIM.
           IF TB-E-CONS (W-IND) = ZEROS
              GO TO LISTA-ESPEC1.
           MOVE SPACES TO EP-DESCRICAO
           IF W-EPC-ABERTO = "S"
              MOVE W-IND TO EP-CODIGO
              READ CADESPEC
              IF ST-ERRO-EPC NOT = "00"
                 MOVE "NAO CADASTRADA" TO EP-DESCRICAO.
           MOVE ZEROS TO W-MEDIA-ESPERA
           IF TB-E-QTD-ESP (W-IND) > ZEROS
              DIVIDE TB-E-ESPERA (W-IND) BY TB-E-QTD-ESP (W-IND)
                     GIVING W-MEDIA-ESPERA ROUNDED.
           DIVIDE TB-E-DUR (W-IND) BY TB-E-CONS (W-IND)
                  GIVING W-MEDIA-DUR ROUNDED
           DIVIDE TB-E-PADRAO (W-IND) BY TB-E-CONS (W-IND)
                  GIVING W-MEDIA-PADRAO ROUNDED
           MOVE TB-E-CONS (W-IND) TO W-QTD-ED
           MOVE W-MEDIA-ESPERA TO W-ESPERA-ED
           MOVE W-MEDIA-DUR TO W-DUR-ED
           MOVE W-MEDIA-PADRAO TO W-PADRAO-ED
           MOVE TB-E-DIAS (W-IND) TO W-ATEND-ED
           MOVE TB-E-EXCEDE (W-IND) TO W-DIAS-ED
           MOVE SPACES TO LINHA-REL
           STRING "       " W-IND (2:2) " - " EP-DESCRICAO "       "
                  "   " W-QTD-ED "   " W-ESPERA-ED "    " W-DUR-ED
                  "   " W-PADRAO-ED "  " W-ATEND-ED "    " W-DIAS-ED
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-ESPEC1.
       LISTA-ESPEC-FIM.
           EXIT.

      *------[ CONVERTE W-HHMM EM MINUTOS DO DIA ]----------------------
       CONVERTE-MIN.
           DIVIDE W-HHMM BY 100 GIVING W-HH-G REMAINDER W-MM-G
           COMPUTE W-MINUTOS = W-HH-G * 60 + W-MM-G.
       CONVERTE-MIN-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADTEMPO.
           CLOSE CADAGENDA.
           CLOSE CADMED.
           IF W-EPC-ABERTO = "S"
              CLOSE CADESPEC.
           IF W-ESC-ABERTO = "S"
              CLOSE CADESCALA.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.

      *------[ ZELLER: CALCULA O DIA DA SEMANA DE WRK-DATA ]------------
      * W-DOW: 0=DOMINGO 1=SEGUNDA 2=TERCA 3=QUARTA 4=QUINTA
      *        5=SEXTA 6=SABADO
       P-DIA-DA-SEMANA.
           IF WRK-MES < 3
              COMPUTE W-Z-A = 1
           ELSE
              COMPUTE W-Z-A = 0.
           COMPUTE W-Z-Y = WRK-ANO - W-Z-A
           COMPUTE W-Z-M = WRK-MES + (12 * W-Z-A) - 2
           DIVIDE W-Z-Y BY 4 GIVING W-Z-T1
           DIVIDE W-Z-Y BY 100 GIVING W-Z-T2
           DIVIDE W-Z-Y BY 400 GIVING W-Z-T3
           COMPUTE W-Z-A = 31 * W-Z-M
           DIVIDE W-Z-A BY 12 GIVING W-Z-T4
           COMPUTE W-Z-TERMO =
                 WRK-DIA + W-Z-Y + W-Z-T1 - W-Z-T2 + W-Z-T3 + W-Z-T4
           DIVIDE W-Z-TERMO BY 7 GIVING W-Z-A REMAINDER W-Z-RESTO
           MOVE W-Z-RESTO TO W-DOW.
