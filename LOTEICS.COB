       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEICS.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * AGENDA DO MEDICO NO CALENDARIO DO CELULAR: GERA UM     *
      * ARQUIVO ICALENDAR (AGnnnnnn.ICS) POR CRM ATIVO, OU SO  *
      * DO CRM PEDIDO, COM AS CONSULTAS DA CADAGENDA EM STATUS *
      * 10, 20 OU 25 DO PERIODO (ENCAIXES E BLOCOS MARCADOS NO *
      * TITULO) E AS AUSENCIAS DA CADAUSENCIA COMO EVENTOS DE  *
      * DIA INTEIRO. CADA CONSULTA LEVA HORA, DURACAO (BLOCO,  *
      * SENAO MED-DURACAO, SENAO A DA ESPECIALIDADE, SENAO 30) *
      * E SALA (A DO ENCAIXE/BLOCO, SENAO A DA ESCALA); DO     *
      * PACIENTE VAI SO O PRIMEIRO NOME (LGPD). NA CONSOLE     *
      * PERGUNTA CRM E PERIODO; SOB O LOTENOIT EXPORTA TODOS   *
      * OS CRMS DE HOJE ATE "ICSDIAS" DIAS A FRENTE (CADPARAM, *
      * PADRAO 60), PARA A ASSINATURA DO CALENDARIO SE         *
      * RENOVAR TODA NOITE                                     *
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

       SELECT CADESCALA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EC-CHAVE
                     FILE STATUS IS ST-ERRO-ESC.

       SELECT CADAUSENCIA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AU-CHAVE
                     FILE STATUS IS ST-ERRO-AUS.

       SELECT CADESPEC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EP-CODIGO
                     FILE STATUS IS ST-ERRO-EPC.

       SELECT CADSALA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SA-CODIGO
                     FILE STATUS IS ST-ERRO-SAL.

       SELECT CADBLOCO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BP-CHAVE
                     FILE STATUS IS ST-ERRO-BLO.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT AGENDAICS ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-ICS.

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

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).

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

       FD CADAUSENCIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSENCIA.DAT".
           COPY REGAUSEN.

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
           COPY REGESPEC.

       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
           COPY REGSALA.

       FD CADBLOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLOCO.DAT".
           COPY REGBLOCO.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD AGENDAICS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-ICS.
       01 LINHA-ICS                 PIC X(100).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-ESC      PIC X(02) VALUE "00".
       01 ST-ERRO-AUS      PIC X(02) VALUE "00".
       01 ST-ERRO-EPC      PIC X(02) VALUE "00".
       01 ST-ERRO-SAL      PIC X(02) VALUE "00".
       01 ST-ERRO-BLO      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-ICS      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEICS.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEICS".
       01 WS-NOME-ICS      PIC X(20) VALUE SPACES.
       01 W-ESC-ABERTO     PIC X(01) VALUE "N".
       01 W-AUS-ABERTO     PIC X(01) VALUE "N".
       01 W-EPC-ABERTO     PIC X(01) VALUE "N".
       01 W-SAL-ABERTO     PIC X(01) VALUE "N".
       01 W-BLO-ABERTO     PIC X(01) VALUE "N".
       01 W-COMPET-AUTO    PIC 9(06) IS EXTERNAL VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-AGORA          PIC 9(08) VALUE ZEROS.
       01 W-HHMMSS         PIC 9(06) VALUE ZEROS.
       01 W-CRM-PED        PIC 9(06) VALUE ZEROS.
       01 W-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM       PIC 9(08) VALUE ZEROS.
       01 W-DIAS           PIC 9(03) VALUE 60.
       01 W-CRM-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-DUR-MED        PIC 9(03) VALUE 30.
       01 W-DUR-CONS       PIC 9(03) VALUE 30.
       01 W-SALA           PIC 9(02) VALUE ZEROS.
       01 W-TIPO           PIC X(12) VALUE SPACES.
       01 W-PRIM-NOME      PIC X(20) VALUE SPACES.
       01 W-DESC-STATUS    PIC X(12) VALUE SPACES.
       01 W-MIN-INI        PIC 9(05) VALUE ZEROS.
       01 W-MIN-FIM        PIC 9(05) VALUE ZEROS.
       01 W-HH             PIC 9(02) VALUE ZEROS.
       01 W-MM             PIC 9(02) VALUE ZEROS.
       01 W-HORA-FIM       PIC 9(04) VALUE ZEROS.
       01 W-DATA-AUS-FIM   PIC 9(08) VALUE ZEROS.
       01 W-QTD-CONS       PIC 9(05) VALUE ZEROS.
       01 W-QTD-AUS        PIC 9(05) VALUE ZEROS.
       01 W-TOT-ARQ        PIC 9(05) VALUE ZEROS.
       01 W-TOT-CONS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-AUS        PIC 9(06) VALUE ZEROS.

      *------[ CAMPOS DO CALCULO DE DIA DA SEMANA (ZELLER) ]-----------
       01  WRK-DATA.
           02 WRK-ANO          PIC 9(04) VALUE ZEROS.
           02 WRK-MES          PIC 9(02) VALUE ZEROS.
           02 WRK-DIA          PIC 9(02) VALUE ZEROS.
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
       01  W-ULT-DIA        PIC 9(02) VALUE ZEROS.
       01  W-RESTO4         PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-AGORA FROM TIME
           DIVIDE W-AGORA BY 100 GIVING W-HHMMSS
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "ICSDIAS" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 366
                    MOVE PA-VALOR TO W-DIAS
                 END-IF
              END-IF
              CLOSE CADPARAM.
      *    RODANDO SOB O LOTENOIT VAI TODO CRM, DE HOJE EM DIANTE;
      *    NA CONSOLE PERGUNTA O CRM E O PERIODO
           IF W-COMPET-AUTO NOT = ZEROS
              MOVE ZEROS TO W-CRM-PED W-DATA-FIM
              MOVE W-HOJE TO W-DATA-INI
              GO TO INICIO-1.
           DISPLAY "CRM DO MEDICO (0 = TODOS): "
           ACCEPT W-CRM-PED
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = HOJE): "
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = PADRAO): "
           ACCEPT W-DATA-FIM.
       INICIO-1.
           IF W-DATA-INI = ZEROS
              MOVE W-HOJE TO W-DATA-INI.
           IF W-DATA-FIM = ZEROS
              MOVE W-DATA-INI TO WRK-DATA
              PERFORM ROT-SOMA-DIA THRU ROT-SOMA-DIA-FIM W-DIAS TIMES
              MOVE WRK-DATA TO W-DATA-FIM.
           IF W-DATA-FIM < W-DATA-INI
              DISPLAY "PERIODO INVALIDO: FINAL ANTES DO INICIAL"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

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
              GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADESCALA
           IF ST-ERRO-ESC = "00"
              MOVE "S" TO W-ESC-ABERTO.
           OPEN INPUT CADAUSENCIA
           IF ST-ERRO-AUS = "00"
              MOVE "S" TO W-AUS-ABERTO.
           OPEN INPUT CADESPEC
           IF ST-ERRO-EPC = "00"
              MOVE "S" TO W-EPC-ABERTO.
           OPEN INPUT CADSALA
           IF ST-ERRO-SAL = "00"
              MOVE "S" TO W-SAL-ABERTO.
           OPEN INPUT CADBLOCO
           IF ST-ERRO-BLO = "00"
              MOVE "S" TO W-BLO-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEICS.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "EXPORTACAO DAS AGENDAS PARA CALENDARIO (ICS) DE "
                  W-DATA-INI " A " W-DATA-FIM
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

      *------[ SO O CRM PEDIDO, OU TODOS OS ATIVOS DO CADMED ]----------
       R1.
           IF W-CRM-PED = ZEROS
              GO TO R2.
           MOVE W-CRM-PED TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              DISPLAY "CRM NAO CADASTRADO: " W-CRM-PED
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           PERFORM GERA-ICS THRU GERA-ICS-FIM
           GO TO R9.

       R2.
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS THAN CRM
           IF ST-ERRO-MED NOT = "00"
              GO TO R9.
       R2-LOOP.
           READ CADMED NEXT RECORD
           IF ST-ERRO-MED NOT = "00"
              GO TO R9.
           IF MED-SITUACAO = "I"
              GO TO R2-LOOP.
           PERFORM GERA-ICS THRU GERA-ICS-FIM
           GO TO R2-LOOP.

      *************************************************
      * UM ARQUIVO POR CRM, MESMO SEM EVENTOS: O       *
      * CALENDARIO ASSINADO PRECISA RECEBER O ARQUIVO  *
      * VAZIO PARA APAGAR O QUE FOI CANCELADO          *
      *************************************************
       GERA-ICS.
           MOVE CRM TO W-CRM-ATUAL
           MOVE ZEROS TO W-QTD-CONS W-QTD-AUS
      *    DURACAO PADRAO DO MEDICO: A DELE, SENAO A DA
      *    ESPECIALIDADE, SENAO 30 MINUTOS
           MOVE 30 TO W-DUR-MED
           IF MED-DURACAO > ZEROS
              MOVE MED-DURACAO TO W-DUR-MED
           ELSE
              IF W-EPC-ABERTO = "S"
                 MOVE ESPECIALIDADE TO EP-CODIGO
                 READ CADESPEC
                 IF ST-ERRO-EPC = "00" AND EP-DURACAO > ZEROS
                    MOVE EP-DURACAO TO W-DUR-MED.
           MOVE SPACES TO WS-NOME-ICS
           STRING "AG" W-CRM-ATUAL ".ICS" DELIMITED BY SIZE
                  INTO WS-NOME-ICS
           OPEN OUTPUT AGENDAICS
           IF ST-ERRO-ICS NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO " WS-NOME-ICS
                      ": " ST-ERRO-ICS
              MOVE 8 TO RETURN-CODE
              GO TO GERA-ICS-FIM.
           MOVE "BEGIN:VCALENDAR" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE "VERSION:2.0" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE "PRODID:-//CLINICA//AGENDA DO MEDICO//PT" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE "CALSCALE:GREGORIAN" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "X-WR-CALNAME:AGENDA CRM " W-CRM-ATUAL " " NOME
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS.

      *------[ CONSULTAS AGENDADAS, CONFIRMADAS E COM CHECK-IN ]--------
       GERA-CONS.
           MOVE W-CRM-ATUAL TO AG-CRM
           MOVE W-DATA-INI TO AG-DATA
           MOVE ZEROS TO AG-HORA
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO GERA-AUS.
       GERA-CONS1.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO GERA-AUS.
           IF AG-CRM NOT = W-CRM-ATUAL OR AG-DATA > W-DATA-FIM
              GO TO GERA-AUS.
           IF AG-STATUS NOT = 10 AND AG-STATUS NOT = 20
              AND AG-STATUS NOT = 25
              GO TO GERA-CONS1.
           PERFORM EVENTO-CONS THRU EVENTO-CONS-FIM
           GO TO GERA-CONS1.

      *------[ FERIAS/LICENCAS QUE TOCAM O PERIODO ]--------------------
       GERA-AUS.
           IF W-AUS-ABERTO = "N"
              GO TO GERA-FIM.
           MOVE W-CRM-ATUAL TO AU-CRM
           MOVE ZEROS TO AU-DATA-INI
           START CADAUSENCIA KEY IS NOT LESS THAN AU-CHAVE
           IF ST-ERRO-AUS NOT = "00"
              GO TO GERA-FIM.
       GERA-AUS1.
           READ CADAUSENCIA NEXT RECORD
           IF ST-ERRO-AUS NOT = "00"
              GO TO GERA-FIM.
           IF AU-CRM NOT = W-CRM-ATUAL OR AU-DATA-INI > W-DATA-FIM
              GO TO GERA-FIM.
           IF AU-DATA-FIM < W-DATA-INI
              GO TO GERA-AUS1.
      *    NO ICS O FIM DO EVENTO DE DIA INTEIRO E EXCLUSIVO
           MOVE AU-DATA-FIM TO WRK-DATA
           PERFORM ROT-SOMA-DIA THRU ROT-SOMA-DIA-FIM
           MOVE WRK-DATA TO W-DATA-AUS-FIM
           MOVE "BEGIN:VEVENT" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "UID:AU" AU-CRM AU-DATA-INI "@CLINICA"
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "DTSTAMP:" W-HOJE "T" W-HHMMSS
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "DTSTART;VALUE=DATE:" AU-DATA-INI
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "DTEND;VALUE=DATE:" W-DATA-AUS-FIM
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "SUMMARY:AUSENCIA - " AU-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE "TRANSP:OPAQUE" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE "END:VEVENT" TO LINHA-ICS
           WRITE LINHA-ICS
           ADD 1 TO W-QTD-AUS
           GO TO GERA-AUS1.

       GERA-FIM.
           MOVE "END:VCALENDAR" TO LINHA-ICS
           WRITE LINHA-ICS
           CLOSE AGENDAICS
           ADD 1 TO W-TOT-ARQ
           ADD W-QTD-CONS TO W-TOT-CONS
           ADD W-QTD-AUS TO W-TOT-AUS
           MOVE SPACES TO LINHA-REL
           STRING "  CRM " W-CRM-ATUAL " " NOME " CONSULTAS "
                  W-QTD-CONS " AUSENCIAS " W-QTD-AUS " ARQ "
                  WS-NOME-ICS DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       GERA-ICS-FIM.
           EXIT.

      *------[ UM VEVENT POR CONSULTA ]---------------------------------
       EVENTO-CONS.
      *    ENCAIXE/BLOCO TRAZEM A SALA NO REGISTRO; NO ATENDIMENTO
      *    NORMAL A SALA E A DA ESCALA DO DIA DA SEMANA
           MOVE W-DUR-MED TO W-DUR-CONS
           MOVE AG-SALA TO W-SALA
           MOVE "CONSULTA" TO W-TIPO
           IF AG-MODALIDADE = "T"
              MOVE "TELECONSULTA" TO W-TIPO.
           IF AG-MODALIDADE = "D"
              MOVE "DOMICILIAR" TO W-TIPO.
           IF AG-ENCAIXE = "S"
              MOVE "ENCAIXE" TO W-TIPO.
           IF W-BLO-ABERTO = "S"
              MOVE AG-DATA TO BP-DATA
              MOVE AG-HORA TO BP-HORA
              MOVE AG-CRM TO BP-CRM
              READ CADBLOCO
              IF ST-ERRO-BLO = "00"
                 MOVE BP-DURACAO TO W-DUR-CONS
                 MOVE BP-SALA TO W-SALA
                 MOVE "PROCEDIMENTO" TO W-TIPO.
           IF W-SALA = ZEROS AND W-ESC-ABERTO = "S"
              MOVE AG-DATA TO WRK-DATA
              PERFORM P-DIA-DA-SEMANA
              MOVE AG-CRM TO EC-CRM
              COMPUTE EC-DIASEM = W-DOW + 1
              READ CADESCALA
              IF ST-ERRO-ESC = "00"
                 MOVE EC-SALA TO W-SALA.
           MOVE SPACES TO SA-DESCRICAO
           IF W-SALA > ZEROS AND W-SAL-ABERTO = "S"
              MOVE W-SALA TO SA-CODIGO
              READ CADSALA
              IF ST-ERRO-SAL NOT = "00"
                 MOVE SPACES TO SA-DESCRICAO.
      *    LGPD: DO PACIENTE SAI SO O PRIMEIRO NOME
           MOVE SPACES TO W-PRIM-NOME
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC = "00"
              UNSTRING NOMEP DELIMITED BY SPACE INTO W-PRIM-NOME.
           MOVE "AGENDADA" TO W-DESC-STATUS
           IF AG-STATUS = 20
              MOVE "CONFIRMADA" TO W-DESC-STATUS.
           IF AG-STATUS = 25
              MOVE "NA RECEPCAO" TO W-DESC-STATUS.
      *    FIM = INICIO + DURACAO, SEM PASSAR DA MEIA-NOITE
           DIVIDE AG-HORA BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MIN-INI = W-HH * 60 + W-MM
           COMPUTE W-MIN-FIM = W-MIN-INI + W-DUR-CONS
           IF W-MIN-FIM > 1439
              MOVE 1439 TO W-MIN-FIM.
           DIVIDE W-MIN-FIM BY 60 GIVING W-HH REMAINDER W-MM
           COMPUTE W-HORA-FIM = W-HH * 100 + W-MM

           MOVE "BEGIN:VEVENT" TO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "UID:AG" AG-CRM AG-DATA AG-HORA "@CLINICA"
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "DTSTAMP:" W-HOJE "T" W-HHMMSS
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "DTSTART:" AG-DATA "T" AG-HORA "00"
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "DTEND:" AG-DATA "T" W-HORA-FIM "00"
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE SPACES TO LINHA-ICS
           STRING "SUMMARY:" W-TIPO " - " W-PRIM-NOME
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           IF W-SALA > ZEROS
              MOVE SPACES TO LINHA-ICS
              STRING "LOCATION:SALA " W-SALA " " SA-DESCRICAO
                     DELIMITED BY SIZE INTO LINHA-ICS
              WRITE LINHA-ICS.
           MOVE SPACES TO LINHA-ICS
           STRING "DESCRIPTION:" W-DESC-STATUS " - " W-DUR-CONS
                  " MIN"
                  DELIMITED BY SIZE INTO LINHA-ICS
           WRITE LINHA-ICS
           MOVE "END:VEVENT" TO LINHA-ICS
           WRITE LINHA-ICS
           ADD 1 TO W-QTD-CONS.
       EVENTO-CONS-FIM.
           EXIT.

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

      *------[ SOMA UM DIA DE CALENDARIO A WRK-DATA ]-------------------
       ROT-SOMA-DIA.
           PERFORM ROT-ULT-DIA THRU ROT-ULT-DIA-FIM
           IF WRK-DIA < W-ULT-DIA
              ADD 1 TO WRK-DIA
              GO TO ROT-SOMA-DIA-FIM.
           MOVE 1 TO WRK-DIA
           IF WRK-MES < 12
              ADD 1 TO WRK-MES
           ELSE
              MOVE 1 TO WRK-MES
              ADD 1 TO WRK-ANO.
       ROT-SOMA-DIA-FIM.
           EXIT.

      *------[ ULTIMO DIA DO MES DE WRK-DATA ]--------------------------
       ROT-ULT-DIA.
           MOVE 31 TO W-ULT-DIA
           IF WRK-MES = 4 OR WRK-MES = 6 OR WRK-MES = 9
              OR WRK-MES = 11
              MOVE 30 TO W-ULT-DIA.
           IF WRK-MES NOT = 2
              GO TO ROT-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA
           DIVIDE WRK-ANO BY 4 GIVING W-Z-A REMAINDER W-RESTO4
           IF W-RESTO4 NOT = ZEROS
              GO TO ROT-ULT-DIA-FIM.
           DIVIDE WRK-ANO BY 100 GIVING W-Z-A REMAINDER W-RESTO4
           IF W-RESTO4 NOT = ZEROS
              MOVE 29 TO W-ULT-DIA
              GO TO ROT-ULT-DIA-FIM.
           DIVIDE WRK-ANO BY 400 GIVING W-Z-A REMAINDER W-RESTO4
           IF W-RESTO4 = ZEROS
              MOVE 29 TO W-ULT-DIA.
       ROT-ULT-DIA-FIM.
           EXIT.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "ARQUIVOS GERADOS: " W-TOT-ARQ
                  "  CONSULTAS: " W-TOT-CONS
                  "  AUSENCIAS: " W-TOT-AUS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "ARQUIVOS ICS GERADOS           : " W-TOT-ARQ
           DISPLAY "CONSULTAS EXPORTADAS           : " W-TOT-CONS
           DISPLAY "AUSENCIAS EXPORTADAS           : " W-TOT-AUS
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADAGENDA.
           CLOSE CADMED.
           CLOSE CADPACI.
           IF W-ESC-ABERTO = "S"
              CLOSE CADESCALA.
           IF W-AUS-ABERTO = "S"
              CLOSE CADAUSENCIA.
           IF W-EPC-ABERTO = "S"
              CLOSE CADESPEC.
           IF W-SAL-ABERTO = "S"
              CLOSE CADSALA.
           IF W-BLO-ABERTO = "S"
              CLOSE CADBLOCO.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
