       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP064.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * EMISSAO E REGISTRO DE ATESTADOS (CADATEST): SO PARA       *
      * CONSULTA ATENDIDA (STATUS 30), DE COMPARECIMENTO (HORA    *
      * INICIAL/FINAL) OU DE AFASTAMENTO (DIAS A PARTIR DE UMA    *
      * DATA), COM A CID IMPRESSA SO QUANDO O PACIENTE AUTORIZA.  *
      * O NUMERO SAI DO PROGNUMERO (SERIE "ATESTADO") E A VIA     *
      * IMPRESSA VAI PELO PROGSPOOL COM MEDICO (CADMED) E         *
      * PACIENTE (CADPACI). INFORMANDO O NUMERO NA PRIMEIRA TELA  *
      * O ATESTADO E CONSULTADO (AUTENTICIDADE) E PODE SER        *
      * REIMPRESSO. ENTRA PELO MENU OU DIRETO DO SMP015 COM A     *
      * CONSULTA NO CAMPO EXTERNAL W-CHAVE-ATENDIDA               *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADATEST ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AT-NUMERO
                     FILE STATUS IS ST-ERRO.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-AGE.

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

       SELECT CADCID ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CID.

       SELECT ATESTADO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-ATS.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
           COPY REGATEST.

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

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
           03 CODIGO              PIC X(04).
           03 DENOMI              PIC X(30).

       FD ATESTADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-ATS.
       01 LINHA-ATS                 PIC X(90).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-AGE    PIC X(02) VALUE "00".
       01 ST-ERRO-MED    PIC X(02) VALUE "00".
       01 ST-ERRO-PAC    PIC X(02) VALUE "00".
       01 ST-ERRO-CID    PIC X(02) VALUE "00".
       01 ST-ERRO-ATS    PIC X(02) VALUE "00".
       01 W-CID-ABERTO  PIC X(01) VALUE "N".
       01 W-CHAMADO     PIC X(01) VALUE "N".
       01 W-DIAS        PIC 9(03) VALUE ZEROS.
       01 W-ULT-DIA     PIC 9(02) VALUE ZEROS.
       01 W-RESTO4      PIC 9(04) VALUE ZEROS.
       01 W-Z-A         PIC S9(06) VALUE ZEROS.
       01 W-NUM-SERIE   PIC X(10) VALUE "ATESTADO".
       01 W-NUM-MINIMO  PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO PIC 9(08) VALUE ZEROS.
       01 WS-NOME-ATS   PIC X(30) VALUE "ATESTADO.TXT".
       01 W-PROG-SPOOL  PIC X(10) VALUE "SMP064".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-CHAVE-ATENDIDA  PIC X(18) IS EXTERNAL VALUE SPACES.

       01  WRK-DATA.
           02 WRK-ANO          PIC 9(04) VALUE ZEROS.
           02 WRK-MES          PIC 9(02) VALUE ZEROS.
           02 WRK-DIA          PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** EMISSAO E CONSULTA DE ATESTADOS ***".
           05  LINE 03 COLUMN 01 VALUE  "NUMERO DO ATESTADO(0=NOVO):".
           05  LINE 05 COLUMN 01 VALUE  "CRM DO MEDICO             :".
           05  LINE 06 COLUMN 01 VALUE  "DATA DA CONSULTA(AAAAMMDD):".
           05  LINE 07 COLUMN 01 VALUE  "HORA DA CONSULTA(HHMM)    :".
           05  LINE 08 COLUMN 01 VALUE  "PACIENTE                  :".
           05  LINE 10 COLUMN 01 VALUE  "TIPO (C=COMPAREC A=AFAST.):".
           05  LINE 11 COLUMN 01 VALUE  "HORA INICIAL (HHMM)       :".
           05  LINE 12 COLUMN 01 VALUE  "HORA FINAL (HHMM)         :".
           05  LINE 13 COLUMN 01 VALUE  "INICIO AFASTAM.(AAAAMMDD) :".
           05  LINE 14 COLUMN 01 VALUE  "DIAS DE AFASTAMENTO       :".
           05  LINE 15 COLUMN 01 VALUE  "FIM DO AFASTAMENTO        :".
           05  LINE 16 COLUMN 01 VALUE  "PACIENTE AUTORIZA CID(S/N):".
           05  LINE 18 COLUMN 01 VALUE  "EMITIDO EM / OPERADOR     :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADATEST
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADATEST
                 CLOSE CADATEST
                 OPEN I-O CADATEST
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADATEST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R0A.
           OPEN INPUT CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              MOVE "*** ARQUIVO CADAGENDA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "*** ARQUIVO CADMED NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCID
           IF ST-ERRO-CID = "00"
              MOVE "S" TO W-CID-ABERTO.

       R1.
           MOVE ZEROS TO AT-NUMERO AT-CRM AT-DATA AT-HORA AT-CPF
                         AT-HORA-INI AT-HORA-FIM AT-DATA-INI AT-DIAS
                         AT-DATA-FIM
           MOVE SPACES TO AT-TIPO AT-CID-AUT AT-CID AT-OPERADOR
           MOVE ZEROS TO AG-CRM AG-DATA AG-HORA
           DISPLAY TELA2.

      *------[ CHAMADO PELO SMP015: EMISSAO DIRETA DA CONSULTA ]--------
           IF W-CHAVE-ATENDIDA NOT = SPACES
              MOVE W-CHAVE-ATENDIDA TO AG-CHAVE
              MOVE SPACES TO W-CHAVE-ATENDIDA
              MOVE "S" TO W-CHAMADO
              DISPLAY (05, 29) AG-CRM
              DISPLAY (06, 29) AG-DATA
              DISPLAY (07, 29) AG-HORA
              GO TO VAL-CONSULTA.
           IF W-CHAMADO = "S"
              GO TO ROT-FIM.

       R2.
           ACCEPT(03, 29) AT-NUMERO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF AT-NUMERO = ZEROS
              GO TO R3.

      *****************************************
      * CONSULTA DE AUTENTICIDADE PELO NUMERO *
      *****************************************
       LER-CADATEST.
           READ CADATEST
           IF ST-ERRO = "23"
              MOVE "* NUMERO NAO EMITIDO: ATESTADO NAO AUTENTICO *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADATEST" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-ATESTADO THRU MOSTRA-ATESTADO-FIM
           MOVE "*** ATESTADO AUTENTICO, CONFIRA OS DADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REIMP-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "REIMPRIMIR O ATESTADO (S/N)?"
           ACCEPT (23, 42) W-OPCAO WITH UPDATE
           DISPLAY (23, 12)
                   "                                       "
           IF W-OPCAO = "S" OR W-OPCAO = "s"
              PERFORM IMP-ATESTADO THRU IMP-ATESTADO-FIM.
           GO TO R1.

       R3.
           ACCEPT(05, 29) AG-CRM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.

       R4.
           ACCEPT(06, 29) AG-DATA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.

       R5.
           ACCEPT(07, 29) AG-HORA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       VAL-CONSULTA.
           READ CADAGENDA
           IF ST-ERRO-AGE = "23"
              MOVE "*** CONSULTA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO-AGE NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADAGENDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF AG-STATUS NOT = 30
              MOVE "* ATESTADO SO DE CONSULTA ATENDIDA (30) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOMEP.
           DISPLAY (08, 29) AG-CPF
           DISPLAY (08, 41) NOMEP
           MOVE AG-CHAVE TO AT-CONSULTA
           MOVE AG-CPF TO AT-CPF.

       R6.
           ACCEPT(10, 29) AT-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF AT-TIPO = "c" MOVE "C" TO AT-TIPO.
           IF AT-TIPO = "a" MOVE "A" TO AT-TIPO.
           IF AT-TIPO NOT = "C" AND AT-TIPO NOT = "A"
              MOVE "*** TIPO INVALIDO (C/A) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           IF AT-TIPO = "A"
              GO TO R8.

      *------[ COMPARECIMENTO: PERIODO EM HORAS NO DIA DA CONSULTA ]----
       R7.
           MOVE ZEROS TO AT-DIAS
           MOVE AG-DATA TO AT-DATA-INI AT-DATA-FIM
           IF AT-HORA-INI = ZEROS
              MOVE AG-HORA TO AT-HORA-INI.
           ACCEPT(11, 29) AT-HORA-INI WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
       R7A.
           ACCEPT(12, 29) AT-HORA-FIM WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF AT-HORA-FIM NOT > AT-HORA-INI OR AT-HORA-FIM > 2359
              MOVE "*** HORA FINAL INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7A.
           GO TO R9.

      *------[ AFASTAMENTO: DIAS CORRIDOS A PARTIR DA DATA INICIAL ]----
       R8.
           MOVE ZEROS TO AT-HORA-INI AT-HORA-FIM
           IF AT-DATA-INI = ZEROS
              MOVE AG-DATA TO AT-DATA-INI.
           ACCEPT(13, 29) AT-DATA-INI WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF AT-DATA-INI < AG-DATA
              MOVE "* INICIO ANTERIOR A DATA DA CONSULTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R8A.
           ACCEPT(14, 29) AT-DIAS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF AT-DIAS = ZEROS
              MOVE "*** INFORME OS DIAS DE AFASTAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8A.
      *    FIM = INICIO + (DIAS - 1), O PRIMEIRO DIA JA CONTA
           MOVE AT-DATA-INI TO WRK-DATA
           COMPUTE W-DIAS = AT-DIAS - 1.
       R8B.
           IF W-DIAS > ZEROS
              PERFORM ROT-SOMA-DIA THRU ROT-SOMA-DIA-FIM
              SUBTRACT 1 FROM W-DIAS
              GO TO R8B.
           MOVE WRK-DATA TO AT-DATA-FIM
           DISPLAY (15, 29) AT-DATA-FIM.

       R9.
           MOVE "N" TO AT-CID-AUT
           ACCEPT(16, 29) AT-CID-AUT WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF AT-CID-AUT = "s" MOVE "S" TO AT-CID-AUT.
           IF AT-CID-AUT = "n" MOVE "N" TO AT-CID-AUT.
           IF AT-CID-AUT NOT = "S" AND AT-CID-AUT NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE SPACES TO AT-CID
           IF AT-CID-AUT = "S"
              IF AG-CID = SPACES OR AG-CID = ZEROS
                 MOVE "* CONSULTA SEM CID, ATESTADO SAI SEM CID *"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              ELSE
                 MOVE AG-CID TO AT-CID.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           MOVE W-OPERADOR-LOGADO TO AT-OPERADOR
           ACCEPT DATA-CADASTRO OF REGATEST FROM DATE YYYYMMDD.
      *------[ NUMERO DO ATESTADO SAI DO DISPENSADOR CENTRAL ]----------
       INC-WR2.
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           IF W-NUM-RETORNO = ZEROS
              MOVE "ERRO NO DISPENSADOR DE NUMEROS (CADNUMERO)"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-NUM-RETORNO TO AT-NUMERO
           WRITE REGATEST
           IF ST-ERRO = "22"
              GO TO INC-WR2.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADATEST" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (03, 29) AT-NUMERO
           DISPLAY (18, 29) DATA-CADASTRO OF REGATEST
           DISPLAY (18, 39) AT-OPERADOR
           PERFORM IMP-ATESTADO THRU IMP-ATESTADO-FIM
           IF W-CHAMADO = "S"
              GO TO ROT-FIM.
           GO TO R1.

      *------[ MOSTRA UM ATESTADO JA EMITIDO ]--------------------------
       MOSTRA-ATESTADO.
           DISPLAY (05, 29) AT-CRM
           DISPLAY (06, 29) AT-DATA
           DISPLAY (07, 29) AT-HORA
           MOVE AT-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOME.
           DISPLAY (05, 37) NOME
           MOVE AT-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOMEP.
           DISPLAY (08, 29) AT-CPF
           DISPLAY (08, 41) NOMEP
           DISPLAY (10, 29) AT-TIPO
           DISPLAY (11, 29) AT-HORA-INI
           DISPLAY (12, 29) AT-HORA-FIM
           DISPLAY (13, 29) AT-DATA-INI
           DISPLAY (14, 29) AT-DIAS
           DISPLAY (15, 29) AT-DATA-FIM
           DISPLAY (16, 29) AT-CID-AUT
           DISPLAY (16, 32) AT-CID
           DISPLAY (18, 29) DATA-CADASTRO OF REGATEST
           DISPLAY (18, 39) AT-OPERADOR.
       MOSTRA-ATESTADO-FIM.
           EXIT.

      *****************************************
      * IMPRESSAO DO ATESTADO VIA PROGSPOOL   *
      *****************************************
       IMP-ATESTADO.
           MOVE "SMP064" TO W-PROG-SPOOL
           MOVE SPACES TO WS-NOME-ATS
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-ATS
           IF WS-NOME-ATS = SPACES
              MOVE "ATESTADO.TXT" TO WS-NOME-ATS.
           OPEN OUTPUT ATESTADO
           IF ST-ERRO-ATS NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE ATESTADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-ATESTADO-FIM.
           MOVE AT-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE AT-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOMEP.

           MOVE SPACES TO LINHA-ATS
           STRING "ATESTADO MEDICO" "                         NO. "
                  AT-NUMERO DELIMITED BY SIZE INTO LINHA-ATS
           WRITE LINHA-ATS
           MOVE ALL "-" TO LINHA-ATS
           WRITE LINHA-ATS
           MOVE SPACES TO LINHA-ATS
           WRITE LINHA-ATS
           MOVE SPACES TO LINHA-ATS
           STRING "ATESTO PARA OS DEVIDOS FINS QUE " NOMEP
                  DELIMITED BY SIZE INTO LINHA-ATS
           WRITE LINHA-ATS
           IF AT-TIPO = "C"
              MOVE SPACES TO LINHA-ATS
              STRING "CPF " AT-CPF " ESTEVE EM CONSULTA MEDICA EM "
                     AT-DATA-INI DELIMITED BY SIZE INTO LINHA-ATS
              WRITE LINHA-ATS
              MOVE SPACES TO LINHA-ATS
              STRING "DAS " AT-HORA-INI " AS " AT-HORA-FIM " HORAS."
                     DELIMITED BY SIZE INTO LINHA-ATS
              WRITE LINHA-ATS
           ELSE
              MOVE SPACES TO LINHA-ATS
              STRING "CPF " AT-CPF " FOI ATENDIDO(A) EM " AT-DATA
                     " E NECESSITA DE " AT-DIAS " DIA(S)"
                     DELIMITED BY SIZE INTO LINHA-ATS
              WRITE LINHA-ATS
              MOVE SPACES TO LINHA-ATS
              STRING "DE AFASTAMENTO DE SUAS ATIVIDADES, DE "
                     AT-DATA-INI " A " AT-DATA-FIM "."
                     DELIMITED BY SIZE INTO LINHA-ATS
              WRITE LINHA-ATS.
           IF AT-CID NOT = SPACES
              MOVE SPACES TO DENOMI
              IF W-CID-ABERTO = "S"
                 MOVE AT-CID TO CODIGO
                 READ CADCID
                 IF ST-ERRO-CID NOT = "00"
                    MOVE SPACES TO DENOMI
                 END-IF
              END-IF
              MOVE SPACES TO LINHA-ATS
              STRING "CID " AT-CID " " DENOMI
                     " (IMPRESSAO AUTORIZADA PELO PACIENTE)"
                     DELIMITED BY SIZE INTO LINHA-ATS
              WRITE LINHA-ATS.
           MOVE SPACES TO LINHA-ATS
           WRITE LINHA-ATS
           MOVE SPACES TO LINHA-ATS
           WRITE LINHA-ATS
           MOVE "ASSINATURA: ______________________________"
             TO LINHA-ATS
           WRITE LINHA-ATS
           MOVE SPACES TO LINHA-ATS
           STRING "DR(A) " NOME "  CRM " AT-CRM
                  DELIMITED BY SIZE INTO LINHA-ATS
           WRITE LINHA-ATS
           MOVE SPACES TO LINHA-ATS
           WRITE LINHA-ATS
           MOVE SPACES TO LINHA-ATS
           STRING "AUTENTICIDADE: CONFIRME O ATESTADO NO. " AT-NUMERO
                  " JUNTO A CLINICA"
                  DELIMITED BY SIZE INTO LINHA-ATS
           WRITE LINHA-ATS
           CLOSE ATESTADO
           MOVE SPACES TO MENS
           STRING "* ATESTADO " AT-NUMERO " EM " WS-NOME-ATS
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-ATESTADO-FIM.
           EXIT.

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

       ROT-FIM.
           CLOSE CADATEST.
           CLOSE CADAGENDA.
           CLOSE CADMED.
           CLOSE CADPACI.
           IF W-CID-ABERTO = "S"
              CLOSE CADCID.
           MOVE "N" TO W-CHAMADO
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
