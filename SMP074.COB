       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP074.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * OUVIDORIA (CADOUVID): CASO DE RECLAMACAO DO PACIENTE COM  *
      * NUMERO DO PROGNUMERO (SERIE "OUVIDORIA"), CPF, VINCULO    *
      * OPCIONAL COM A CONSULTA (CADAGENDA) OU A FATURA           *
      * (CADFATURA), CATEGORIA, RESPONSAVEL (CADOPER) E STATUS    *
      * A=ABERTO N=EM ANALISE R=RESPONDIDO F=FECHADO. O PRAZO E   *
      * CONTADO EM DIAS UTEIS (ALURA01) DA ABERTURA, CADPARAM     *
      * "OUVPRAZO" (PADRAO 10). TODA ABERTURA, MUDANCA DE STATUS  *
      * OU PROVIDENCIA GRAVA UMA LINHA DATADA NO CADOUVHIS, E AS  *
      * SEIS ULTIMAS APARECEM NA TELA. CASO NAO SE EXCLUI: ENCERRA*
      * COM STATUS F. O RELOUVID LISTA OS CASOS VENCIDOS          *
      *************************************************************

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

       SELECT CADOUVHIS ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OH-CHAVE
                     FILE STATUS IS ST-ERRO-HIS.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-AGE.

       SELECT CADFATURA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FT-CHAVE
                     FILE STATUS IS ST-ERRO-FAT.

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

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADOUVID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVID.DAT".
           COPY REGOUVID.

       FD CADOUVHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVHIS.DAT".
           COPY REGOUVHIS.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
           COPY REGFATURA.

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

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-HIS   PIC X(02) VALUE "00".
       01 ST-ERRO-AGE   PIC X(02) VALUE "00".
       01 ST-ERRO-FAT   PIC X(02) VALUE "00".
       01 ST-ERRO-PAC   PIC X(02) VALUE "00".
       01 ST-ERRO-OPE   PIC X(02) VALUE "00".
       01 ST-ERRO-PAR   PIC X(02) VALUE "00".
       01 W-AGE-ABERTO  PIC X(01) VALUE "N".
       01 W-FAT-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-AGORA       PIC 9(08) VALUE ZEROS.
       01 W-PRAZO-DIAS  PIC 9(03) VALUE 10.
       01 W-DIAS        PIC 9(03) VALUE ZEROS.
       01 W-DATA-REF    PIC 9(08) VALUE ZEROS.
       01 W-DATA-PROX   PIC 9(08) VALUE ZEROS.
       01 W-STATUS-ANT  PIC X(01) VALUE SPACES.
       01 W-ACAO        PIC X(50) VALUE SPACES.
       01 W-ULT-SEQ     PIC 9(03) VALUE ZEROS.
       01 W-HIS-LIN     PIC 9(02) VALUE ZEROS.
       01 W-LINHA-HIS   PIC X(78) VALUE SPACES.
       01 W-CAT-IND     PIC 9(02) VALUE ZEROS.
       01 W-CAT-DESC    PIC X(20) VALUE SPACES.
       01 W-STA-DESC    PIC X(12) VALUE SPACES.
       01 W-NUM-SERIE   PIC X(10) VALUE "OUVIDORIA".
       01 W-NUM-MINIMO  PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

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

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** OUVIDORIA - CASOS DE RECLAMACAO ***".
           05  LINE 03 COLUMN 01 VALUE  "NUMERO DO CASO (0=NOVO)   :".
           05  LINE 04 COLUMN 01 VALUE  "CPF DO PACIENTE           :".
           05  LINE 05 COLUMN 01 VALUE  "VINCULO C=CONS F=FAT N=NAO:".
           05  LINE 06 COLUMN 01 VALUE  "CRM / DATA / HORA         :".
           05  LINE 07 COLUMN 01 VALUE  "CATEGORIA (1-5, 9)        :".
           05  LINE 08 COLUMN 01 VALUE  "RESPONSAVEL (OPERADOR)    :".
           05  LINE 09 COLUMN 01 VALUE  "DESCRICAO                 :".
           05  LINE 10 COLUMN 01 VALUE  "STATUS (A/N/R/F)          :".
           05  LINE 11 COLUMN 01 VALUE  "ABERTURA / PRAZO          :".
           05  LINE 12 COLUMN 01 VALUE  "RESPOSTA / FECHAMENTO     :".
           05  LINE 13 COLUMN 01 VALUE  "ACAO TOMADA               :".
           05  LINE 14 COLUMN 01
               VALUE "---- HISTORICO (DATA HORA OPERADOR ST ACAO) ----".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADOUVID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADOUVID
                 CLOSE CADOUVID
                 OPEN I-O CADOUVID
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOUVID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADOUVHIS
           IF ST-ERRO-HIS NOT = "00"
              IF ST-ERRO-HIS = "30"
                 OPEN OUTPUT CADOUVHIS
                 CLOSE CADOUVHIS
                 OPEN I-O CADOUVHIS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADOUVHIS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R0A.
           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "*** ARQUIVO CADPACI NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADOPER
           IF ST-ERRO-OPE NOT = "00"
              MOVE "*** ARQUIVO CADOPER NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADAGENDA
           IF ST-ERRO-AGE = "00"
              MOVE "S" TO W-AGE-ABERTO.
           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT = "00"
              MOVE "S" TO W-FAT-ABERTO.

      *------[ PRAZO DE RESPOSTA PARAMETRIZADO (DIAS UTEIS) ]-----------
       R0B.
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "OUVPRAZO" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 1000
                    MOVE PA-VALOR TO W-PRAZO-DIAS
                 END-IF
              END-IF
              CLOSE CADPARAM.

       R1.
           MOVE ZEROS TO OV-NUMERO OV-CPF OV-AG-CRM OV-AG-DATA
                         OV-AG-HORA OV-CATEGORIA OV-DATA-ABERTURA
                         OV-PRAZO OV-DATA-RESPOSTA OV-DATA-FECHA W-SEL
           MOVE SPACES TO OV-VINCULO OV-DESCRICAO OV-STATUS
                          OV-OPERADOR W-ACAO W-STATUS-ANT
           MOVE W-OPERADOR-LOGADO TO OV-RESPONSAVEL
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) OV-NUMERO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF OV-NUMERO = ZEROS
              GO TO R3.
       LER-CADOUVID.
           READ CADOUVID
           IF ST-ERRO = "23"
              MOVE "*** CASO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADOUVID" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-CASO THRU MOSTRA-CASO-FIM
           PERFORM MOSTRA-HIST THRU MOSTRA-HIST-FIM
           GO TO ACE-001.

       R3.
           ACCEPT(04, 28) OV-CPF WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE OV-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "*** PACIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (04, 40) NOMEP.

       R4.
           ACCEPT(05, 28) OV-VINCULO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           INSPECT OV-VINCULO CONVERTING "cfn" TO "CFN"
           IF OV-VINCULO NOT = "C" AND "F" AND "N"
              MOVE "*** VINCULO C, F OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF OV-VINCULO = "N"
              MOVE ZEROS TO OV-AG-CRM OV-AG-DATA OV-AG-HORA
              DISPLAY (06, 28) OV-AG-CRM
              DISPLAY (06, 35) OV-AG-DATA
              DISPLAY (06, 44) OV-AG-HORA
              GO TO R6.
           IF OV-VINCULO = "C" AND W-AGE-ABERTO NOT = "S"
              MOVE "*** ARQUIVO CADAGENDA INDISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF OV-VINCULO = "F" AND W-FAT-ABERTO NOT = "S"
              MOVE "*** ARQUIVO CADFATURA INDISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(06, 28) OV-AG-CRM WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R5A.
           ACCEPT(06, 35) OV-AG-DATA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R5B.
           ACCEPT(06, 44) OV-AG-HORA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5A.
       VAL-VINCULO.
           IF OV-VINCULO = "F"
              GO TO VAL-VINCULO-FAT.
           MOVE OV-AG-CHAVE TO AG-CHAVE
           READ CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              MOVE "*** CONSULTA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF AG-CPF NOT = OV-CPF
              MOVE "*** CONSULTA E DE OUTRO PACIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           GO TO R6.
       VAL-VINCULO-FAT.
           MOVE OV-AG-CHAVE TO FT-CHAVE
           READ CADFATURA
           IF ST-ERRO-FAT NOT = "00"
              MOVE "*** FATURA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF FT-CPF NOT = OV-CPF
              MOVE "*** FATURA E DE OUTRO PACIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) OV-CATEGORIA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                 GO TO R1
              ELSE
                 GO TO R4.
           PERFORM BUSCA-CATEG THRU BUSCA-CATEG-FIM
           IF W-CAT-DESC = SPACES
              MOVE "*** CATEGORIA 1 A 5 OU 9 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           DISPLAY (07, 31) W-CAT-DESC.

       R7.
           ACCEPT(08, 28) OV-RESPONSAVEL WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           MOVE OV-RESPONSAVEL TO OPERADOR
           READ CADOPER
           IF ST-ERRO-OPE NOT = "00"
              MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           DISPLAY (08, 37) OPE-NOME.

       R8.
           ACCEPT(09, 28) OV-DESCRICAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF OV-DESCRICAO = SPACES
              MOVE "*** DESCREVA A RECLAMACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-SEL NOT = 1
              MOVE "A" TO OV-STATUS
              PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM
              GO TO R10.

       R9.
           ACCEPT(10, 28) OV-STATUS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           INSPECT OV-STATUS CONVERTING "afnr" TO "AFNR"
           IF OV-STATUS NOT = "A" AND "N" AND "R" AND "F"
              MOVE "*** STATUS A, N, R OU F ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM.

       R10.
           ACCEPT(13, 28) W-ACAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-SEL = 1
                 GO TO R9
              ELSE
                 GO TO R8.
           IF W-SEL = 1
              IF OV-STATUS NOT = W-STATUS-ANT AND W-ACAO = SPACES
                 MOVE "*** INFORME A ACAO DA MUDANCA DE STATUS ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R10
              ELSE
                 GO TO ALT-OPC.
           IF W-ACAO = SPACES
              MOVE "ABERTURA DO CASO" TO W-ACAO.

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
           MOVE W-OPERADOR-LOGADO TO OV-OPERADOR
           MOVE W-HOJE TO OV-DATA-ABERTURA
           MOVE ZEROS TO OV-DATA-RESPOSTA OV-DATA-FECHA
           PERFORM CALC-PRAZO THRU CALC-PRAZO-FIM
           ACCEPT DATA-CADASTRO OF REGOUVID FROM DATE YYYYMMDD.
      *------[ NUMERO DO CASO SAI DO DISPENSADOR CENTRAL ]--------------
       INC-WR2.
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           IF W-NUM-RETORNO = ZEROS
              MOVE "ERRO NO DISPENSADOR DE NUMEROS (CADNUMERO)"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-NUM-RETORNO TO OV-NUMERO
           WRITE REGOUVID
           IF ST-ERRO = "22"
              GO TO INC-WR2.
           IF ST-ERRO = "00" OR "02"
              PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
              DISPLAY (03, 28) OV-NUMERO
              DISPLAY (11, 28) OV-DATA-ABERTURA
              DISPLAY (11, 37) OV-PRAZO
              MOVE SPACES TO MENS
              STRING "*** CASO " OV-NUMERO " REGISTRADO - PRAZO "
                     OV-PRAZO " ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOUVID" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO          *
      *****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   A=ALTERAR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
               GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1.
           MOVE 1 TO W-SEL
           MOVE OV-STATUS TO W-STATUS-ANT
           MOVE SPACES TO W-ACAO
           GO TO R6.

       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           IF OV-STATUS = "R" AND OV-DATA-RESPOSTA = ZEROS
              MOVE W-HOJE TO OV-DATA-RESPOSTA.
           IF OV-STATUS = "F"
              IF OV-DATA-FECHA = ZEROS
                 MOVE W-HOJE TO OV-DATA-FECHA
              END-IF
              IF OV-DATA-RESPOSTA = ZEROS
                 MOVE W-HOJE TO OV-DATA-RESPOSTA
              END-IF
           ELSE
              MOVE ZEROS TO OV-DATA-FECHA.
           IF OV-STATUS = "A" OR "N"
              MOVE ZEROS TO OV-DATA-RESPOSTA.
           REWRITE REGOUVID
           IF ST-ERRO = "00" OR "02"
              IF W-ACAO NOT = SPACES
                 PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
              END-IF
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO CASO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADOUVID.
           CLOSE CADOUVHIS.
           CLOSE CADPACI.
           CLOSE CADOPER.
           IF W-AGE-ABERTO = "S"
              CLOSE CADAGENDA.
           IF W-FAT-ABERTO = "S"
              CLOSE CADFATURA.
           EXIT PROGRAM.

      *------[ MOSTRA O CASO LIDO NA TELA ]-----------------------------
       MOSTRA-CASO.
           DISPLAY (04, 28) OV-CPF
           MOVE OV-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC = "00"
              DISPLAY (04, 40) NOMEP.
           DISPLAY (05, 28) OV-VINCULO
           DISPLAY (06, 28) OV-AG-CRM
           DISPLAY (06, 35) OV-AG-DATA
           DISPLAY (06, 44) OV-AG-HORA
           DISPLAY (07, 28) OV-CATEGORIA
           PERFORM BUSCA-CATEG THRU BUSCA-CATEG-FIM
           DISPLAY (07, 31) W-CAT-DESC
           DISPLAY (08, 28) OV-RESPONSAVEL
           MOVE OV-RESPONSAVEL TO OPERADOR
           READ CADOPER
           IF ST-ERRO-OPE = "00"
              DISPLAY (08, 37) OPE-NOME.
           DISPLAY (09, 28) OV-DESCRICAO
           DISPLAY (10, 28) OV-STATUS
           PERFORM MOSTRA-STATUS THRU MOSTRA-STATUS-FIM
           DISPLAY (11, 28) OV-DATA-ABERTURA
           DISPLAY (11, 37) OV-PRAZO
           IF (OV-STATUS = "A" OR "N") AND OV-PRAZO < W-HOJE
              DISPLAY (11, 47) "*** PRAZO VENCIDO ***".
           DISPLAY (12, 28) OV-DATA-RESPOSTA
           DISPLAY (12, 37) OV-DATA-FECHA.
       MOSTRA-CASO-FIM.
           EXIT.

       MOSTRA-STATUS.
           MOVE SPACES TO W-STA-DESC
           IF OV-STATUS = "A"
              MOVE "ABERTO" TO W-STA-DESC.
           IF OV-STATUS = "N"
              MOVE "EM ANALISE" TO W-STA-DESC.
           IF OV-STATUS = "R"
              MOVE "RESPONDIDO" TO W-STA-DESC.
           IF OV-STATUS = "F"
              MOVE "FECHADO" TO W-STA-DESC.
           DISPLAY (10, 28) OV-STATUS
           DISPLAY (10, 31) W-STA-DESC.
       MOSTRA-STATUS-FIM.
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

      *------[ PRAZO: N DIAS UTEIS APOS A ABERTURA (ALURA01) ]----------
       CALC-PRAZO.
           MOVE ZEROS TO W-DIAS
           MOVE OV-DATA-ABERTURA TO W-DATA-REF.
       CALC-PRAZO1.
           IF W-DIAS NOT < W-PRAZO-DIAS
              GO TO CALC-PRAZO-FIM.
           MOVE W-DATA-REF TO WRK-DATA
           PERFORM P-AVANCA-DIA
           MOVE WRK-DATA TO W-DATA-REF
           CALL "ALURA01" USING W-DATA-REF W-DATA-PROX
           MOVE W-DATA-PROX TO W-DATA-REF
           ADD 1 TO W-DIAS
           GO TO CALC-PRAZO1.
       CALC-PRAZO-FIM.
           MOVE W-DATA-REF TO OV-PRAZO.

      *------[ ULTIMA SEQUENCIA DO HISTORICO DO CASO ]------------------
       ULTIMA-SEQ.
           MOVE ZEROS TO W-ULT-SEQ
           MOVE OV-NUMERO TO OH-NUMERO
           MOVE ZEROS TO OH-SEQ
           START CADOUVHIS KEY IS NOT LESS THAN OH-CHAVE
           IF ST-ERRO-HIS NOT = "00"
              GO TO ULTIMA-SEQ-FIM.
       ULTIMA-SEQ1.
           READ CADOUVHIS NEXT RECORD
           IF ST-ERRO-HIS NOT = "00"
              GO TO ULTIMA-SEQ-FIM.
           IF OH-NUMERO NOT = OV-NUMERO
              GO TO ULTIMA-SEQ-FIM.
           MOVE OH-SEQ TO W-ULT-SEQ
           GO TO ULTIMA-SEQ1.
       ULTIMA-SEQ-FIM.
           EXIT.

      *------[ GRAVA UMA LINHA DATADA NO HISTORICO ]--------------------
       GRAVA-HIST.
           PERFORM ULTIMA-SEQ THRU ULTIMA-SEQ-FIM
           MOVE OV-NUMERO TO OH-NUMERO
           ADD 1 W-ULT-SEQ GIVING OH-SEQ
           MOVE W-HOJE TO OH-DATA
           ACCEPT W-AGORA FROM TIME
           DIVIDE W-AGORA BY 10000 GIVING OH-HORA
           MOVE W-OPERADOR-LOGADO TO OH-OPERADOR
           MOVE OV-STATUS TO OH-STATUS
           MOVE W-ACAO TO OH-ACAO
           WRITE REGOUVHIS
           IF ST-ERRO-HIS NOT = "00" AND NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADOUVHIS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-HIST-FIM.
           EXIT.

      *------[ AS SEIS ULTIMAS ACOES DO CASO, LINHAS 15 A 20 ]----------
       MOSTRA-HIST.
           PERFORM ULTIMA-SEQ THRU ULTIMA-SEQ-FIM
           MOVE 15 TO W-HIS-LIN
           MOVE OV-NUMERO TO OH-NUMERO
           MOVE ZEROS TO OH-SEQ
           IF W-ULT-SEQ > 6
              SUBTRACT 5 FROM W-ULT-SEQ GIVING OH-SEQ.
           START CADOUVHIS KEY IS NOT LESS THAN OH-CHAVE
           IF ST-ERRO-HIS NOT = "00"
              GO TO MOSTRA-HIST-FIM.
       MOSTRA-HIST1.
           IF W-HIS-LIN > 20
              GO TO MOSTRA-HIST-FIM.
           READ CADOUVHIS NEXT RECORD
           IF ST-ERRO-HIS NOT = "00"
              GO TO MOSTRA-HIST-FIM.
           IF OH-NUMERO NOT = OV-NUMERO
              GO TO MOSTRA-HIST-FIM.
           MOVE SPACES TO W-LINHA-HIS
           STRING OH-DATA " " OH-HORA " " OH-OPERADOR " "
                  OH-STATUS "  " OH-ACAO
                  DELIMITED BY SIZE INTO W-LINHA-HIS
           DISPLAY (W-HIS-LIN, 01) W-LINHA-HIS
           ADD 1 TO W-HIS-LIN
           GO TO MOSTRA-HIST1.
       MOSTRA-HIST-FIM.
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
