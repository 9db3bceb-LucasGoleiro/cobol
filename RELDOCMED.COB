       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDOCMED.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * VENCIMENTO DOS DOCUMENTOS PROFISSIONAIS DOS MEDICOS    *
      * (RODADA MENSAL): LISTA DA CADMEDDOC OS DOCUMENTOS JA   *
      * VENCIDOS E OS QUE VENCEM NOS PROXIMOS DIAS (CADPARAM   *
      * "DOCAVISO", PADRAO 60 DIAS CORRIDOS), COM O NOME DO    *
      * MEDICO (CADMED), E FECHA COM OS MEDICOS ATIVOS SEM     *
      * INSCRICAO NO CRM CADASTRADA, QUE O SMP012 NAO TEM COMO *
      * CONFERIR. SERVE DE PAUTA PARA O RECREDENCIAMENTO. SEM  *
      * A CADMEDDOC (NENHUM DOCUMENTO CADASTRADO) SAI SO A     *
      * LISTA DOS MEDICOS SEM INSCRICAO, SEM ERRO              *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMEDDOC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DM-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

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
       FD CADMEDDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDDOC.DAT".
           COPY REGMEDDOC.

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

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-MDC-ABERTO     PIC X(01) VALUE "N".
       01 WS-NOME-REL      PIC X(30) VALUE "RELDOCMED.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELDOCMED".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-LIMITE         PIC 9(08) VALUE ZEROS.
       01 W-DIAS-AVISO     PIC 9(03) VALUE 60.
       01 W-SECAO          PIC X(01) VALUE SPACES.
       01 W-QTD-VENC       PIC 9(05) VALUE ZEROS.
       01 W-QTD-AVENCER    PIC 9(05) VALUE ZEROS.
       01 W-QTD-SEMCRM     PIC 9(05) VALUE ZEROS.
       01 W-TIPO-IND       PIC 9(02) VALUE ZEROS.
       01 W-TIPO-DESC      PIC X(30) VALUE SPACES.
       01 W-ED-QTD         PIC ZZZZ9.

       01 TAB-TIPOX.
           03 FILLER PIC X(31) VALUE "1INSCRICAO ANUAL NO CRM       ".
           03 FILLER PIC X(31) VALUE "2SEGURO RESPONSABILIDADE CIVIL".
           03 FILLER PIC X(31) VALUE "3TITULO DE ESPECIALISTA (RQE) ".
           03 FILLER PIC X(31) VALUE "9OUTROS                       ".
       01 TAB-TIPO REDEFINES TAB-TIPOX.
           03 TB-TIPO OCCURS 4 TIMES.
               05 TB-TIPO-COD  PIC 9(01).
               05 TB-TIPO-DESC PIC X(30).

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
           ACCEPT W-HOJE FROM DATE YYYYMMDD
      *    JANELA DE AVISO PARAMETRIZADA (CADPARAM "DOCAVISO")
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "DOCAVISO" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 1000
                    MOVE PA-VALOR TO W-DIAS-AVISO
                 END-IF
              END-IF
              CLOSE CADPARAM.
           MOVE W-HOJE TO WRK-DATA
           PERFORM P-AVANCA-DIA W-DIAS-AVISO TIMES
           MOVE WRK-DATA TO W-LIMITE.

      *    SEM CADMEDDOC (NENHUM DOCUMENTO CADASTRADO AINDA) NAO HA
      *    VENCIMENTO A AVISAR: O RELATORIO SAI SO COM OS MEDICOS SEM
      *    INSCRICAO NO CRM, SEM ERRO PARA A CORRENTE DA NOITE
       R0.
           OPEN INPUT CADMEDDOC
           IF ST-ERRO = "00"
              MOVE "S" TO W-MDC-ABERTO
           ELSE
              IF ST-ERRO NOT = "35"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMEDDOC: "
                         ST-ERRO
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED: "
                      ST-ERRO-MED
              MOVE 8 TO RETURN-CODE
              IF W-MDC-ABERTO = "S"
                 CLOSE CADMEDDOC
              END-IF
              GO TO ROT-FIM-SEMARQ.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELDOCMED.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "DOCUMENTOS PROFISSIONAIS DOS MEDICOS - POSICAO EM "
                  W-HOJE "  AVISO ATE " W-LIMITE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ PRIMEIRA PASSADA: VENCIDOS; SEGUNDA: A VENCER ]----------
       R1.
           MOVE "V" TO W-SECAO
           MOVE "DOCUMENTOS VENCIDOS" TO LINHA-REL
           WRITE LINHA-REL.
       R1-INICIO.
           IF W-MDC-ABERTO = "N"
              GO TO R2.
           MOVE ZEROS TO DM-CRM DM-TIPO
           START CADMEDDOC KEY IS NOT LESS THAN DM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R2.
       R1-LOOP.
           READ CADMEDDOC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2.
           IF DM-VALIDADE = ZEROS
              GO TO R1-LOOP.
           IF W-SECAO = "V"
              IF DM-VALIDADE NOT < W-HOJE
                 GO TO R1-LOOP
              ELSE
                 ADD 1 TO W-QTD-VENC
           ELSE
              IF DM-VALIDADE < W-HOJE OR DM-VALIDADE > W-LIMITE
                 GO TO R1-LOOP
              ELSE
                 ADD 1 TO W-QTD-AVENCER.
           MOVE DM-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOME.
           PERFORM BUSCA-TIPO THRU BUSCA-TIPO-FIM
           MOVE SPACES TO LINHA-REL
           STRING "  CRM " DM-CRM " " NOME " " W-TIPO-DESC
                  " " DM-NUMERO " VENCE " DM-VALIDADE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "             EMISSOR " DM-EMISSOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R1-LOOP.

       R2.
           IF W-SECAO = "A"
              GO TO R3.
           MOVE "A" TO W-SECAO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "DOCUMENTOS QUE VENCEM ATE " W-LIMITE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R1-INICIO.

      *------[ MEDICOS ATIVOS SEM INSCRICAO NO CRM CADASTRADA ]---------
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "MEDICOS ATIVOS SEM INSCRICAO NO CRM CADASTRADA"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS THAN CRM
           IF ST-ERRO-MED NOT = "00"
              GO TO R4.
       R3-LOOP.
           READ CADMED NEXT RECORD
           IF ST-ERRO-MED NOT = "00"
              GO TO R4.
           IF MED-SITUACAO = "I"
              GO TO R3-LOOP.
           IF W-MDC-ABERTO = "N"
              GO TO R3-SEMCRM.
           MOVE CRM TO DM-CRM
           MOVE 1 TO DM-TIPO
           READ CADMEDDOC
           IF ST-ERRO = "00"
              GO TO R3-LOOP.
       R3-SEMCRM.
           ADD 1 TO W-QTD-SEMCRM
           MOVE SPACES TO LINHA-REL
           STRING "  CRM " CRM " " NOME
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R3-LOOP.

       R4.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTD-VENC TO W-ED-QTD
           MOVE SPACES TO LINHA-REL
           STRING "DOCUMENTOS VENCIDOS         : " W-ED-QTD
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTD-AVENCER TO W-ED-QTD
           MOVE SPACES TO LINHA-REL
           STRING "DOCUMENTOS A VENCER         : " W-ED-QTD
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTD-SEMCRM TO W-ED-QTD
           MOVE SPACES TO LINHA-REL
           STRING "MEDICOS SEM INSCRICAO NO CRM: " W-ED-QTD
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

      *------[ DESCRICAO DO TIPO DE DOCUMENTO ]-------------------------
       BUSCA-TIPO.
           MOVE SPACES TO W-TIPO-DESC
           MOVE 1 TO W-TIPO-IND.
       BUSCA-TIPO1.
           IF W-TIPO-IND > 4
              GO TO BUSCA-TIPO-FIM.
           IF TB-TIPO-COD (W-TIPO-IND) = DM-TIPO
              MOVE TB-TIPO-DESC (W-TIPO-IND) TO W-TIPO-DESC
              GO TO BUSCA-TIPO-FIM.
           ADD 1 TO W-TIPO-IND
           GO TO BUSCA-TIPO1.
       BUSCA-TIPO-FIM.
           EXIT.

       ROT-FIM.
           IF W-MDC-ABERTO = "S"
              CLOSE CADMEDDOC.
           CLOSE CADMED.
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
