       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELORIGEM.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * PACIENTES NOVOS DA COMPETENCIA POR CANAL DE CAPTACAO E *
      * POR MEDICO EXTERNO INDICADOR: PARA CADA ORIGEM GRAVADA *
      * PELO SMP012 (CADORIGEM) ACHA A PRIMEIRA CONSULTA       *
      * ATENDIDA (STATUS 30) DO CPF NA CADAGENDA; SE ELA CAI   *
      * NA COMPETENCIA O PACIENTE CONTA COMO NOVO E A FATURA   *
      * DELA (CADFATURA) E A RECEITA DA PRIMEIRA CONSULTA.     *
      * QUEM MARCOU NA COMPETENCIA E AINDA NAO FOI ATENDIDO    *
      * SAI NA COLUNA SEM ATENDIMENTO. FECHA COM OS TOTAIS POR *
      * CANAL (CADCANAL) E POR MEDICO INDICADOR (CADMEDEXT)    *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADORIGEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OG-CPF
                     FILE STATUS IS ST-ERRO-ORI.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADFATURA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FT-CHAVE
                     FILE STATUS IS ST-ERRO-FAT.

       SELECT CADCANAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CA-CODIGO
                     FILE STATUS IS ST-ERRO-CNL.

       SELECT CADMEDEXT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MX-CHAVE
                     FILE STATUS IS ST-ERRO-MXT.

       SELECT CADESPEC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EP-CODIGO
                     FILE STATUS IS ST-ERRO-EPC.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADORIGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORIGEM.DAT".
           COPY REGORIGEM.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
           COPY REGFATURA.

       FD CADCANAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCANAL.DAT".
           COPY REGCANAL.

       FD CADMEDEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDEXT.DAT".
           COPY REGMEDEXT.

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
           COPY REGESPEC.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-ORI      PIC X(02) VALUE "00".
       01 ST-ERRO-FAT      PIC X(02) VALUE "00".
       01 ST-ERRO-CNL      PIC X(02) VALUE "00".
       01 ST-ERRO-MXT      PIC X(02) VALUE "00".
       01 ST-ERRO-EPC      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-FAT-ABERTO     PIC X(01) VALUE "N".
       01 W-CNL-ABERTO     PIC X(01) VALUE "N".
       01 W-MXT-ABERTO     PIC X(01) VALUE "N".
       01 W-EPC-ABERTO     PIC X(01) VALUE "N".
       01 W-PAC-ABERTO     PIC X(01) VALUE "N".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-AG      PIC 9(06) VALUE ZEROS.
       01 WS-NOME-REL      PIC X(30) VALUE "RELORIGEM.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELORIGEM".

      *------[ PRIMEIRA CONSULTA ATENDIDA DO CPF CORRENTE ]-------------
       01 W-PRI-CHAVE.
           03 W-PRI-CRM        PIC 9(06).
           03 W-PRI-DATA       PIC 9(08).
           03 W-PRI-HORA       PIC 9(04).
       01 W-PRI-DTHR       PIC 9(12) VALUE ZEROS.
       01 W-AG-DTHR        PIC 9(12) VALUE ZEROS.
       01 W-NOVO           PIC X(01) VALUE "N".
       01 W-VALOR          PIC 9(06)V99 VALUE ZEROS.
       01 W-DESC-CANAL     PIC X(30) VALUE SPACES.
       01 W-NOME-MX        PIC X(30) VALUE SPACES.
       01 W-DESC-ESP       PIC X(20) VALUE SPACES.

      *------[ TOTAIS GERAIS ]------------------------------------------
       01 W-T-NOVOS        PIC 9(05) VALUE ZEROS.
       01 W-T-SEMAT        PIC 9(05) VALUE ZEROS.
       01 W-T-SEMFAT       PIC 9(05) VALUE ZEROS.
       01 W-T-VALOR        PIC 9(08)V99 VALUE ZEROS.
       01 W-ED1            PIC ZZZ.ZZZ.ZZ9,99.
       01 W-VALOR-ED       PIC ZZZ.ZZ9,99.
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-CANAL          PIC 9(02) VALUE ZEROS.

      *------[ TOTAIS POR CANAL (INDICE = CODIGO DO CANAL) ]------------
       01 TAB-CANAL.
           03 TB-CANAL OCCURS 99 TIMES.
               05 TB-CA-QTD      PIC 9(05).
               05 TB-CA-SEMAT    PIC 9(05).
               05 TB-CA-VALOR    PIC 9(08)V99.

      *------[ TOTAIS POR MEDICO EXTERNO INDICADOR (CRM + UF) ]---------
       01 TAB-MEDEXT.
           03 TB-MEDEXT OCCURS 300 TIMES.
               05 TB-MX-CHAVE    PIC X(08).
               05 TB-MX-QTD      PIC 9(05).
               05 TB-MX-SEMAT    PIC 9(05).
               05 TB-MX-VALOR    PIC 9(08)V99.
       01 W-QTD-MX         PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE ZEROS TO TAB-CANAL TAB-MEDEXT.

       R0.
           OPEN INPUT CADORIGEM
           IF ST-ERRO-ORI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADORIGEM: "
                      ST-ERRO-ORI
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              CLOSE CADORIGEM
              GO TO ROT-FIM-SEMARQ.

      *    SEM CADFATURA A RECEITA SAI ZERADA; SEM AS TABELAS SAEM
      *    SO OS CODIGOS
           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT = "00"
              MOVE "S" TO W-FAT-ABERTO.
           OPEN INPUT CADCANAL
           IF ST-ERRO-CNL = "00"
              MOVE "S" TO W-CNL-ABERTO.
           OPEN INPUT CADMEDEXT
           IF ST-ERRO-MXT = "00"
              MOVE "S" TO W-MXT-ABERTO.
           OPEN INPUT CADESPEC
           IF ST-ERRO-EPC = "00"
              MOVE "S" TO W-EPC-ABERTO.
           OPEN INPUT CADPACI
           IF ST-ERRO-PAC = "00"
              MOVE "S" TO W-PAC-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELORIGEM.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "PACIENTES NOVOS POR ORIGEM - COMPETENCIA "
                  W-COMPET DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  CPF         NOME                           1A CONS"
                  "   CRM    CN INDICADOR        VALOR"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

      *------[ UMA ORIGEM POR CPF ]-------------------------------------
       R1.
           MOVE ZEROS TO OG-CPF
           START CADORIGEM KEY IS NOT LESS THAN OG-CPF
           IF ST-ERRO-ORI NOT = "00"
              GO TO R3.

       R2.
           READ CADORIGEM NEXT RECORD
           IF ST-ERRO-ORI = "10"
              GO TO R3.
           IF ST-ERRO-ORI NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADORIGEM: "
                      ST-ERRO-ORI
              MOVE 8 TO RETURN-CODE
              GO TO R3.
           PERFORM BUSCA-PRIMEIRA THRU BUSCA-PRIMEIRA-FIM
           IF W-NOVO = "S"
              PERFORM PROCESSA THRU PROCESSA-FIM
              GO TO R2.
      *    PRIMEIRA CONSULTA EM OUTRA COMPETENCIA NAO CONTA AQUI;
      *    AINDA SEM ATENDIMENTO CONTA SE A MARCACAO E DA COMPETENCIA
           IF W-PRI-DATA NOT = ZEROS
              GO TO R2.
           DIVIDE OG-AG-DATA BY 100 GIVING W-COMPET-AG
           IF W-COMPET-AG = W-COMPET
              PERFORM SEM-ATEND THRU SEM-ATEND-FIM.
           GO TO R2.

       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-T-VALOR TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL PACIENTES NOVOS: " W-T-NOVOS
                  "  RECEITA DA 1A CONSULTA: " W-ED1
                  "  MARCARAM E NAO VIERAM: " W-T-SEMAT
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-T-SEMFAT > ZEROS
              MOVE SPACES TO LINHA-REL
              STRING "1AS CONSULTAS SEM FATURA (VALOR ZERO): "
                     W-T-SEMFAT DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           PERFORM LISTA-CANAL THRU LISTA-CANAL-FIM
           PERFORM LISTA-MEDEXT THRU LISTA-MEDEXT-FIM
           GO TO ROT-FIM.

      *------[ PRIMEIRA CONSULTA ATENDIDA DO CPF (MENOR DATA/HORA) ]----
       BUSCA-PRIMEIRA.
           MOVE "N" TO W-NOVO
           MOVE ZEROS TO W-PRI-CHAVE
           MOVE 999999999999 TO W-PRI-DTHR
           MOVE OG-CPF TO AG-CPF
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PRIMEIRA-FIM.
       BUSCA-PRIMEIRA1.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PRIMEIRA2.
           IF AG-CPF NOT = OG-CPF
              GO TO BUSCA-PRIMEIRA2.
           IF AG-STATUS NOT = 30
              GO TO BUSCA-PRIMEIRA1.
           COMPUTE W-AG-DTHR = AG-DATA * 10000 + AG-HORA
           IF W-AG-DTHR < W-PRI-DTHR
              MOVE W-AG-DTHR TO W-PRI-DTHR
              MOVE AG-CHAVE TO W-PRI-CHAVE.
           GO TO BUSCA-PRIMEIRA1.
       BUSCA-PRIMEIRA2.
           IF W-PRI-DATA = ZEROS
              GO TO BUSCA-PRIMEIRA-FIM.
           DIVIDE W-PRI-DATA BY 100 GIVING W-COMPET-AG
           IF W-COMPET-AG = W-COMPET
              MOVE "S" TO W-NOVO.
       BUSCA-PRIMEIRA-FIM.
           EXIT.

      *------[ PACIENTE NOVO: FATURA DA 1A CONSULTA E ACUMULOS ]--------
       PROCESSA.
           MOVE ZEROS TO W-VALOR
           IF W-FAT-ABERTO = "N"
              ADD 1 TO W-T-SEMFAT
              GO TO PROCESSA1.
           MOVE W-PRI-CHAVE TO FT-CHAVE
           READ CADFATURA
           IF ST-ERRO-FAT = "00"
              MOVE FT-VALOR TO W-VALOR
           ELSE
              ADD 1 TO W-T-SEMFAT.
       PROCESSA1.
           ADD 1 TO W-T-NOVOS
           ADD W-VALOR TO W-T-VALOR
           IF OG-CANAL > ZEROS
              ADD 1 TO TB-CA-QTD (OG-CANAL)
              ADD W-VALOR TO TB-CA-VALOR (OG-CANAL).
           IF OG-MX-CRM > ZEROS
              PERFORM ACUM-MEDEXT THRU ACUM-MEDEXT-FIM
              ADD 1 TO TB-MX-QTD (W-IND)
              ADD W-VALOR TO TB-MX-VALOR (W-IND).
           MOVE SPACES TO NOMEP
           IF W-PAC-ABERTO = "S"
              MOVE OG-CPF TO CPF
              READ CADPACI
              IF ST-ERRO-PAC NOT = "00"
                 MOVE "PACIENTE NAO CADASTRADO" TO NOMEP.
           MOVE W-VALOR TO W-VALOR-ED
           MOVE SPACES TO LINHA-REL
           STRING "  " OG-CPF " " NOMEP " " W-PRI-DATA " " W-PRI-CRM
                  " " OG-CANAL " " OG-MX-CRM "/" OG-MX-UF "  "
                  W-VALOR-ED
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       PROCESSA-FIM.
           EXIT.

      *------[ MARCOU NA COMPETENCIA E AINDA NAO FOI ATENDIDO ]---------
       SEM-ATEND.
           ADD 1 TO W-T-SEMAT
           IF OG-CANAL > ZEROS
              ADD 1 TO TB-CA-SEMAT (OG-CANAL).
           IF OG-MX-CRM > ZEROS
              PERFORM ACUM-MEDEXT THRU ACUM-MEDEXT-FIM
              ADD 1 TO TB-MX-SEMAT (W-IND).
       SEM-ATEND-FIM.
           EXIT.

      *------[ POSICAO DO MEDICO INDICADOR NA TABELA (W-IND) ]----------
       ACUM-MEDEXT.
           MOVE 1 TO W-IND.
       ACUM-MEDEXT1.
           IF W-IND > W-QTD-MX
              GO TO ACUM-MEDEXT2.
           IF TB-MX-CHAVE (W-IND) = OG-MX-CHAVE
              GO TO ACUM-MEDEXT-FIM.
           ADD 1 TO W-IND
           GO TO ACUM-MEDEXT1.
       ACUM-MEDEXT2.
      *    TABELA CHEIA: O EXCEDENTE FICA NA ULTIMA POSICAO
           IF W-QTD-MX NOT < 300
              MOVE 300 TO W-IND
              GO TO ACUM-MEDEXT-FIM.
           ADD 1 TO W-QTD-MX
           MOVE W-QTD-MX TO W-IND
           MOVE OG-MX-CHAVE TO TB-MX-CHAVE (W-IND).
       ACUM-MEDEXT-FIM.
           EXIT.

      *------[ TOTAIS POR CANAL DE CAPTACAO ]---------------------------
       LISTA-CANAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAIS POR CANAL DE CAPTACAO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  CANAL                             NOVOS  SEM AT."
                  "  RECEITA 1A CONSULTA" DELIMITED BY SIZE
                  INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       LISTA-CANAL1.
           ADD 1 TO W-IND
           IF W-IND > 99
              GO TO LISTA-CANAL-FIM.
           IF TB-CA-QTD (W-IND) = ZEROS AND TB-CA-SEMAT (W-IND) = ZEROS
              GO TO LISTA-CANAL1.
           MOVE "CANAL NAO CADASTRADO" TO W-DESC-CANAL
           IF W-CNL-ABERTO = "S"
              MOVE W-IND TO CA-CODIGO
              READ CADCANAL
              IF ST-ERRO-CNL = "00"
                 MOVE CA-DESCRICAO TO W-DESC-CANAL.
           MOVE W-IND TO W-CANAL
           MOVE TB-CA-VALOR (W-IND) TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " W-CANAL "-" W-DESC-CANAL " "
                  TB-CA-QTD (W-IND) "    " TB-CA-SEMAT (W-IND) "  "
                  W-ED1 DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-CANAL1.
       LISTA-CANAL-FIM.
           EXIT.

      *------[ TOTAIS POR MEDICO EXTERNO INDICADOR ]--------------------
       LISTA-MEDEXT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAIS POR MEDICO EXTERNO INDICADOR" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  CRM/UF    NOME                           "
                  "ESPECIALIDADE        NOVOS  SEM AT."
                  "  RECEITA 1A CONSULTA" DELIMITED BY SIZE
                  INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       LISTA-MEDEXT1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-MX
              GO TO LISTA-MEDEXT-FIM.
           MOVE "MEDICO NAO CADASTRADO" TO W-NOME-MX
           MOVE SPACES TO W-DESC-ESP
           IF W-MXT-ABERTO = "S"
              MOVE TB-MX-CHAVE (W-IND) TO MX-CHAVE
              READ CADMEDEXT
              IF ST-ERRO-MXT = "00"
                 MOVE MX-NOME TO W-NOME-MX
                 PERFORM BUSCA-ESPEC THRU BUSCA-ESPEC-FIM.
           MOVE TB-MX-VALOR (W-IND) TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " TB-MX-CHAVE (W-IND) (1:6) "/"
                  TB-MX-CHAVE (W-IND) (7:2) " " W-NOME-MX " "
                  W-DESC-ESP " " TB-MX-QTD (W-IND) "    "
                  TB-MX-SEMAT (W-IND) "  " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-MEDEXT1.
       LISTA-MEDEXT-FIM.
           EXIT.

       BUSCA-ESPEC.
           IF W-EPC-ABERTO = "N"
              GO TO BUSCA-ESPEC-FIM.
           MOVE MX-ESPECIALIDADE TO EP-CODIGO
           READ CADESPEC
           IF ST-ERRO-EPC = "00"
              MOVE EP-DESCRICAO TO W-DESC-ESP.
       BUSCA-ESPEC-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADORIGEM.
           CLOSE CADAGENDA.
           IF W-FAT-ABERTO = "S"
              CLOSE CADFATURA.
           IF W-CNL-ABERTO = "S"
              CLOSE CADCANAL.
           IF W-MXT-ABERTO = "S"
              CLOSE CADMEDEXT.
           IF W-EPC-ABERTO = "S"
              CLOSE CADESPEC.
           IF W-PAC-ABERTO = "S"
              CLOSE CADPACI.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
