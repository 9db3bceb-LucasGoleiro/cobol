       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEESTAT.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * RESUMO ESTATISTICO MENSAL (CADRESUMO): CONSOLIDA POR   *
      * COMPETENCIA, FILIAL, CRM, CONVENIO, CID E              *
      * ESPECIALIDADE AS CONSULTAS (AGENDADAS, ATENDIDAS,      *
      * CANCELADAS, FALTAS E ESPERA DESDE A MARCACAO), O       *
      * FATURADO LIQUIDO DE ESTORNOS, O RECEBIDO DOS CONVENIOS *
      * COM OS RETIDOS NA FONTE E AS GLOSAS COM PERDA ACEITA,  *
      * PARA OS RELATORIOS DAS COMPETENCIAS FECHADAS NAO       *
      * VARREREM O MOVIMENTO VIVO. NA ROTINA NOTURNA RODA      *
      * INCREMENTAL: SO RECALCULA OS MESES TOCADOS DESDE A     *
      * ULTIMA EXECUCAO (JORNAL.TXT DO PROGJORNAL, ESTORNOS E  *
      * GLOSAS REGISTRADOS NO PERIODO) MAIS O MES CORRENTE.    *
      * SEM REGISTRO DE CONTROLE, OU NO MODO C (PEDIDO NA TELA *
      * OU PELO LOTEARQ ANTES DE EXPURGAR O MOVIMENTO),        *
      * RECALCULA TUDO. MESES ANTERIORES AO ANO DO CADPARAM    *
      * "ESTATARQ" JA FORAM ARQUIVADOS E FICAM CONGELADOS:     *
      * NUNCA SAO APAGADOS NEM RECALCULADOS                    *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRESUMO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RM-CHAVE
                     FILE STATUS IS ST-ERRO.

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

       SELECT CADPAGTO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PG-CHAVE
                     FILE STATUS IS ST-ERRO-PAG.

       SELECT CADGLOSA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS GL-CHAVE
                     FILE STATUS IS ST-ERRO-GLO.

       SELECT CADESTORNO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ET-CHAVE
                     FILE STATUS IS ST-ERRO-EST.

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

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT JORNAL ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-JRN.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADRESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUMO.DAT".
           COPY REGRESUMO.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
           COPY REGFATURA.

       FD CADPAGTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGTO.DAT".
           COPY REGPAGTO.

       FD CADGLOSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGLOSA.DAT".
           COPY REGGLOSA.

       FD CADESTORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTORNO.DAT".
           COPY REGESTORNO.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).
           03 ESPECIALIDADE    PIC 9(02).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 PAC-RESTO1     PIC X(10).
          03 CONVENIO       PIC 9(04).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNAL.TXT".
       01 REG-JORNAL.
           03 JN-DATA               PIC 9(08).
           03 JN-HORA               PIC 9(06).
           03 JN-ARQUIVO            PIC X(10).
           03 JN-ACAO               PIC X(01).
           03 JN-REGISTRO           PIC X(130).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(80).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-AGE      PIC X(02) VALUE "00".
       01 ST-ERRO-FAT      PIC X(02) VALUE "00".
       01 ST-ERRO-PAG      PIC X(02) VALUE "00".
       01 ST-ERRO-GLO      PIC X(02) VALUE "00".
       01 ST-ERRO-EST      PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-JRN      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-COMPET-AUTO    PIC 9(06) IS EXTERNAL VALUE ZEROS.
       01 W-ESTAT-MODO     PIC X(01) IS EXTERNAL VALUE SPACES.
       01 W-MODO           PIC X(01) VALUE "I".
       01 W-TODOS          PIC X(01) VALUE "N".
       01 W-PAG-ABERTO     PIC X(01) VALUE "N".
       01 W-GLO-ABERTO     PIC X(01) VALUE "N".
       01 W-EST-ABERTO     PIC X(01) VALUE "N".
       01 W-EXISTE         PIC X(01) VALUE "N".
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-MES-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-DATA-ULT       PIC 9(08) VALUE ZEROS.
       01 W-ANO-CONGELA    PIC 9(06) VALUE ZEROS.
       01 W-MES            PIC 9(06) VALUE ZEROS.
       01 W-ANO-MES        PIC 9(04) VALUE ZEROS.
       01 W-IND            PIC 9(04) VALUE ZEROS.
       01 W-QTD-MESES      PIC 9(04) VALUE ZEROS.
       01 W-DIAS           PIC S9(05) VALUE ZEROS.
       01 W-TOTAL-EST      PIC 9(07)V99 VALUE ZEROS.
       01 W-QTD-JRN        PIC 9(06) VALUE ZEROS.
       01 W-QTD-APAG       PIC 9(06) VALUE ZEROS.
       01 W-QTD-GRAV       PIC 9(06) VALUE ZEROS.
       01 W-LID-AGE        PIC 9(06) VALUE ZEROS.
       01 W-LID-FAT        PIC 9(06) VALUE ZEROS.
       01 W-LID-PAG        PIC 9(06) VALUE ZEROS.
       01 W-LID-GLO        PIC 9(06) VALUE ZEROS.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEESTAT.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEESTAT".

      *------[ CHAVE DO RESUMO EM MONTAGEM ]----------------------------
       01 W-RM-CHAVE.
           03 W-RM-COMPET       PIC 9(06).
           03 W-RM-FILIAL       PIC 9(02).
           03 W-RM-CRM          PIC 9(06).
           03 W-RM-CODCONV      PIC 9(04).
           03 W-RM-CID          PIC X(04).
           03 W-RM-ESPEC        PIC 9(02).

      *------[ CONSULTA DONA DA FATURA/PAGAMENTO/GLOSA ]----------------
       01 W-CONS-CHAVE.
           03 W-CONS-CRM        PIC 9(06).
           03 W-CONS-DATA       PIC 9(08).
           03 W-CONS-HORA       PIC 9(04).

      *------[ COMPETENCIAS A RECALCULAR NO MODO INCREMENTAL ]----------
       01 TAB-MESES.
           03 TM-MES           PIC 9(06) OCCURS 240 TIMES.

      *------[ CALCULO DE SERIAL DE DIAS ]------------------------------
       01 W-SER-DATA.
           03 W-SER-ANO    PIC 9(04).
           03 W-SER-MES    PIC 9(02).
           03 W-SER-DIA    PIC 9(02).
       01 W-SER-RESULT     PIC 9(08) VALUE ZEROS.
       01 W-SER-AUX        PIC 9(08) VALUE ZEROS.
       01 W-SER-TEMP       PIC 9(08) VALUE ZEROS.
       01 TAB-DIAS-ACUMX.
           03 FILLER       PIC 9(03) VALUE 000.
           03 FILLER       PIC 9(03) VALUE 031.
           03 FILLER       PIC 9(03) VALUE 059.
           03 FILLER       PIC 9(03) VALUE 090.
           03 FILLER       PIC 9(03) VALUE 120.
           03 FILLER       PIC 9(03) VALUE 151.
           03 FILLER       PIC 9(03) VALUE 181.
           03 FILLER       PIC 9(03) VALUE 212.
           03 FILLER       PIC 9(03) VALUE 243.
           03 FILLER       PIC 9(03) VALUE 273.
           03 FILLER       PIC 9(03) VALUE 304.
           03 FILLER       PIC 9(03) VALUE 334.
       01 TAB-DIAS-ACUM REDEFINES TAB-DIAS-ACUMX.
           03 W-DIAS-ACUM  PIC 9(03) OCCURS 12 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-MES-ATUAL
      *    O LOTEARQ PEDE O RECALCULO COMPLETO ANTES DO EXPURGO
           IF W-ESTAT-MODO = "C"
              MOVE "C" TO W-MODO
              MOVE SPACES TO W-ESTAT-MODO
              GO TO R0.
           IF W-COMPET-AUTO NOT = ZEROS
              MOVE "I" TO W-MODO
              GO TO R0.
           DISPLAY "MODO (I=INCREMENTAL C=RECALCULO COMPLETO): "
           ACCEPT W-MODO
           IF W-MODO NOT = "C"
              MOVE "I" TO W-MODO.

       R0.
           OPEN INPUT CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: "
                      ST-ERRO-AGE
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATURA: "
                      ST-ERRO-FAT
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

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

           OPEN INPUT CADPAGTO
           IF ST-ERRO-PAG = "00"
              MOVE "S" TO W-PAG-ABERTO.
           OPEN INPUT CADGLOSA
           IF ST-ERRO-GLO = "00"
              MOVE "S" TO W-GLO-ABERTO.
           OPEN INPUT CADESTORNO
           IF ST-ERRO-EST = "00"
              MOVE "S" TO W-EST-ABERTO.

      *    ANO DO ULTIMO ARQUIVAMENTO: O QUE VEM ANTES ESTA CONGELADO
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "ESTATARQ" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 MOVE PA-VALOR TO W-ANO-CONGELA
              END-IF
              CLOSE CADPARAM.

           OPEN I-O CADRESUMO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADRESUMO
                 CLOSE CADRESUMO
                 OPEN I-O CADRESUMO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESUMO: "
                         ST-ERRO
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEESTAT.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "RESUMO ESTATISTICO MENSAL - PROCESSAMENTO DE "
                  W-HOJE DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-PAG-ABERTO = "N"
              MOVE "  AVISO: CADPAGTO AUSENTE, SEM RECEBIDOS"
                TO LINHA-REL
              WRITE LINHA-REL.
           IF W-GLO-ABERTO = "N"
              MOVE "  AVISO: CADGLOSA AUSENTE, SEM GLOSAS" TO LINHA-REL
              WRITE LINHA-REL.
           IF W-ANO-CONGELA NOT = ZEROS
              MOVE SPACES TO LINHA-REL
              STRING "  MESES ANTERIORES A " W-ANO-CONGELA (3:4)
                     " CONGELADOS (MOVIMENTO ARQUIVADO)"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.

      *------[ REGISTRO DE CONTROLE: ULTIMO DIA PROCESSADO ]------------
       R1.
           PERFORM CHAVE-CONTROLE THRU CHAVE-CONTROLE-FIM
           READ CADRESUMO
           IF ST-ERRO = "00"
              MOVE RM-DATA-ATU TO W-DATA-ULT.
           IF W-DATA-ULT = ZEROS AND W-MODO = "I"
              MOVE "  SEM REGISTRO DE CONTROLE: RECALCULO COMPLETO"
                TO LINHA-REL
              WRITE LINHA-REL
              MOVE "C" TO W-MODO.
           IF W-MODO = "C"
              MOVE "S" TO W-TODOS
              MOVE "  MODO COMPLETO: TODAS AS COMPETENCIAS"
                TO LINHA-REL
              WRITE LINHA-REL
              GO TO R3.
           MOVE SPACES TO LINHA-REL
           STRING "  MODO INCREMENTAL: MOVIMENTO DESDE " W-DATA-ULT
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-MES-ATUAL TO W-MES
           PERFORM MARCA-MES THRU MARCA-MES-FIM.

      *------[ MESES TOCADOS: JORNAL DO PERIODO ]-----------------------
      *    O DIA DA ULTIMA EXECUCAO ENTRA DE NOVO: O QUE FOI GRAVADO
      *    DEPOIS DELA NO MESMO DIA TAMBEM CONTA
       R2.
           OPEN INPUT JORNAL
           IF ST-ERRO-JRN NOT = "00"
              MOVE "  AVISO: JORNAL.TXT AUSENTE" TO LINHA-REL
              WRITE LINHA-REL
              GO TO R2-EST.
       R2-JRN.
           READ JORNAL
              AT END
                 CLOSE JORNAL
                 GO TO R2-EST.
           IF JN-DATA < W-DATA-ULT
              GO TO R2-JRN.
           MOVE ZEROS TO W-MES
           IF JN-ARQUIVO = "CADAGENDA"
              MOVE JN-REGISTRO (1:130) TO REGAGENDA
              DIVIDE AG-DATA BY 100 GIVING W-MES.
           IF JN-ARQUIVO = "CADFATURA"
              MOVE JN-REGISTRO (1:79) TO REGFATURA
              DIVIDE FT-DATA BY 100 GIVING W-MES.
           IF JN-ARQUIVO = "CADPAGTO"
              MOVE JN-REGISTRO (1:104) TO REGPAGTO
              DIVIDE PG-DATA-PAGTO BY 100 GIVING W-MES.
           IF W-MES = ZEROS
              GO TO R2-JRN.
           ADD 1 TO W-QTD-JRN
           PERFORM MARCA-MES THRU MARCA-MES-FIM
           GO TO R2-JRN.

      *------[ ESTORNOS E GLOSAS NAO PASSAM PELO JORNAL ]---------------
       R2-EST.
           IF W-EST-ABERTO = "N"
              GO TO R2-GLO.
           MOVE SPACES TO ET-CHAVE
           START CADESTORNO KEY IS NOT LESS THAN ET-CHAVE
           IF ST-ERRO-EST NOT = "00"
              GO TO R2-GLO.
       R2-EST1.
           READ CADESTORNO NEXT RECORD
           IF ST-ERRO-EST NOT = "00"
              GO TO R2-GLO.
           IF DATA-CADASTRO OF REGESTORNO < W-DATA-ULT
              GO TO R2-EST1.
           DIVIDE ET-DATA BY 100 GIVING W-MES
           PERFORM MARCA-MES THRU MARCA-MES-FIM
           GO TO R2-EST1.

       R2-GLO.
           MOVE "00" TO ST-ERRO-EST
           IF W-GLO-ABERTO = "N"
              GO TO R2-LISTA.
           MOVE SPACES TO GL-CHAVE
           START CADGLOSA KEY IS NOT LESS THAN GL-CHAVE
           IF ST-ERRO-GLO NOT = "00"
              GO TO R2-LISTA.
       R2-GLO1.
           READ CADGLOSA NEXT RECORD
           IF ST-ERRO-GLO NOT = "00"
              GO TO R2-LISTA.
           IF GL-DATA-REGISTRO < W-DATA-ULT
              GO TO R2-GLO1.
           DIVIDE GL-DATA-REGISTRO BY 100 GIVING W-MES
           PERFORM MARCA-MES THRU MARCA-MES-FIM
           GO TO R2-GLO1.

       R2-LISTA.
           MOVE "00" TO ST-ERRO-GLO
           MOVE SPACES TO LINHA-REL
           STRING "  LINHAS DO JORNAL NO PERIODO " W-QTD-JRN
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       R2-LISTA1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-MESES
              GO TO R3.
           MOVE SPACES TO LINHA-REL
           STRING "  COMPETENCIA A RECALCULAR " TM-MES (W-IND)
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R2-LISTA1.

      *------[ APAGA O RESUMO DAS COMPETENCIAS A RECALCULAR ]-----------
       R3.
           PERFORM CHAVE-CONTROLE THRU CHAVE-CONTROLE-FIM
           MOVE 1 TO RM-COMPET
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R4.
       R3-LOOP.
           READ CADRESUMO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R4.
           MOVE RM-COMPET TO W-MES
           PERFORM TESTA-MES THRU TESTA-MES-FIM
           IF W-ACHOU = "N"
              GO TO R3-LOOP.
           DELETE CADRESUMO RECORD
           IF ST-ERRO = "00"
              ADD 1 TO W-QTD-APAG.
           GO TO R3-LOOP.

      *------[ CONSULTAS: CONTAGENS E ESPERA NO MES DA CONSULTA ]-------
       R4.
           MOVE SPACES TO AG-CHAVE
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO-AGE NOT = "00"
              GO TO R5.
       R4-LOOP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO-AGE NOT = "00"
              GO TO R5.
           DIVIDE AG-DATA BY 100 GIVING W-MES
           PERFORM TESTA-MES THRU TESTA-MES-FIM
           IF W-ACHOU = "N"
              GO TO R4-LOOP.
           ADD 1 TO W-LID-AGE
           MOVE W-MES TO W-RM-COMPET
           MOVE AG-FILIAL TO W-RM-FILIAL
           MOVE AG-CRM TO W-RM-CRM
           MOVE AG-CID TO W-RM-CID
           MOVE ZEROS TO W-RM-CODCONV
           IF AG-PARTICULAR NOT = "S"
              MOVE AG-CPF TO CPF
              READ CADPACI
              IF ST-ERRO-PAC = "00"
                 MOVE CONVENIO TO W-RM-CODCONV.
           PERFORM ACHA-ESPEC THRU ACHA-ESPEC-FIM
           PERFORM LE-RESUMO THRU LE-RESUMO-FIM
           ADD 1 TO RM-AGENDADAS
           IF AG-STATUS = 30
              ADD 1 TO RM-ATENDIDAS.
           IF AG-STATUS = 40
              ADD 1 TO RM-CANCELADAS.
           IF AG-STATUS = 50
              ADD 1 TO RM-FALTAS.
           IF AG-STATUS = 40
              OR DATA-CADASTRO OF REGAGENDA = ZEROS
              GO TO R4-GRAVA.
           MOVE AG-DATA TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SER-AUX
           MOVE DATA-CADASTRO OF REGAGENDA TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           COMPUTE W-DIAS = W-SER-AUX - W-SER-RESULT
           IF W-DIAS < ZEROS
              GO TO R4-GRAVA.
           IF W-DIAS > 9999
              MOVE 9999 TO W-DIAS.
           ADD 1 TO RM-ESPERA-QTD
           ADD W-DIAS TO RM-ESPERA-DIAS
           IF W-DIAS > RM-ESPERA-MAX
              MOVE W-DIAS TO RM-ESPERA-MAX.
       R4-GRAVA.
           PERFORM GRAVA-RESUMO THRU GRAVA-RESUMO-FIM
           GO TO R4-LOOP.

      *------[ FATURAS: BRUTO E ESTORNOS NO MES DA FATURA ]-------------
       R5.
           MOVE SPACES TO FT-CHAVE
           START CADFATURA KEY IS NOT LESS THAN FT-CHAVE
           IF ST-ERRO-FAT NOT = "00"
              GO TO R6.
       R5-LOOP.
           READ CADFATURA NEXT RECORD
           IF ST-ERRO-FAT NOT = "00"
              GO TO R6.
           DIVIDE FT-DATA BY 100 GIVING W-MES
           PERFORM TESTA-MES THRU TESTA-MES-FIM
           IF W-ACHOU = "N"
              GO TO R5-LOOP.
           ADD 1 TO W-LID-FAT
           MOVE FT-CHAVE TO W-CONS-CHAVE
           PERFORM DIMENSAO-CONSULTA THRU DIMENSAO-CONSULTA-FIM
           MOVE FT-CODCONV TO W-RM-CODCONV
           PERFORM SOMA-ESTORNOS THRU SOMA-ESTORNOS-FIM
           IF W-TOTAL-EST > FT-VALOR
              MOVE FT-VALOR TO W-TOTAL-EST.
           PERFORM LE-RESUMO THRU LE-RESUMO-FIM
           ADD 1 TO RM-QTD-FATURAS
           ADD FT-VALOR TO RM-VAL-FATURADO
           ADD W-TOTAL-EST TO RM-VAL-ESTORNADO
           PERFORM GRAVA-RESUMO THRU GRAVA-RESUMO-FIM
           GO TO R5-LOOP.

      *------[ PAGAMENTOS: LIQUIDO E RETIDOS NO MES DO PAGAMENTO ]------
       R6.
           IF W-PAG-ABERTO = "N"
              GO TO R7.
           MOVE SPACES TO PG-CHAVE
           START CADPAGTO KEY IS NOT LESS THAN PG-CHAVE
           IF ST-ERRO-PAG NOT = "00"
              GO TO R7.
       R6-LOOP.
           READ CADPAGTO NEXT RECORD
           IF ST-ERRO-PAG NOT = "00"
              GO TO R7.
           DIVIDE PG-DATA-PAGTO BY 100 GIVING W-MES
           PERFORM TESTA-MES THRU TESTA-MES-FIM
           IF W-ACHOU = "N"
              GO TO R6-LOOP.
           ADD 1 TO W-LID-PAG
           MOVE PG-CRM TO W-CONS-CRM
           MOVE PG-DATA TO W-CONS-DATA
           MOVE PG-HORA TO W-CONS-HORA
           PERFORM DIMENSAO-CONSULTA THRU DIMENSAO-CONSULTA-FIM
           PERFORM CONVENIO-FATURA THRU CONVENIO-FATURA-FIM
           PERFORM LE-RESUMO THRU LE-RESUMO-FIM
           ADD PG-VALOR TO RM-VAL-RECEBIDO
           ADD PG-RET-IR PG-RET-PIS PG-RET-COFINS PG-RET-CSLL
               TO RM-VAL-RETIDO
           PERFORM GRAVA-RESUMO THRU GRAVA-RESUMO-FIM
           GO TO R6-LOOP.

      *------[ GLOSAS COM PERDA ACEITA NO MES DO REGISTRO ]-------------
       R7.
           IF W-GLO-ABERTO = "N"
              GO TO R8.
           MOVE SPACES TO GL-CHAVE
           START CADGLOSA KEY IS NOT LESS THAN GL-CHAVE
           IF ST-ERRO-GLO NOT = "00"
              GO TO R8.
       R7-LOOP.
           READ CADGLOSA NEXT RECORD
           IF ST-ERRO-GLO NOT = "00"
              GO TO R8.
           IF GL-SITUACAO NOT = "P"
              GO TO R7-LOOP.
           DIVIDE GL-DATA-REGISTRO BY 100 GIVING W-MES
           PERFORM TESTA-MES THRU TESTA-MES-FIM
           IF W-ACHOU = "N"
              GO TO R7-LOOP.
           ADD 1 TO W-LID-GLO
           MOVE GL-CRM TO W-CONS-CRM
           MOVE GL-DATA TO W-CONS-DATA
           MOVE GL-HORA TO W-CONS-HORA
           PERFORM DIMENSAO-CONSULTA THRU DIMENSAO-CONSULTA-FIM
           PERFORM CONVENIO-FATURA THRU CONVENIO-FATURA-FIM
           PERFORM LE-RESUMO THRU LE-RESUMO-FIM
           ADD GL-VALOR TO RM-VAL-GLOSADO
           PERFORM GRAVA-RESUMO THRU GRAVA-RESUMO-FIM
           GO TO R7-LOOP.

      *------[ CONTROLE E TOTAIS ]--------------------------------------
       R8.
           PERFORM CHAVE-CONTROLE THRU CHAVE-CONTROLE-FIM
           READ CADRESUMO
           IF ST-ERRO = "00"
              MOVE W-HOJE TO RM-DATA-ATU
              REWRITE REGRESUMO
           ELSE
              PERFORM CHAVE-CONTROLE THRU CHAVE-CONTROLE-FIM
              PERFORM ZERA-RESUMO THRU ZERA-RESUMO-FIM
              MOVE W-HOJE TO RM-DATA-ATU
              WRITE REGRESUMO.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CONTROLE DO CADRESUMO: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE.

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CONSULTAS " W-LID-AGE "  FATURAS " W-LID-FAT
                  "  PAGAMENTOS " W-LID-PAG "  GLOSAS " W-LID-GLO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LINHAS DE RESUMO APAGADAS " W-QTD-APAG
                  "  GRAVADAS " W-QTD-GRAV
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "LOTEESTAT: " W-QTD-GRAV " LINHAS DE RESUMO"
                   " ATUALIZADAS (MODO " W-MODO ")"
           GO TO ROT-FIM.

      *------[ CHAVE DO REGISTRO DE CONTROLE ]--------------------------
       CHAVE-CONTROLE.
           MOVE ZEROS TO RM-COMPET RM-FILIAL RM-CRM RM-CODCONV
                         RM-ESPEC
           MOVE SPACES TO RM-CID.
       CHAVE-CONTROLE-FIM.
           EXIT.

      *------[ LE A LINHA DO RESUMO DA CHAVE MONTADA ]------------------
       LE-RESUMO.
           MOVE W-RM-CHAVE TO RM-CHAVE
           READ CADRESUMO
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
              GO TO LE-RESUMO-FIM.
           MOVE "N" TO W-EXISTE
           MOVE W-RM-CHAVE TO RM-CHAVE
           PERFORM ZERA-RESUMO THRU ZERA-RESUMO-FIM.
       LE-RESUMO-FIM.
           EXIT.

       ZERA-RESUMO.
           MOVE ZEROS TO RM-AGENDADAS RM-ATENDIDAS RM-CANCELADAS
                         RM-FALTAS RM-QTD-FATURAS RM-VAL-FATURADO
                         RM-VAL-ESTORNADO RM-VAL-RECEBIDO
                         RM-VAL-RETIDO RM-VAL-GLOSADO RM-ESPERA-QTD
                         RM-ESPERA-DIAS RM-ESPERA-MAX RM-DATA-ATU.
       ZERA-RESUMO-FIM.
           EXIT.

       GRAVA-RESUMO.
           MOVE W-HOJE TO RM-DATA-ATU
           IF W-EXISTE = "S"
              REWRITE REGRESUMO
           ELSE
              WRITE REGRESUMO.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CADRESUMO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GRAVA-RESUMO-FIM.
           IF W-EXISTE = "N"
              ADD 1 TO W-QTD-GRAV.
       GRAVA-RESUMO-FIM.
           EXIT.

      *------[ FILIAL, CID E ESPECIALIDADE PELA CONSULTA ]--------------
       DIMENSAO-CONSULTA.
           MOVE W-MES TO W-RM-COMPET
           MOVE W-CONS-CRM TO W-RM-CRM
           MOVE ZEROS TO W-RM-FILIAL
           MOVE SPACES TO W-RM-CID
           MOVE W-CONS-CHAVE TO AG-CHAVE
           READ CADAGENDA
           IF ST-ERRO-AGE = "00"
              MOVE AG-FILIAL TO W-RM-FILIAL
              MOVE AG-CID TO W-RM-CID.
           PERFORM ACHA-ESPEC THRU ACHA-ESPEC-FIM.
       DIMENSAO-CONSULTA-FIM.
           EXIT.

       CONVENIO-FATURA.
           MOVE ZEROS TO W-RM-CODCONV
           MOVE W-CONS-CHAVE TO FT-CHAVE
           READ CADFATURA
           IF ST-ERRO-FAT = "00"
              MOVE FT-CODCONV TO W-RM-CODCONV.
       CONVENIO-FATURA-FIM.
           EXIT.

       ACHA-ESPEC.
           MOVE ZEROS TO W-RM-ESPEC
           MOVE W-RM-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED = "00"
              MOVE ESPECIALIDADE TO W-RM-ESPEC.
       ACHA-ESPEC-FIM.
           EXIT.

      *------[ ESTORNOS FORMAIS DA FATURA CORRENTE ]--------------------
       SOMA-ESTORNOS.
           MOVE ZEROS TO W-TOTAL-EST
           IF W-EST-ABERTO = "N"
              GO TO SOMA-ESTORNOS-FIM.
           MOVE FT-CRM TO ET-CRM
           MOVE FT-DATA TO ET-DATA
           MOVE FT-HORA TO ET-HORA
           MOVE ZEROS TO ET-SEQ
           START CADESTORNO KEY IS NOT LESS THAN ET-CHAVE
           IF ST-ERRO-EST NOT = "00"
              MOVE "00" TO ST-ERRO-EST
              GO TO SOMA-ESTORNOS-FIM.
       SOMA-ESTORNOS1.
           READ CADESTORNO NEXT RECORD
           IF ST-ERRO-EST NOT = "00"
              MOVE "00" TO ST-ERRO-EST
              GO TO SOMA-ESTORNOS-FIM.
           IF ET-CRM NOT = FT-CRM OR ET-DATA NOT = FT-DATA
              OR ET-HORA NOT = FT-HORA
              GO TO SOMA-ESTORNOS-FIM.
           ADD ET-VALOR TO W-TOTAL-EST
           GO TO SOMA-ESTORNOS1.
       SOMA-ESTORNOS-FIM.
           EXIT.

      *------[ COMPETENCIA ENTRA NO RECALCULO? ]------------------------
       TESTA-MES.
           MOVE "N" TO W-ACHOU
           IF W-MES = ZEROS
              GO TO TESTA-MES-FIM.
           DIVIDE W-MES BY 100 GIVING W-ANO-MES
           IF W-ANO-MES < W-ANO-CONGELA
              GO TO TESTA-MES-FIM.
           IF W-TODOS = "S"
              MOVE "S" TO W-ACHOU
              GO TO TESTA-MES-FIM.
           PERFORM BUSCA-MES THRU BUSCA-MES-FIM.
       TESTA-MES-FIM.
           EXIT.

       MARCA-MES.
           IF W-MES = ZEROS
              GO TO MARCA-MES-FIM.
           DIVIDE W-MES BY 100 GIVING W-ANO-MES
           IF W-ANO-MES < W-ANO-CONGELA
              GO TO MARCA-MES-FIM.
           PERFORM BUSCA-MES THRU BUSCA-MES-FIM
           IF W-ACHOU = "S"
              GO TO MARCA-MES-FIM.
           IF W-QTD-MESES NOT < 240
              GO TO MARCA-MES-FIM.
           ADD 1 TO W-QTD-MESES
           MOVE W-MES TO TM-MES (W-QTD-MESES).
       MARCA-MES-FIM.
           EXIT.

       BUSCA-MES.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IND.
       BUSCA-MES1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-MESES
              GO TO BUSCA-MES-FIM.
           IF TM-MES (W-IND) NOT = W-MES
              GO TO BUSCA-MES1.
           MOVE "S" TO W-ACHOU.
       BUSCA-MES-FIM.
           EXIT.

      *------[ SERIAL DE DIAS (BASE GREGORIANA SIMPLIFICADA) ]----------
       CALC-SERIAL.
           COMPUTE W-SER-TEMP = W-SER-ANO - 1
           COMPUTE W-SER-RESULT = (W-SER-TEMP * 365)
                   + (W-SER-TEMP / 4) - (W-SER-TEMP / 100)
                   + (W-SER-TEMP / 400)
           ADD W-DIAS-ACUM (W-SER-MES) TO W-SER-RESULT
           ADD W-SER-DIA TO W-SER-RESULT
           IF W-SER-MES > 2
              DIVIDE W-SER-ANO BY 4 GIVING W-SER-TEMP
                     REMAINDER W-SER-TEMP
              IF W-SER-TEMP = ZEROS
                 ADD 1 TO W-SER-RESULT.
       CALC-SERIAL-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAGENDA.
           CLOSE CADFATURA.
           CLOSE CADMED.
           CLOSE CADPACI.
           IF W-PAG-ABERTO = "S"
              CLOSE CADPAGTO.
           IF W-GLO-ABERTO = "S"
              CLOSE CADGLOSA.
           IF W-EST-ABERTO = "S"
              CLOSE CADESTORNO.
           CLOSE CADRESUMO.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
