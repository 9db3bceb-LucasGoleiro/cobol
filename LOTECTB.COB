       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTECTB.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * DIARIO CONTABIL DO MES PARA O ESCRITORIO DE            *
      * CONTABILIDADE: PERCORRE OS ARQUIVOS FINANCEIROS DA     *
      * COMPETENCIA PEDIDA E GERA UM LANCAMENTO DE PARTIDA     *
      * DOBRADA (DEBITO E CREDITO DO MESMO VALOR) POR EVENTO,  *
      * COM AS CONTAS DO MAPEAMENTO CADCTBEVT (SMP079) SOBRE O *
      * PLANO DE CONTAS CADCONTA (SMP078):                     *
      *  FATURA EMITIDA (CADFATURA, PARTE DO CONVENIO E DO     *
      *  PACIENTE), RECEBIDO DO CONVENIO E TRIBUTOS RETIDOS    *
      *  (CADPAGTO), GLOSA ACEITA (CADGLOSA "P"), ESTORNO      *
      *  (CADESTORNO), CAIXA FECHADO POR FORMA (CADCAIXA "F", *
      *  COM O SINAL DEVOLVIDO EM SEPARADO NO EVENTO CXDV),    *
      *  TITULO E PAGAMENTO DE FORNECEDOR (CADPAGAR) E         *
      *  LANCAMENTOS DA CONTA-CORRENTE DO MEDICO (CADCCMED).   *
      * O ARQUIVO CTBAAAAMM.TXT SAI NO LEIAUTE DE IMPORTACAO   *
      * DO ESCRITORIO (DATA;DEBITO;CREDITO;VALOR;HISTORICO;    *
      * DOCUMENTO;EVENTO) E O RELATORIO TRAZ O BALANCETE DE    *
      * VERIFICACAO DO MOVIMENTO DO MES PELO PLANO DE CONTAS.  *
      * EVENTO SEM REGRA OU COM CONTA INVALIDA/DESATIVADA NAO  *
      * E LANCADO: SAI NAS PENDENCIAS DO RELATORIO COM         *
      * QUANTIDADE E VALOR, E O LOTE TERMINA COM CODIGO 4      *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONTA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CT-CODIGO
                     FILE STATUS IS ST-ERRO.

       SELECT CADCTBEVT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EV-CHAVE
                     FILE STATUS IS ST-ERRO-EVT.

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

       SELECT CADCAIXA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CX-CHAVE
                     FILE STATUS IS ST-ERRO-CXA.

       SELECT CADPAGAR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AP-CHAVE
                     FILE STATUS IS ST-ERRO-PGR.

       SELECT CADCCMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CC-CHAVE
                     FILE STATUS IS ST-ERRO-CCM.

       SELECT DIARIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-DIA.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCONTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTA.DAT".
           COPY REGCONTA.

       FD CADCTBEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTBEVT.DAT".
           COPY REGCTBEVT.

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

       FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
           COPY REGCAIXA.

       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY REGPAGAR.

       FD CADCCMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCCMED.DAT".
           COPY REGCCMED.

       FD DIARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-DIA.
       01 LINHA-DIA                 PIC X(120).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-EVT      PIC X(02) VALUE "00".
       01 ST-ERRO-FAT      PIC X(02) VALUE "00".
       01 ST-ERRO-PAG      PIC X(02) VALUE "00".
       01 ST-ERRO-GLO      PIC X(02) VALUE "00".
       01 ST-ERRO-EST      PIC X(02) VALUE "00".
       01 ST-ERRO-CXA      PIC X(02) VALUE "00".
       01 ST-ERRO-PGR      PIC X(02) VALUE "00".
       01 ST-ERRO-CCM      PIC X(02) VALUE "00".
       01 ST-ERRO-DIA      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-FAT-ABERTO     PIC X(01) VALUE "N".
       01 W-PAG-ABERTO     PIC X(01) VALUE "N".
       01 W-GLO-ABERTO     PIC X(01) VALUE "N".
       01 W-EST-ABERTO     PIC X(01) VALUE "N".
       01 W-CXA-ABERTO     PIC X(01) VALUE "N".
       01 W-PGR-ABERTO     PIC X(01) VALUE "N".
       01 W-CCM-ABERTO     PIC X(01) VALUE "N".
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-REG     PIC 9(06) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 WS-NOME-DIA      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTECTB.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTECTB".

      *------[ LANCAMENTO PEDIDO AO LANCA-EVENTO ]----------------------
       01 W-EVENTO         PIC X(04) VALUE SPACES.
       01 W-COMPL          PIC 9(02) VALUE ZEROS.
       01 W-VALOR          PIC 9(08)V99 VALUE ZEROS.
       01 W-DATA-LANC      PIC 9(08) VALUE ZEROS.
       01 W-DOCUMENTO      PIC X(20) VALUE SPACES.
       01 W-MOTIVO         PIC X(22) VALUE SPACES.
       01 W-CONTA-TESTE    PIC X(12) VALUE SPACES.
       01 W-CONTA-OK       PIC X(01) VALUE "N".
       01 W-ERRO-ARQ       PIC X(01) VALUE "N".

      *------[ TOTAIS DO LOTE ]-----------------------------------------
       01 W-CONT-LANC      PIC 9(06) VALUE ZEROS.
       01 W-CONT-PEND      PIC 9(06) VALUE ZEROS.
       01 W-TOT-LANC       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-DEB        PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-CRED       PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDO          PIC S9(11)V99 VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01 W-ED-DEB         PIC ZZZ.ZZZ.ZZ9,99.
       01 W-ED-CRED        PIC ZZZ.ZZZ.ZZ9,99.
       01 W-ED-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
       01 W-DC             PIC X(01) VALUE SPACES.

      *------[ LINHA DO DIARIO NO LEIAUTE DO ESCRITORIO ]---------------
       01 CTB-LANCTO.
           03 LC-DIA           PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 LC-MES           PIC 9(02).
           03 FILLER           PIC X(01) VALUE "/".
           03 LC-ANO           PIC 9(04).
           03 FILLER           PIC X(01) VALUE ";".
           03 LC-DEBITO        PIC X(12).
           03 FILLER           PIC X(01) VALUE ";".
           03 LC-CREDITO       PIC X(12).
           03 FILLER           PIC X(01) VALUE ";".
           03 LC-VALOR         PIC 9(10),99.
           03 FILLER           PIC X(01) VALUE ";".
           03 LC-HISTORICO     PIC X(30).
           03 FILLER           PIC X(01) VALUE ";".
           03 LC-DOCUMENTO     PIC X(20).
           03 FILLER           PIC X(01) VALUE ";".
           03 LC-EVENTO        PIC X(04).
       01 W-DATA-AUX.
           03 W-AUX-ANO        PIC 9(04).
           03 W-AUX-MES        PIC 9(02).
           03 W-AUX-DIA        PIC 9(02).

      *------[ MOVIMENTO POR CONTA PARA O BALANCETE ]-------------------
       01 W-QTD-CONTAS     PIC 9(03) VALUE ZEROS.
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 TAB-BALANCETE.
           03 TB-CONTA OCCURS 300 TIMES.
               05 TB-CODIGO    PIC X(12).
               05 TB-DEB       PIC 9(11)V99.
               05 TB-CRED      PIC 9(11)V99.

      *------[ EVENTOS NAO LANCADOS (SEM REGRA OU CONTA INVALIDA) ]-----
       01 W-QTD-PEND       PIC 9(02) VALUE ZEROS.
       01 W-IND-P          PIC 9(02) VALUE ZEROS.
       01 TAB-PENDENCIAS.
           03 TP-PEND OCCURS 40 TIMES.
               05 TP-EVENTO    PIC X(04).
               05 TP-COMPL     PIC 9(02).
               05 TP-MOTIVO    PIC X(22).
               05 TP-QTD       PIC 9(06).
               05 TP-VALOR     PIC 9(11)V99.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "COMPETENCIA DO DIARIO CONTABIL (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE SPACES TO WS-NOME-DIA
           STRING "CTB" W-COMPET ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-DIA
           MOVE ZEROS TO TAB-BALANCETE TAB-PENDENCIAS.

       R0.
           OPEN INPUT CADCONTA
           IF ST-ERRO NOT = "00"
              DISPLAY "PLANO DE CONTAS (CADCONTA) NAO CADASTRADO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADCTBEVT
           IF ST-ERRO-EVT NOT = "00"
              DISPLAY "MAPEAMENTO CONTABIL (CADCTBEVT) NAO CADASTRADO"
              MOVE 8 TO RETURN-CODE
              CLOSE CADCONTA
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT = "00"
              MOVE "S" TO W-FAT-ABERTO.
           OPEN INPUT CADPAGTO
           IF ST-ERRO-PAG = "00"
              MOVE "S" TO W-PAG-ABERTO.
           OPEN INPUT CADGLOSA
           IF ST-ERRO-GLO = "00"
              MOVE "S" TO W-GLO-ABERTO.
           OPEN INPUT CADESTORNO
           IF ST-ERRO-EST = "00"
              MOVE "S" TO W-EST-ABERTO.
           OPEN INPUT CADCAIXA
           IF ST-ERRO-CXA = "00"
              MOVE "S" TO W-CXA-ABERTO.
           OPEN INPUT CADPAGAR
           IF ST-ERRO-PGR = "00"
              MOVE "S" TO W-PGR-ABERTO.
           OPEN INPUT CADCCMED
           IF ST-ERRO-CCM = "00"
              MOVE "S" TO W-CCM-ABERTO.

           OPEN OUTPUT DIARIO
           IF ST-ERRO-DIA NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO DIARIO: " ST-ERRO-DIA
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTECTB.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              CLOSE DIARIO
              GO TO ROT-FIM.

      *------[ FATURAS EMITIDAS: PARTE DO CONVENIO E DO PACIENTE ]------
       R1.
           IF W-FAT-ABERTO = "N"
              GO TO R2.
           MOVE SPACES TO FT-CHAVE
           START CADFATURA KEY IS NOT LESS THAN FT-CHAVE
           IF ST-ERRO-FAT NOT = "00"
              GO TO R2.
       R1-LOOP.
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           READ CADFATURA NEXT RECORD
           IF ST-ERRO-FAT NOT = "00"
              GO TO R2.
           DIVIDE FT-DATA BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET
              GO TO R1-LOOP.
      *    FATURA ANTERIOR A QUEBRA DA COPARTICIPACAO: TUDO CONVENIO
           IF FT-VALOR-CONV NOT NUMERIC OR FT-VALOR-PACI NOT NUMERIC
              MOVE FT-VALOR TO FT-VALOR-CONV
              MOVE ZEROS TO FT-VALOR-PACI.
           IF FT-VALOR-CONV = ZEROS AND FT-VALOR-PACI = ZEROS
              MOVE FT-VALOR TO FT-VALOR-CONV.
           MOVE FT-DATA TO W-DATA-LANC
           MOVE SPACES TO W-DOCUMENTO
           STRING "FAT " FT-CRM FT-DATA FT-HORA DELIMITED BY SIZE
                  INTO W-DOCUMENTO
           MOVE ZEROS TO W-COMPL
           MOVE "FTCV" TO W-EVENTO
           MOVE FT-VALOR-CONV TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FTPA" TO W-EVENTO
           MOVE FT-VALOR-PACI TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           GO TO R1-LOOP.

      *------[ RECEBIDO DOS CONVENIOS E TRIBUTOS RETIDOS NA FONTE ]-----
       R2.
           IF W-PAG-ABERTO = "N"
              GO TO R3.
           MOVE SPACES TO PG-CHAVE
           START CADPAGTO KEY IS NOT LESS THAN PG-CHAVE
           IF ST-ERRO-PAG NOT = "00"
              GO TO R3.
       R2-LOOP.
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           READ CADPAGTO NEXT RECORD
           IF ST-ERRO-PAG NOT = "00"
              GO TO R3.
           DIVIDE PG-DATA-PAGTO BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET
              GO TO R2-LOOP.
           IF PG-RET-IR NOT NUMERIC
              MOVE ZEROS TO PG-RET-IR PG-RET-PIS PG-RET-COFINS
                            PG-RET-CSLL.
           MOVE PG-DATA-PAGTO TO W-DATA-LANC
           MOVE SPACES TO W-DOCUMENTO
           STRING "PAG " PG-CRM PG-DATA PG-HORA PG-SEQ
                  DELIMITED BY SIZE INTO W-DOCUMENTO
           MOVE ZEROS TO W-COMPL
           MOVE "PGCV" TO W-EVENTO
           MOVE PG-VALOR TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "RTIR" TO W-EVENTO
           MOVE PG-RET-IR TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "RTPI" TO W-EVENTO
           MOVE PG-RET-PIS TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "RTCO" TO W-EVENTO
           MOVE PG-RET-COFINS TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "RTCS" TO W-EVENTO
           MOVE PG-RET-CSLL TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           GO TO R2-LOOP.

      *------[ GLOSAS ACEITAS COMO PERDA ]------------------------------
       R3.
           IF W-GLO-ABERTO = "N"
              GO TO R4.
           MOVE SPACES TO GL-CHAVE
           START CADGLOSA KEY IS NOT LESS THAN GL-CHAVE
           IF ST-ERRO-GLO NOT = "00"
              GO TO R4.
       R3-LOOP.
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           READ CADGLOSA NEXT RECORD
           IF ST-ERRO-GLO NOT = "00"
              GO TO R4.
           IF GL-SITUACAO NOT = "P"
              GO TO R3-LOOP.
           DIVIDE GL-DATA-REGISTRO BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET
              GO TO R3-LOOP.
           MOVE GL-DATA-REGISTRO TO W-DATA-LANC
           MOVE SPACES TO W-DOCUMENTO
           STRING "GLO " GL-CRM GL-DATA GL-HORA GL-SEQ
                  DELIMITED BY SIZE INTO W-DOCUMENTO
           MOVE ZEROS TO W-COMPL
           MOVE "GLOS" TO W-EVENTO
           MOVE GL-VALOR TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           GO TO R3-LOOP.

      *------[ ESTORNOS DE FATURA ]-------------------------------------
       R4.
           IF W-EST-ABERTO = "N"
              GO TO R5.
           MOVE SPACES TO ET-CHAVE
           START CADESTORNO KEY IS NOT LESS THAN ET-CHAVE
           IF ST-ERRO-EST NOT = "00"
              GO TO R5.
       R4-LOOP.
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           READ CADESTORNO NEXT RECORD
           IF ST-ERRO-EST NOT = "00"
              GO TO R5.
           DIVIDE DATA-CADASTRO OF REGESTORNO BY 100
                  GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET
              GO TO R4-LOOP.
           MOVE DATA-CADASTRO OF REGESTORNO TO W-DATA-LANC
           MOVE SPACES TO W-DOCUMENTO
           STRING "EST " ET-CRM ET-DATA ET-HORA ET-SEQ
                  DELIMITED BY SIZE INTO W-DOCUMENTO
           MOVE ZEROS TO W-COMPL
           MOVE "ESTO" TO W-EVENTO
           MOVE ET-VALOR TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           GO TO R4-LOOP.

      *------[ CAIXA DA RECEPCAO: SESSOES FECHADAS, POR FORMA ]---------
       R5.
           IF W-CXA-ABERTO = "N"
              GO TO R6.
           MOVE SPACES TO CX-CHAVE
           START CADCAIXA KEY IS NOT LESS THAN CX-CHAVE
           IF ST-ERRO-CXA NOT = "00"
              GO TO R6.
       R5-LOOP.
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           READ CADCAIXA NEXT RECORD
           IF ST-ERRO-CXA NOT = "00"
              GO TO R6.
           IF CX-SITUACAO NOT = "F"
              GO TO R5-LOOP.
           DIVIDE CX-DATA BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET
              GO TO R5-LOOP.
           MOVE CX-DATA TO W-DATA-LANC
           MOVE SPACES TO W-DOCUMENTO
           STRING "CXA " CX-OPERADOR DELIMITED BY SIZE
                  INTO W-DOCUMENTO
           MOVE ZEROS TO W-COMPL
           MOVE "CXDI" TO W-EVENTO
           MOVE CX-VAL-DINHEIRO TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "CXCA" TO W-EVENTO
           MOVE CX-VAL-CARTAO TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "CXPI" TO W-EVENTO
           MOVE CX-VAL-PIX TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "CXDV" TO W-EVENTO
           COMPUTE W-VALOR = CX-DEV-DINHEIRO + CX-DEV-PIX
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           GO TO R5-LOOP.

      *------[ CONTAS A PAGAR: TITULO LANCADO E TITULO PAGO ]-----------
       R6.
           IF W-PGR-ABERTO = "N"
              GO TO R7.
           MOVE SPACES TO AP-CHAVE
           START CADPAGAR KEY IS NOT LESS THAN AP-CHAVE
           IF ST-ERRO-PGR NOT = "00"
              GO TO R7.
       R6-LOOP.
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           READ CADPAGAR NEXT RECORD
           IF ST-ERRO-PGR NOT = "00"
              GO TO R7.
           MOVE SPACES TO W-DOCUMENTO
           STRING "TIT " AP-CHAVE DELIMITED BY SIZE INTO W-DOCUMENTO
           MOVE AP-VALOR TO W-VALOR
           DIVIDE DATA-CADASTRO OF REGPAGAR BY 100
                  GIVING W-COMPET-REG
           IF W-COMPET-REG = W-COMPET
              MOVE DATA-CADASTRO OF REGPAGAR TO W-DATA-LANC
              MOVE "APTI" TO W-EVENTO
              MOVE AP-CATEGORIA TO W-COMPL
              PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM.
           IF AP-PAGO NOT = "S"
              GO TO R6-LOOP.
           DIVIDE AP-DATA-PAGTO BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET
              GO TO R6-LOOP.
           MOVE AP-DATA-PAGTO TO W-DATA-LANC
           MOVE "APPG" TO W-EVENTO
           MOVE ZEROS TO W-COMPL
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           GO TO R6-LOOP.

      *------[ CONTA-CORRENTE DO MEDICO: REPASSE E DEBITOS ]------------
       R7.
           IF W-CCM-ABERTO = "N"
              GO TO R8.
           MOVE SPACES TO CC-CHAVE
           START CADCCMED KEY IS NOT LESS THAN CC-CHAVE
           IF ST-ERRO-CCM NOT = "00"
              GO TO R8.
       R7-LOOP.
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           READ CADCCMED NEXT RECORD
           IF ST-ERRO-CCM NOT = "00"
              GO TO R8.
           DIVIDE CC-DATA BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET
              GO TO R7-LOOP.
           MOVE CC-DATA TO W-DATA-LANC
           MOVE SPACES TO W-DOCUMENTO
           STRING "MED " CC-CRM CC-DATA CC-SEQ DELIMITED BY SIZE
                  INTO W-DOCUMENTO
           MOVE "MED" TO W-EVENTO
           MOVE CC-TIPO TO W-EVENTO (4:1)
           MOVE ZEROS TO W-COMPL
           MOVE CC-VALOR TO W-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           GO TO R7-LOOP.

      *------[ BALANCETE DE VERIFICACAO PELO PLANO DE CONTAS ]----------
       R8.
           MOVE SPACES TO LINHA-REL
           STRING "DIARIO CONTABIL - COMPETENCIA " W-COMPET
                  "  ARQUIVO " WS-NOME-DIA "  GERADO EM " W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "BALANCETE DE VERIFICACAO DO MOVIMENTO DO MES"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CONTA        DESCRICAO                     "
                  "       DEBITOS       CREDITOS          SALDO"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO CT-CODIGO
           START CADCONTA KEY IS NOT LESS THAN CT-CODIGO
           IF ST-ERRO NOT = "00"
              GO TO R9.
       R8-LOOP.
           READ CADCONTA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R9.
           MOVE 1 TO W-IND.
       R8-BUSCA.
           IF W-IND > W-QTD-CONTAS
              GO TO R8-LOOP.
           IF TB-CODIGO (W-IND) NOT = CT-CODIGO
              ADD 1 TO W-IND
              GO TO R8-BUSCA.
           ADD TB-DEB (W-IND) TO W-TOT-DEB
           ADD TB-CRED (W-IND) TO W-TOT-CRED
           COMPUTE W-SALDO = TB-DEB (W-IND) - TB-CRED (W-IND)
           MOVE "D" TO W-DC
           IF W-SALDO < ZEROS
              MOVE "C" TO W-DC
              COMPUTE W-SALDO = W-SALDO * -1.
           MOVE TB-DEB (W-IND) TO W-ED-DEB
           MOVE TB-CRED (W-IND) TO W-ED-CRED
           MOVE W-SALDO TO W-ED-SALDO
           MOVE SPACES TO LINHA-REL
           STRING CT-CODIGO " " CT-DESCRICAO (1:30) " " W-ED-DEB " "
                  W-ED-CRED " " W-ED-SALDO " " W-DC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R8-LOOP.

       R9.
           MOVE W-TOT-DEB TO W-ED-DEB
           MOVE W-TOT-CRED TO W-ED-CRED
           MOVE SPACES TO LINHA-REL
           STRING "TOTAIS                                     "
                  W-ED-DEB " " W-ED-CRED
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF W-TOT-DEB = W-TOT-CRED
              MOVE "DEBITOS E CREDITOS CONFEREM" TO LINHA-REL
           ELSE
              MOVE "*** DEBITOS E CREDITOS NAO CONFEREM ***"
                TO LINHA-REL
              MOVE 8 TO RETURN-CODE.
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-LANC TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING "LANCAMENTOS EXPORTADOS: " W-CONT-LANC
                  "  VALOR " W-ED-VALOR
                  "  EVENTOS NAO LANCADOS: " W-CONT-PEND
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-QTD-PEND = ZEROS
              GO TO R9-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PENDENCIAS: EVENTOS NAO LANCADOS NO DIARIO (SMP079)"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND-P.
       R9-PEND.
           MOVE TP-VALOR (W-IND-P) TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING TP-EVENTO (W-IND-P) " CATEG " TP-COMPL (W-IND-P)
                  " " TP-MOTIVO (W-IND-P) " QTD " TP-QTD (W-IND-P)
                  " VALOR " W-ED-VALOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-IND-P
           IF W-IND-P NOT > W-QTD-PEND
              GO TO R9-PEND.
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE.
       R9-FIM.
           DISPLAY "DIARIO CONTABIL                : " WS-NOME-DIA
           DISPLAY "LANCAMENTOS EXPORTADOS         : " W-CONT-LANC
           DISPLAY "EVENTOS NAO LANCADOS           : " W-CONT-PEND
           CLOSE DIARIO
           CLOSE RELATORIO
           GO TO ROT-FIM.

      *------[ UM LANCAMENTO: REGRA DO EVENTO, CONTAS E BALANCETE ]-----
      *    ENTRADA: W-EVENTO, W-COMPL, W-VALOR, W-DATA-LANC, W-DOCUMENTO
       LANCA-EVENTO.
           IF W-ERRO-ARQ = "S"
              GO TO LANCA-EVENTO-FIM.
           IF W-VALOR NOT NUMERIC OR W-VALOR = ZEROS
              GO TO LANCA-EVENTO-FIM.
           MOVE SPACES TO W-MOTIVO
           MOVE W-EVENTO TO EV-EVENTO
           MOVE W-COMPL TO EV-COMPL
           READ CADCTBEVT
           IF ST-ERRO-EVT = "23" AND W-COMPL NOT = ZEROS
              MOVE ZEROS TO EV-COMPL
              READ CADCTBEVT.
           IF ST-ERRO-EVT NOT = "00"
              MOVE "SEM REGRA CONTABIL" TO W-MOTIVO
              GO TO LANCA-EVENTO-PEND.
           MOVE EV-CONTA-DEB TO W-CONTA-TESTE
           PERFORM TESTA-CONTA THRU TESTA-CONTA-FIM
           IF W-CONTA-OK = "N"
              MOVE "CONTA DEBITO INVALIDA" TO W-MOTIVO
              GO TO LANCA-EVENTO-PEND.
           MOVE EV-CONTA-CRED TO W-CONTA-TESTE
           PERFORM TESTA-CONTA THRU TESTA-CONTA-FIM
           IF W-CONTA-OK = "N"
              MOVE "CONTA CREDITO INVALIDA" TO W-MOTIVO
              GO TO LANCA-EVENTO-PEND.

           MOVE W-DATA-LANC TO W-DATA-AUX
           MOVE W-AUX-DIA TO LC-DIA
           MOVE W-AUX-MES TO LC-MES
           MOVE W-AUX-ANO TO LC-ANO
           MOVE EV-CONTA-DEB TO LC-DEBITO
           MOVE EV-CONTA-CRED TO LC-CREDITO
           MOVE W-VALOR TO LC-VALOR
           MOVE EV-HISTORICO TO LC-HISTORICO
           MOVE W-DOCUMENTO TO LC-DOCUMENTO
           MOVE W-EVENTO TO LC-EVENTO
           MOVE CTB-LANCTO TO LINHA-DIA
           WRITE LINHA-DIA
           ADD 1 TO W-CONT-LANC
           ADD W-VALOR TO W-TOT-LANC

           MOVE EV-CONTA-DEB TO W-CONTA-TESTE
           PERFORM ACHA-CONTA THRU ACHA-CONTA-FIM
           IF W-ERRO-ARQ = "S"
              GO TO LANCA-EVENTO-FIM.
           ADD W-VALOR TO TB-DEB (W-IND)
           MOVE EV-CONTA-CRED TO W-CONTA-TESTE
           PERFORM ACHA-CONTA THRU ACHA-CONTA-FIM
           IF W-ERRO-ARQ = "S"
              GO TO LANCA-EVENTO-FIM.
           ADD W-VALOR TO TB-CRED (W-IND)
           GO TO LANCA-EVENTO-FIM.

       LANCA-EVENTO-PEND.
           ADD 1 TO W-CONT-PEND
           MOVE 1 TO W-IND-P.
       LANCA-EVENTO-PEND1.
           IF W-IND-P > W-QTD-PEND
              GO TO LANCA-EVENTO-PEND2.
           IF TP-EVENTO (W-IND-P) = W-EVENTO
              AND TP-COMPL (W-IND-P) = W-COMPL
              AND TP-MOTIVO (W-IND-P) = W-MOTIVO
              GO TO LANCA-EVENTO-PEND3.
           ADD 1 TO W-IND-P
           GO TO LANCA-EVENTO-PEND1.
       LANCA-EVENTO-PEND2.
      *    TABELA CHEIA: SOMA NA ULTIMA LINHA
           IF W-QTD-PEND = 40
              MOVE 40 TO W-IND-P
              GO TO LANCA-EVENTO-PEND3.
           ADD 1 TO W-QTD-PEND
           MOVE W-QTD-PEND TO W-IND-P
           MOVE W-EVENTO TO TP-EVENTO (W-IND-P)
           MOVE W-COMPL TO TP-COMPL (W-IND-P)
           MOVE W-MOTIVO TO TP-MOTIVO (W-IND-P).
       LANCA-EVENTO-PEND3.
           ADD 1 TO TP-QTD (W-IND-P)
           ADD W-VALOR TO TP-VALOR (W-IND-P).
       LANCA-EVENTO-FIM.
           EXIT.

      *------[ CONTA DO PLANO: EXISTE E ESTA ATIVA ]--------------------
       TESTA-CONTA.
           MOVE "N" TO W-CONTA-OK
           MOVE W-CONTA-TESTE TO CT-CODIGO
           READ CADCONTA
           IF ST-ERRO = "00" AND CT-ATIVA NOT = "N"
              MOVE "S" TO W-CONTA-OK.
       TESTA-CONTA-FIM.
           EXIT.

      *------[ LINHA DA CONTA NA TABELA DO BALANCETE ]------------------
       ACHA-CONTA.
           MOVE 1 TO W-IND.
       ACHA-CONTA1.
           IF W-IND > W-QTD-CONTAS
              GO TO ACHA-CONTA2.
           IF TB-CODIGO (W-IND) = W-CONTA-TESTE
              GO TO ACHA-CONTA-FIM.
           ADD 1 TO W-IND
           GO TO ACHA-CONTA1.
       ACHA-CONTA2.
           IF W-QTD-CONTAS = 300
              DISPLAY "MAIS DE 300 CONTAS MOVIMENTADAS NO MES"
              MOVE 8 TO RETURN-CODE
              CLOSE DIARIO
              CLOSE RELATORIO
              MOVE "S" TO W-ERRO-ARQ
              GO TO ACHA-CONTA-FIM.
           ADD 1 TO W-QTD-CONTAS
           MOVE W-QTD-CONTAS TO W-IND
           MOVE W-CONTA-TESTE TO TB-CODIGO (W-IND)
           MOVE ZEROS TO TB-DEB (W-IND) TB-CRED (W-IND).
       ACHA-CONTA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCONTA.
           CLOSE CADCTBEVT.
           IF W-FAT-ABERTO = "S"
              CLOSE CADFATURA.
           IF W-PAG-ABERTO = "S"
              CLOSE CADPAGTO.
           IF W-GLO-ABERTO = "S"
              CLOSE CADGLOSA.
           IF W-EST-ABERTO = "S"
              CLOSE CADESTORNO.
           IF W-CXA-ABERTO = "S"
              CLOSE CADCAIXA.
           IF W-PGR-ABERTO = "S"
              CLOSE CADPAGAR.
           IF W-CCM-ABERTO = "S"
              CLOSE CADCCMED.
       ROT-FIM-SEMARQ.
           GOBACK.
