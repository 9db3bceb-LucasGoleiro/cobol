       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEBOLETO.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * REMESSA DE BOLETOS DAS PARCELAS DE PACIENTE: VARRE O   *
      * CADPARCELA E, PARA CADA PARCELA EM ABERTO AINDA SEM    *
      * BOLETO QUE VENCE ENTRE HOJE E OS PROXIMOS "BOLDIAS"    *
      * DIAS (PADRAO 30), TIRA O NOSSO NUMERO DO DISPENSADOR   *
      * CENTRAL (PROGNUMERO, SERIE "BOLETO"), GRAVA O REGISTRO *
      * DO TITULO NO ARQUIVO DE REMESSA CNAB 400 DO BANCO      *
      * (CBDDMMNN.REM, SEQUENCIAL DA SERIE "REMCNAB") E        *
      * IMPRIME O BOLETO DO PACIENTE VIA PROGSPOOL (LINHA      *
      * DIGITAVEL E CODIGO DE BARRAS NO PADRAO FEBRABAN, CAMPO *
      * LIVRE AGENCIA/CARTEIRA/NOSSO NUMERO/CONTA). A PARCELA  *
      * FICA MARCADA COM PL-NOSSO-NUM E PL-DATA-BOLETO, DE     *
      * MODO QUE RODAR DE NOVO NAO REGISTRA O TITULO EM DOBRO. *
      * DADOS DA CONTA DE COBRANCA NO CADPARAM: "BOLBANCO",    *
      * "BOLAGENCIA", "BOLCONTA" E "BOLCONTADV" OBRIGATORIOS;  *
      * "BOLCARTEIR" (PADRAO 9), "BOLJUROS" E "BOLMULTA" EM    *
      * CENTESIMOS DE PORCENTO (JUROS AO MES / MULTA). O       *
      * RETORNO DO BANCO E LIDO PELO LOTEBOLRET                *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPARCELA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PL-CHAVE
                     FILE STATUS IS ST-ERRO.

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

       SELECT CADCEP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CEP.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT REMESSA ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REM.

       SELECT BOLETOS ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-BOL.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPARCELA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARCELA.DAT".
           COPY REGPARC.

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
       01 REGFATURA.
           03 FT-CHAVE.
               05 FT-CRM            PIC 9(06).
               05 FT-DATA           PIC 9(08).
               05 FT-HORA           PIC 9(04).
           03 FT-CPF                PIC 9(11).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
           03 CPF              PIC 9(11).
           03 NOMEP            PIC X(30).
           03 SEXO             PIC X(01).
           03 DATANASC         PIC 9(08).
           03 GENERO           PIC X(01).
           03 CONVENIO         PIC 9(04).
           03 CEPPACI          PIC 9(08).
           03 NUMENDE          PIC 9(04).
           03 COMPLEM          PIC X(10).

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
           COPY REGCEP.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REM.
       01 LINHA-REM                 PIC X(400).

       FD BOLETOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-BOL.
       01 LINHA-BOL                 PIC X(100).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-FAT      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-CEP      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-REM      PIC X(02) VALUE "00".
       01 ST-ERRO-BOL      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-CEP-ABERTO     PIC X(01) VALUE "N".
       01 W-ERRO-ARQ       PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DIAS           PIC 9(03) VALUE ZEROS.
       01 W-BANCO          PIC 9(03) VALUE ZEROS.
       01 W-AGENCIA        PIC 9(04) VALUE ZEROS.
       01 W-CONTA          PIC 9(07) VALUE ZEROS.
       01 W-CONTA-DV       PIC 9(01) VALUE ZEROS.
       01 W-CARTEIRA       PIC 9(02) VALUE ZEROS.
       01 W-JUROS-MES      PIC 9(04) VALUE ZEROS.
       01 W-MULTA          PIC 9(02)V99 VALUE ZEROS.
       01 W-MORA-DIA       PIC 9(06)V99 VALUE ZEROS.
       01 W-BENEFICIARIO   PIC X(30) VALUE SPACES.
       01 W-MOTIVO         PIC X(30) VALUE SPACES.
       01 W-ENDERECO       PIC X(40) VALUE SPACES.
       01 W-NUMENDE-ED     PIC ZZZ9.
       01 W-CONT-PARC      PIC 9(05) VALUE ZEROS.
       01 W-CONT-BOL       PIC 9(05) VALUE ZEROS.
       01 W-CONT-PEND      PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR      PIC 9(09)V99 VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-MORA        PIC ZZZ.ZZ9,99.
       01 W-ED-MULTA       PIC Z9,99.
       01 W-NUM-SERIE      PIC X(10) VALUE SPACES.
       01 W-NUM-MINIMO     PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO    PIC 9(08) VALUE ZEROS.
       01 W-SEQ-REM        PIC 9(08) VALUE ZEROS.
       01 W-SEQ-LINHA      PIC 9(06) VALUE ZEROS.
       01 W-NOSSO-NUM      PIC 9(11) VALUE ZEROS.
       01 W-NOSSO-DV       PIC X(01) VALUE SPACES.
       01 WS-NOME-REM      PIC X(30) VALUE SPACES.
       01 WS-NOME-BOL      PIC X(30) VALUE "BOLETOS.TXT".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEBOLETO.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEBOLETO".

      *------[ DATAS NO FORMATO DO BANCO (DDMMAA) ]---------------------
       01 W-DATA-AUX.
           03 W-AUX-SEC    PIC 9(02).
           03 W-AUX-AA     PIC 9(02).
           03 W-AUX-MM     PIC 9(02).
           03 W-AUX-DD     PIC 9(02).
       01 W-DDMMAA.
           03 W-DMA-DD     PIC 9(02).
           03 W-DMA-MM     PIC 9(02).
           03 W-DMA-AA     PIC 9(02).
       01 W-DDMMAA-N REDEFINES W-DDMMAA PIC 9(06).
       01 W-HOJE-DMA       PIC 9(06) VALUE ZEROS.
       01 W-NOME-DDMM      PIC 9(04) VALUE ZEROS.
       01 W-NOME-SEQ       PIC 9(02) VALUE ZEROS.

      *------[ CALCULO DE SERIAL DE DIAS (JANELA E FATOR) ]-------------
       01 W-SER-DATA.
           03 W-SER-ANO    PIC 9(04).
           03 W-SER-MES    PIC 9(02).
           03 W-SER-DIA    PIC 9(02).
       01 W-SER-RESULT     PIC 9(08) VALUE ZEROS.
       01 W-SER-TEMP       PIC 9(08) VALUE ZEROS.
       01 W-SER-Q4         PIC 9(08) VALUE ZEROS.
       01 W-SER-Q100       PIC 9(08) VALUE ZEROS.
       01 W-SER-Q400       PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-VENC    PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-BASE    PIC 9(08) VALUE ZEROS.
       01 W-FATOR          PIC 9(05) VALUE ZEROS.
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

      *------[ DIGITOS VERIFICADORES (MODULO 10 E MODULO 11) ]----------
       01 W-DIG-TAB        PIC X(44) VALUE SPACES.
       01 W-DIG-TABR REDEFINES W-DIG-TAB.
           03 W-DIG        PIC 9(01) OCCURS 44 TIMES.
       01 W-DIG-TAM        PIC 9(02) VALUE ZEROS.
       01 W-POS            PIC 9(02) VALUE ZEROS.
       01 W-PESO           PIC 9(02) VALUE ZEROS.
       01 W-PESO-MAX       PIC 9(02) VALUE ZEROS.
       01 W-PROD           PIC 9(03) VALUE ZEROS.
       01 W-SOMA           PIC 9(05) VALUE ZEROS.
       01 W-QUOC           PIC 9(05) VALUE ZEROS.
       01 W-RESTO          PIC 9(02) VALUE ZEROS.
       01 W-DV             PIC 9(01) VALUE ZEROS.

      *------[ CODIGO DE BARRAS E LINHA DIGITAVEL ]---------------------
       01 W-CODBARRAS.
           03 CB-BANCO         PIC 9(03).
           03 CB-MOEDA         PIC 9(01).
           03 CB-DV            PIC 9(01).
           03 CB-FATOR         PIC 9(04).
           03 CB-VALOR         PIC 9(08)V99.
           03 CB-LIVRE.
               05 CB-AGENCIA   PIC 9(04).
               05 CB-CARTEIRA  PIC 9(02).
               05 CB-NOSSO     PIC 9(11).
               05 CB-CONTA     PIC 9(07).
               05 CB-ZERO      PIC 9(01).
       01 W-CODBARRAS-X REDEFINES W-CODBARRAS PIC X(44).
       01 W-LINHA-DIG.
           03 LD-C1A           PIC X(05).
           03 FILLER           PIC X(01) VALUE ".".
           03 LD-C1B           PIC X(04).
           03 LD-C1DV          PIC 9(01).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LD-C2A           PIC X(05).
           03 FILLER           PIC X(01) VALUE ".".
           03 LD-C2B           PIC X(05).
           03 LD-C2DV          PIC 9(01).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LD-C3A           PIC X(05).
           03 FILLER           PIC X(01) VALUE ".".
           03 LD-C3B           PIC X(05).
           03 LD-C3DV          PIC 9(01).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LD-C4            PIC 9(01).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 LD-C5            PIC X(14).

      *------[ REMESSA CNAB 400: HEADER, TITULO E TRAILER ]-------------
       01 CNB-HEADER.
           03 CH-TIPO          PIC X(01) VALUE "0".
           03 CH-OPERACAO      PIC X(01) VALUE "1".
           03 CH-LIT-REMESSA   PIC X(07) VALUE "REMESSA".
           03 CH-SERVICO       PIC X(02) VALUE "01".
           03 CH-LIT-SERVICO   PIC X(15) VALUE "COBRANCA".
           03 CH-EMPRESA.
               05 FILLER       PIC X(08) VALUE ZEROS.
               05 CH-AGENCIA   PIC 9(04).
               05 CH-CONTA     PIC 9(07).
               05 CH-CONTA-DV  PIC 9(01).
           03 CH-NOME-EMPRESA  PIC X(30).
           03 CH-BANCO         PIC 9(03).
           03 CH-NOME-BANCO    PIC X(15) VALUE SPACES.
           03 CH-DATA          PIC 9(06).
           03 FILLER           PIC X(08) VALUE SPACES.
           03 CH-SISTEMA       PIC X(02) VALUE "MX".
           03 CH-SEQ-REMESSA   PIC 9(07).
           03 FILLER           PIC X(277) VALUE SPACES.
           03 CH-SEQ           PIC 9(06).

       01 CNB-TITULO.
           03 CD-TIPO          PIC X(01) VALUE "1".
           03 FILLER           PIC X(19) VALUE ZEROS.
           03 CD-EMPRESA.
               05 FILLER       PIC X(01) VALUE "0".
               05 CD-CARTEIRA  PIC 9(03).
               05 CD-AGENCIA   PIC 9(05).
               05 CD-CONTA     PIC 9(07).
               05 CD-CONTA-DV  PIC 9(01).
           03 CD-USO-EMPRESA   PIC X(25).
           03 FILLER           PIC X(03) VALUE ZEROS.
           03 CD-MULTA         PIC 9(01).
           03 CD-PERC-MULTA    PIC 9(02)V99.
           03 CD-NOSSO-NUM     PIC 9(11).
           03 CD-NOSSO-DV      PIC X(01).
           03 FILLER           PIC X(10) VALUE ZEROS.
           03 CD-EMISSAO       PIC X(01) VALUE "2".
           03 FILLER           PIC X(15) VALUE SPACES.
           03 CD-OCORRENCIA    PIC X(02) VALUE "01".
           03 CD-SEU-NUMERO    PIC X(10).
           03 CD-VENCIMENTO    PIC 9(06).
           03 CD-VALOR         PIC 9(11)V99.
           03 FILLER           PIC X(08) VALUE ZEROS.
           03 CD-ESPECIE       PIC X(02) VALUE "12".
           03 CD-ACEITE        PIC X(01) VALUE "N".
           03 CD-DATA-EMISSAO  PIC 9(06).
           03 CD-INSTRUCAO     PIC X(04) VALUE ZEROS.
           03 CD-MORA-DIA      PIC 9(11)V99.
           03 FILLER           PIC X(45) VALUE ZEROS.
           03 CD-TIPO-INSCR    PIC X(02) VALUE "01".
           03 CD-CPF           PIC 9(14).
           03 CD-NOME          PIC X(40).
           03 CD-ENDERECO      PIC X(40).
           03 CD-MENSAGEM1     PIC X(12) VALUE SPACES.
           03 CD-CEP           PIC 9(08).
           03 CD-MENSAGEM2     PIC X(60) VALUE SPACES.
           03 CD-SEQ           PIC 9(06).

       01 CNB-TRAILER.
           03 CT-TIPO          PIC X(01) VALUE "9".
           03 FILLER           PIC X(393) VALUE SPACES.
           03 CT-SEQ           PIC 9(06).

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DATA-AUX
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DDMMAA-N TO W-HOJE-DMA
           COMPUTE W-NOME-DDMM = W-AUX-DD * 100 + W-AUX-MM
           MOVE W-HOJE TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-HOJE
      *    DATA BASE DO FATOR DE VENCIMENTO FEBRABAN
           MOVE 19971007 TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-BASE.

      *------[ CONTA DE COBRANCA PARAMETRIZADA NO CADPARAM ]------------
           MOVE 30 TO W-DIAS
           MOVE 9 TO W-CARTEIRA
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR NOT = "00"
              DISPLAY "ARQUIVO CADPARAM NAO ENCONTRADO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE "BOLBANCO" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 1000
              MOVE PA-VALOR TO W-BANCO.
           MOVE "BOLAGENCIA" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 10000
              MOVE PA-VALOR TO W-AGENCIA.
           MOVE "BOLCONTA" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE PA-VALOR TO W-CONTA.
           MOVE "BOLCONTADV" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 10
              MOVE PA-VALOR TO W-CONTA-DV.
           MOVE "BOLCARTEIR" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR > ZEROS
                                 AND PA-VALOR < 100
              MOVE PA-VALOR TO W-CARTEIRA.
           MOVE "BOLDIAS" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR > ZEROS
                                 AND PA-VALOR < 1000
              MOVE PA-VALOR TO W-DIAS.
           MOVE "BOLJUROS" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 10000
              MOVE PA-VALOR TO W-JUROS-MES.
           MOVE "BOLMULTA" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 10000
              COMPUTE W-MULTA = PA-VALOR / 100.
           CLOSE CADPARAM
           IF W-BANCO = ZEROS OR W-AGENCIA = ZEROS OR W-CONTA = ZEROS
              DISPLAY "CONTA DE COBRANCA NAO CADASTRADA NO CADPARAM "
                      "(BOLBANCO/BOLAGENCIA/BOLCONTA)"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           DISPLAY "NOME DO BENEFICIARIO (CLINICA) NO BOLETO: "
           ACCEPT W-BENEFICIARIO
           IF W-BENEFICIARIO = SPACES
              DISPLAY "NOME DO BENEFICIARIO OBRIGATORIO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN I-O CADPARCELA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARCELA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATURA: "
                      ST-ERRO-FAT
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADCEP
           IF ST-ERRO-CEP = "00"
              MOVE "S" TO W-CEP-ABERTO.

      *    NUMERO DA REMESSA DO DIA PARA O BANCO
           MOVE "REMCNAB" TO W-NUM-SERIE
           MOVE ZEROS TO W-NUM-MINIMO
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           IF W-NUM-RETORNO = ZEROS
              DISPLAY "ERRO NO NUMERO DA REMESSA (PROGNUMERO)"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE W-NUM-RETORNO TO W-SEQ-REM
           DIVIDE W-SEQ-REM BY 100 GIVING W-NUM-MINIMO
                  REMAINDER W-NOME-SEQ
           MOVE SPACES TO WS-NOME-REM
           STRING "CB" W-NOME-DDMM W-NOME-SEQ ".REM"
                  DELIMITED BY SIZE INTO WS-NOME-REM
           OPEN OUTPUT REMESSA
           IF ST-ERRO-REM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DA REMESSA: " ST-ERRO-REM
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

      *    BOLETOS IMPRESSOS E RESUMO, CATALOGADOS NO SPOOL
           MOVE "BOLETO" TO W-PROG-SPOOL
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-BOL
           IF WS-NOME-BOL = SPACES
              MOVE "BOLETOS.TXT" TO WS-NOME-BOL.
           OPEN OUTPUT BOLETOS
           IF ST-ERRO-BOL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DOS BOLETOS: " ST-ERRO-BOL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE "LOTEBOLETO" TO W-PROG-SPOOL
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEBOLETO.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "REMESSA DE BOLETOS " WS-NOME-REM " BANCO " W-BANCO
                  " AGENCIA " W-AGENCIA " CONTA " W-CONTA "-"
                  W-CONTA-DV " VENCIMENTOS ATE " W-DIAS " DIAS"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE
           "PARCELA                  VENCTO   NOSSO NUMERO      VALOR  P
      -    "AGADOR / SITUACAO" TO LINHA-REL
           WRITE LINHA-REL

      *------[ HEADER DA REMESSA ]--------------------------------------
           MOVE W-AGENCIA TO CH-AGENCIA
           MOVE W-CONTA TO CH-CONTA
           MOVE W-CONTA-DV TO CH-CONTA-DV
           MOVE W-BENEFICIARIO TO CH-NOME-EMPRESA
           MOVE W-BANCO TO CH-BANCO
           MOVE W-HOJE-DMA TO CH-DATA
           MOVE W-SEQ-REM TO CH-SEQ-REMESSA
           MOVE 1 TO W-SEQ-LINHA
           MOVE W-SEQ-LINHA TO CH-SEQ
           MOVE CNB-HEADER TO LINHA-REM
           WRITE LINHA-REM.

      *------[ PARCELAS EM ABERTO QUE VENCEM NA JANELA ]----------------
       R1.
           MOVE SPACES TO PL-CHAVE
           START CADPARCELA KEY IS NOT LESS THAN PL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R2.
           READ CADPARCELA NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPARCELA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF PL-PAGO = "S" OR PL-NOSSO-NUM NOT = ZEROS
              GO TO R2.
           IF PL-VENCIMENTO < W-HOJE
              GO TO R2.
           MOVE PL-VENCIMENTO TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-VENC
           IF W-SERIAL-VENC - W-SERIAL-HOJE > W-DIAS
              GO TO R2.
           ADD 1 TO W-CONT-PARC
           PERFORM GERA-BOLETO THRU GERA-BOLETO-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           GO TO R2.

      *------[ TRAILER E TOTAIS ]---------------------------------------
       R3.
           ADD 1 TO W-SEQ-LINHA
           MOVE W-SEQ-LINHA TO CT-SEQ
           MOVE CNB-TRAILER TO LINHA-REM
           WRITE LINHA-REM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-VALOR TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING "PARCELAS NA JANELA: " W-CONT-PARC
                  "  BOLETOS REGISTRADOS: " W-CONT-BOL
                  "  PENDENTES: " W-CONT-PEND
                  "  VALOR REMETIDO: " W-ED-VALOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "ARQUIVO DE REMESSA             : " WS-NOME-REM
           DISPLAY "BOLETOS REGISTRADOS            : " W-CONT-BOL
           DISPLAY "PARCELAS PENDENTES DE CADASTRO : " W-CONT-PEND
           GO TO ROT-FIM.

      *------[ UM BOLETO: PAGADOR, NOSSO NUMERO, REMESSA E IMPRESSAO ]--
       GERA-BOLETO.
           MOVE SPACES TO W-MOTIVO
           MOVE PL-CRM TO FT-CRM
           MOVE PL-DATA TO FT-DATA
           MOVE PL-HORA TO FT-HORA
           READ CADFATURA
           IF ST-ERRO-FAT NOT = "00"
              MOVE "FATURA NAO ENCONTRADA" TO W-MOTIVO
              GO TO GERA-BOLETO-PEND.
           MOVE FT-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO GERA-BOLETO-PEND.
           IF W-CEP-ABERTO = "N" OR CEPPACI = ZEROS
              MOVE "PACIENTE SEM CEP" TO W-MOTIVO
              GO TO GERA-BOLETO-PEND.
           MOVE CEPPACI TO CODIGO
           READ CADCEP
           IF ST-ERRO-CEP NOT = "00"
              MOVE "CEP DO PACIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO GERA-BOLETO-PEND.
           MOVE NUMENDE TO W-NUMENDE-ED
           MOVE SPACES TO W-ENDERECO
           STRING ENDERECO DELIMITED BY "  "
                  ", " W-NUMENDE-ED " " COMPLEM
                  DELIMITED BY SIZE INTO W-ENDERECO.

       GERA-BOLETO-NUM.
           MOVE "BOLETO" TO W-NUM-SERIE
           MOVE ZEROS TO W-NUM-MINIMO
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           IF W-NUM-RETORNO = ZEROS
              DISPLAY "ERRO NO NOSSO NUMERO (PROGNUMERO)"
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO GERA-BOLETO-FIM.
           MOVE W-NUM-RETORNO TO W-NOSSO-NUM
           PERFORM CALC-NOSSO-DV THRU CALC-NOSSO-DV-FIM
           PERFORM MONTA-CODBARRAS THRU MONTA-CODBARRAS-FIM
           COMPUTE W-MORA-DIA ROUNDED =
                   PL-VALOR * W-JUROS-MES / 10000 / 30.

      *    REGISTRO DO TITULO NA REMESSA
           MOVE W-CARTEIRA TO CD-CARTEIRA
           MOVE W-AGENCIA TO CD-AGENCIA
           MOVE W-CONTA TO CD-CONTA
           MOVE W-CONTA-DV TO CD-CONTA-DV
           MOVE PL-CHAVE TO CD-USO-EMPRESA
           IF W-MULTA > ZEROS
              MOVE 2 TO CD-MULTA
           ELSE
              MOVE ZEROS TO CD-MULTA.
           MOVE W-MULTA TO CD-PERC-MULTA
           MOVE W-NOSSO-NUM TO CD-NOSSO-NUM
           MOVE W-NOSSO-DV TO CD-NOSSO-DV
           MOVE W-NOSSO-NUM (2:10) TO CD-SEU-NUMERO
           MOVE PL-VENCIMENTO TO W-DATA-AUX
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DDMMAA-N TO CD-VENCIMENTO
           MOVE PL-VALOR TO CD-VALOR
           MOVE W-HOJE-DMA TO CD-DATA-EMISSAO
           MOVE W-MORA-DIA TO CD-MORA-DIA
           MOVE CPF TO CD-CPF
           MOVE NOMEP TO CD-NOME
           MOVE W-ENDERECO TO CD-ENDERECO
           MOVE CEPPACI TO CD-CEP
           ADD 1 TO W-SEQ-LINHA
           MOVE W-SEQ-LINHA TO CD-SEQ
           MOVE CNB-TITULO TO LINHA-REM
           WRITE LINHA-REM

           PERFORM IMPRIME-BOLETO THRU IMPRIME-BOLETO-FIM

           MOVE W-NOSSO-NUM TO PL-NOSSO-NUM
           MOVE W-HOJE TO PL-DATA-BOLETO
           REWRITE REGPARCELA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPARCELA: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO GERA-BOLETO-FIM.
           ADD 1 TO W-CONT-BOL
           ADD PL-VALOR TO W-TOT-VALOR
           MOVE "BOLETO REGISTRADO" TO W-MOTIVO.

       GERA-BOLETO-PEND.
           IF W-MOTIVO NOT = "BOLETO REGISTRADO"
              ADD 1 TO W-CONT-PEND
              MOVE ZEROS TO W-NOSSO-NUM
              MOVE SPACES TO NOMEP.
           MOVE PL-VALOR TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING PL-CRM " " PL-DATA " " PL-HORA " " PL-PARCELA " "
                  PL-VENCIMENTO " " W-NOSSO-NUM " " W-ED-VALOR "  "
                  NOMEP " " W-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       GERA-BOLETO-FIM.
           EXIT.

      *------[ DV DO NOSSO NUMERO: MODULO 11 BASE 7 COM A CARTEIRA ]----
       CALC-NOSSO-DV.
           MOVE SPACES TO W-DIG-TAB
           MOVE W-CARTEIRA TO W-DIG-TAB (1:2)
           MOVE W-NOSSO-NUM TO W-DIG-TAB (3:11)
           MOVE 13 TO W-DIG-TAM
           MOVE 7 TO W-PESO-MAX
           PERFORM CALC-MOD11 THRU CALC-MOD11-FIM
           IF W-RESTO = ZEROS
              MOVE "0" TO W-NOSSO-DV
              GO TO CALC-NOSSO-DV-FIM.
           IF W-RESTO = 1
              MOVE "P" TO W-NOSSO-DV
              GO TO CALC-NOSSO-DV-FIM.
           COMPUTE W-DV = 11 - W-RESTO
           MOVE W-DV TO W-NOSSO-DV.
       CALC-NOSSO-DV-FIM.
           EXIT.

      *------[ CODIGO DE BARRAS (44) E LINHA DIGITAVEL (47) ]-----------
       MONTA-CODBARRAS.
           MOVE W-BANCO TO CB-BANCO
           MOVE 9 TO CB-MOEDA
           MOVE ZEROS TO CB-DV
           COMPUTE W-FATOR = W-SERIAL-VENC - W-SERIAL-BASE
      *    O FATOR VOLTA A 1000 DEPOIS DE 9999
           IF W-FATOR > 9999
              SUBTRACT 9000 FROM W-FATOR.
           MOVE W-FATOR TO CB-FATOR
           MOVE PL-VALOR TO CB-VALOR
           MOVE W-AGENCIA TO CB-AGENCIA
           MOVE W-CARTEIRA TO CB-CARTEIRA
           MOVE W-NOSSO-NUM TO CB-NOSSO
           MOVE W-CONTA TO CB-CONTA
           MOVE ZEROS TO CB-ZERO
      *    DV GERAL: MODULO 11 SOBRE AS 43 POSICOES SEM A 5A.
           MOVE SPACES TO W-DIG-TAB
           MOVE W-CODBARRAS-X (1:4) TO W-DIG-TAB (1:4)
           MOVE W-CODBARRAS-X (6:39) TO W-DIG-TAB (5:39)
           MOVE 43 TO W-DIG-TAM
           MOVE 9 TO W-PESO-MAX
           PERFORM CALC-MOD11 THRU CALC-MOD11-FIM
           COMPUTE W-DV = 11 - W-RESTO
           IF W-RESTO < 2
              MOVE 1 TO W-DV.
           MOVE W-DV TO CB-DV
      *    CAMPO 1: BANCO, MOEDA E 5 PRIMEIRAS DO CAMPO LIVRE
           MOVE SPACES TO W-DIG-TAB
           MOVE W-CODBARRAS-X (1:4) TO W-DIG-TAB (1:4)
           MOVE W-CODBARRAS-X (20:5) TO W-DIG-TAB (5:5)
           MOVE 9 TO W-DIG-TAM
           PERFORM CALC-MOD10 THRU CALC-MOD10-FIM
           MOVE W-DIG-TAB (1:5) TO LD-C1A
           MOVE W-DIG-TAB (6:4) TO LD-C1B
           MOVE W-DV TO LD-C1DV
      *    CAMPO 2: POSICOES 6 A 15 DO CAMPO LIVRE
           MOVE SPACES TO W-DIG-TAB
           MOVE W-CODBARRAS-X (25:10) TO W-DIG-TAB (1:10)
           MOVE 10 TO W-DIG-TAM
           PERFORM CALC-MOD10 THRU CALC-MOD10-FIM
           MOVE W-DIG-TAB (1:5) TO LD-C2A
           MOVE W-DIG-TAB (6:5) TO LD-C2B
           MOVE W-DV TO LD-C2DV
      *    CAMPO 3: POSICOES 16 A 25 DO CAMPO LIVRE
           MOVE SPACES TO W-DIG-TAB
           MOVE W-CODBARRAS-X (35:10) TO W-DIG-TAB (1:10)
           MOVE 10 TO W-DIG-TAM
           PERFORM CALC-MOD10 THRU CALC-MOD10-FIM
           MOVE W-DIG-TAB (1:5) TO LD-C3A
           MOVE W-DIG-TAB (6:5) TO LD-C3B
           MOVE W-DV TO LD-C3DV
      *    CAMPO 4: DV GERAL  CAMPO 5: FATOR E VALOR
           MOVE CB-DV TO LD-C4
           MOVE W-CODBARRAS-X (6:14) TO LD-C5.
       MONTA-CODBARRAS-FIM.
           EXIT.

      *------[ MODULO 11: PESOS 2 A W-PESO-MAX DA DIREITA P/ ESQUERDA ]-
       CALC-MOD11.
           MOVE ZEROS TO W-SOMA
           MOVE 2 TO W-PESO
           MOVE W-DIG-TAM TO W-POS.
       CALC-MOD11-1.
           IF W-POS = ZEROS
              GO TO CALC-MOD11-2.
           COMPUTE W-SOMA = W-SOMA + W-DIG (W-POS) * W-PESO
           ADD 1 TO W-PESO
           IF W-PESO > W-PESO-MAX
              MOVE 2 TO W-PESO.
           SUBTRACT 1 FROM W-POS
           GO TO CALC-MOD11-1.
       CALC-MOD11-2.
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO.
       CALC-MOD11-FIM.
           EXIT.

      *------[ MODULO 10: PESOS 2 E 1 DA DIREITA P/ ESQUERDA ]----------
       CALC-MOD10.
           MOVE ZEROS TO W-SOMA
           MOVE 2 TO W-PESO
           MOVE W-DIG-TAM TO W-POS.
       CALC-MOD10-1.
           IF W-POS = ZEROS
              GO TO CALC-MOD10-2.
           COMPUTE W-PROD = W-DIG (W-POS) * W-PESO
           IF W-PROD > 9
              SUBTRACT 9 FROM W-PROD.
           ADD W-PROD TO W-SOMA
           IF W-PESO = 2
              MOVE 1 TO W-PESO
           ELSE
              MOVE 2 TO W-PESO.
           SUBTRACT 1 FROM W-POS
           GO TO CALC-MOD10-1.
       CALC-MOD10-2.
           DIVIDE W-SOMA BY 10 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO = ZEROS
              MOVE ZEROS TO W-DV
           ELSE
              COMPUTE W-DV = 10 - W-RESTO.
       CALC-MOD10-FIM.
           EXIT.

      *------[ IMPRESSAO DO BOLETO (FICHA DE COMPENSACAO) ]-------------
       IMPRIME-BOLETO.
           MOVE ALL "-" TO LINHA-BOL
           WRITE LINHA-BOL
           MOVE SPACES TO LINHA-BOL
           STRING "BANCO " W-BANCO " | " W-LINHA-DIG
                  DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE ALL "-" TO LINHA-BOL
           WRITE LINHA-BOL
           MOVE SPACES TO LINHA-BOL
           STRING "LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER BANCO ATE "
                  "O VENCIMENTO" DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE PL-VENCIMENTO TO W-DATA-AUX
           MOVE SPACES TO LINHA-BOL
           STRING "VENCIMENTO: " W-AUX-DD "/" W-AUX-MM "/" W-AUX-SEC
                  W-AUX-AA DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE SPACES TO LINHA-BOL
           STRING "BENEFICIARIO: " W-BENEFICIARIO
                  "  AGENCIA/CODIGO: " W-AGENCIA "/" W-CONTA "-"
                  W-CONTA-DV DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE W-HOJE TO W-DATA-AUX
           MOVE SPACES TO LINHA-BOL
           STRING "DATA DO DOCUMENTO: " W-AUX-DD "/" W-AUX-MM "/"
                  W-AUX-SEC W-AUX-AA "  NO. DOCUMENTO: "
                  CD-SEU-NUMERO "  ESPECIE: DS  ACEITE: N"
                  DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE PL-VALOR TO W-ED-VALOR
           MOVE SPACES TO LINHA-BOL
           STRING "CARTEIRA: " W-CARTEIRA "  NOSSO NUMERO: "
                  W-CARTEIRA "/" W-NOSSO-NUM "-" W-NOSSO-DV
                  "  VALOR DO DOCUMENTO: R$" W-ED-VALOR
                  DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE SPACES TO LINHA-BOL
           STRING "INSTRUCOES: PARCELA " PL-PARCELA
                  " DO ATENDIMENTO DE " PL-DATA " (CRM " PL-CRM ")"
                  DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           IF W-MORA-DIA > ZEROS
              MOVE W-MORA-DIA TO W-ED-MORA
              MOVE SPACES TO LINHA-BOL
              STRING "APOS O VENCIMENTO COBRAR JUROS DE MORA DE R$"
                     W-ED-MORA " AO DIA" DELIMITED BY SIZE
                     INTO LINHA-BOL
              WRITE LINHA-BOL.
           IF W-MULTA > ZEROS
              MOVE W-MULTA TO W-ED-MULTA
              MOVE SPACES TO LINHA-BOL
              STRING "APOS O VENCIMENTO COBRAR MULTA DE " W-ED-MULTA
                     "%" DELIMITED BY SIZE INTO LINHA-BOL
              WRITE LINHA-BOL.
           MOVE SPACES TO LINHA-BOL
           STRING "PAGADOR: " NOMEP "  CPF " CPF
                  DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE SPACES TO LINHA-BOL
           STRING "         " W-ENDERECO " " BAIRRO
                  DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE SPACES TO LINHA-BOL
           STRING "         CEP " CEPPACI " " CIDADE " " ESTADO
                  DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE SPACES TO LINHA-BOL
           STRING "CODIGO DE BARRAS: " W-CODBARRAS-X
                  DELIMITED BY SIZE INTO LINHA-BOL
           WRITE LINHA-BOL
           MOVE SPACES TO LINHA-BOL
           WRITE LINHA-BOL.
       IMPRIME-BOLETO-FIM.
           EXIT.

      *------[ AAAAMMDD (W-DATA-AUX) PARA DDMMAA (W-DDMMAA) ]-----------
       DATA-DMA.
           MOVE W-AUX-DD TO W-DMA-DD
           MOVE W-AUX-MM TO W-DMA-MM
           MOVE W-AUX-AA TO W-DMA-AA.
       DATA-DMA-FIM.
           EXIT.

      *------[ SERIAL DE DIAS (BASE GREGORIANA SIMPLIFICADA) ]----------
       CALC-SERIAL.
      *    DIVISOES INTEIRAS: O FATOR DE VENCIMENTO NAO ADMITE ERRO
           COMPUTE W-SER-TEMP = W-SER-ANO - 1
           DIVIDE W-SER-TEMP BY 4 GIVING W-SER-Q4
           DIVIDE W-SER-TEMP BY 100 GIVING W-SER-Q100
           DIVIDE W-SER-TEMP BY 400 GIVING W-SER-Q400
           COMPUTE W-SER-RESULT = (W-SER-TEMP * 365)
                   + W-SER-Q4 - W-SER-Q100 + W-SER-Q400
           ADD W-DIAS-ACUM (W-SER-MES) TO W-SER-RESULT
           ADD W-SER-DIA TO W-SER-RESULT
      *    ANO BISSEXTO JA PASSOU DE FEVEREIRO: SOMA O DIA 29
           IF W-SER-MES > 2
              DIVIDE W-SER-ANO BY 4 GIVING W-SER-TEMP
                     REMAINDER W-SER-TEMP
              IF W-SER-TEMP = ZEROS
                 ADD 1 TO W-SER-RESULT.
       CALC-SERIAL-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPARCELA.
           CLOSE CADFATURA.
           CLOSE CADPACI.
           IF W-CEP-ABERTO = "S"
              CLOSE CADCEP.
           CLOSE REMESSA.
           CLOSE BOLETOS.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
