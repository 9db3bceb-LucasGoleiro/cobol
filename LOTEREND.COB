       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEREND.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * INFORME ANUAL DE RENDIMENTOS DOS MEDICOS: PARA O ANO-  *
      * CALENDARIO PEDIDO (E UM CRM OPCIONAL, ZEROS = A CASA   *
      * TODA), SOMA MES A MES OS LANCAMENTOS DO CADCCMED PELA  *
      * DATA DO LANCAMENTO (REGIME DE CAIXA) - CREDITO DE      *
      * REPASSE, IRRF, ISS E DEMAIS DEBITOS (ADIANTAMENTO, USO *
      * DE SALA, OUTROS) - E EMITE O COMPROVANTE DE CADA       *
      * MEDICO COM O CNPJ DA FONTE PAGADORA, NO LUGAR DA SOMA  *
      * DOS DOZE EXTRATOS DO LOTEEXTMED. GERA TAMBEM O ARQUIVO *
      * DIRFAAAA.TXT CONSOLIDADO PARA O ESCRITORIO DE          *
      * CONTABILIDADE, UMA LINHA POR MEDICO E MES COM          *
      * MOVIMENTO (CNPJ;ANO;CRM;NOME;MES;CODIGO DA RECEITA;    *
      * RENDIMENTO;IRRF;ISS), PARA A DECLARACAO ANUAL DO       *
      * IMPOSTO RETIDO                                         *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCCMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CC-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT ARQDIRF ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-DIR.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCCMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCCMED.DAT".
           COPY REGCCMED.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).

       FD ARQDIRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-DIR.
       01 LINHA-DIR                 PIC X(120).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-DIR      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-ANO            PIC 9(04) VALUE ZEROS.
       01 W-ANO-REG        PIC 9(04) VALUE ZEROS.
       01 W-CRM-PEDIDO     PIC 9(06) VALUE ZEROS.
       01 W-CRM-ATUAL      PIC 9(06) VALUE 999999.
       01 W-TEM-MEDICO     PIC X(01) VALUE "N".
       01 W-EMPRESA        PIC X(30) VALUE SPACES.
       01 W-CNPJ-EMPRESA   PIC 9(14) VALUE ZEROS.
       01 W-CNPJ-ED        PIC 99.999.999/9999B99.
       01 W-MES            PIC 9(02) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-CONT-MED       PIC 9(05) VALUE ZEROS.
       01 W-CONT-DIR       PIC 9(06) VALUE ZEROS.
       01 WS-NOME-DIR      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEREND.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEREND".
       01 W-DATA-AUX.
           03 W-AUX-ANO        PIC 9(04).
           03 W-AUX-MES        PIC 9(02).
           03 W-AUX-DIA        PIC 9(02).

      *------[ MOVIMENTO DO MEDICO NO ANO, MES A MES ]------------------
       01 TAB-MESES.
           03 TM-MES OCCURS 12 TIMES.
               05 TM-REND      PIC 9(09)V99.
               05 TM-IRRF      PIC 9(09)V99.
               05 TM-ISS       PIC 9(09)V99.
               05 TM-OUTROS    PIC 9(09)V99.
       01 W-LIQUIDO        PIC S9(09)V99 VALUE ZEROS.
       01 W-TOT-REND       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-IRRF       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-ISS        PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-OUTROS     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-LIQ        PIC S9(10)V99 VALUE ZEROS.
       01 W-GER-REND       PIC 9(11)V99 VALUE ZEROS.
       01 W-GER-IRRF       PIC 9(11)V99 VALUE ZEROS.
       01 W-GER-ISS        PIC 9(11)V99 VALUE ZEROS.
       01 W-ED-REND        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-IRRF        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-ISS         PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-OUTROS      PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-LIQ         PIC -ZZZ.ZZZ.ZZ9,99.
       01 W-ED-GER         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *------[ LINHA DO ARQUIVO NO LEIAUTE DO ESCRITORIO ]--------------
      * CODIGO DA RECEITA 0588 = TRABALHO SEM VINCULO EMPREGATICIO
       01 DIR-LINHA.
           03 DR-CNPJ          PIC 9(14).
           03 FILLER           PIC X(01) VALUE ";".
           03 DR-ANO           PIC 9(04).
           03 FILLER           PIC X(01) VALUE ";".
           03 DR-CRM           PIC 9(06).
           03 FILLER           PIC X(01) VALUE ";".
           03 DR-NOME          PIC X(30).
           03 FILLER           PIC X(01) VALUE ";".
           03 DR-MES           PIC 9(02).
           03 FILLER           PIC X(01) VALUE ";".
           03 DR-RECEITA       PIC X(04) VALUE "0588".
           03 FILLER           PIC X(01) VALUE ";".
           03 DR-RENDIMENTO    PIC 9(10),99.
           03 FILLER           PIC X(01) VALUE ";".
           03 DR-IRRF          PIC 9(10),99.
           03 FILLER           PIC X(01) VALUE ";".
           03 DR-ISS           PIC 9(10),99.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "ANO-CALENDARIO DO INFORME (AAAA): "
           ACCEPT W-ANO
           IF W-ANO = ZEROS
              DISPLAY "ANO-CALENDARIO OBRIGATORIO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           DISPLAY "CRM DO MEDICO (0=TODOS): "
           ACCEPT W-CRM-PEDIDO
           DISPLAY "NOME DA FONTE PAGADORA (CLINICA): "
           ACCEPT W-EMPRESA
           DISPLAY "CNPJ DA FONTE PAGADORA: "
           ACCEPT W-CNPJ-EMPRESA
           IF W-EMPRESA = SPACES OR W-CNPJ-EMPRESA = ZEROS
              DISPLAY "NOME E CNPJ DA FONTE PAGADORA OBRIGATORIOS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE W-CNPJ-EMPRESA TO W-CNPJ-ED
           MOVE SPACES TO WS-NOME-DIR
           STRING "DIRF" W-ANO ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-DIR.

       R0.
           OPEN INPUT CADCCMED
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCCMED: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED: "
                      ST-ERRO-MED
              MOVE 8 TO RETURN-CODE
              CLOSE CADCCMED
              GO TO ROT-FIM-SEMARQ.

           OPEN OUTPUT ARQDIRF
           IF ST-ERRO-DIR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO " WS-NOME-DIR ": "
                      ST-ERRO-DIR
              MOVE 8 TO RETURN-CODE
              CLOSE CADCCMED CADMED
              GO TO ROT-FIM-SEMARQ.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEREND.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              CLOSE CADCCMED CADMED ARQDIRF
              GO TO ROT-FIM-SEMARQ.

      *------[ A CHAVE CRM+DATA+SEQ JA AGRUPA POR MEDICO ]--------------
       R1.
           MOVE W-CRM-PEDIDO TO CC-CRM
           MOVE ZEROS TO CC-DATA CC-SEQ
           START CADCCMED KEY IS NOT LESS THAN CC-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.

       R2.
           READ CADCCMED NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCCMED: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF W-CRM-PEDIDO NOT = ZEROS
              AND CC-CRM NOT = W-CRM-PEDIDO
              GO TO R3.
           DIVIDE CC-DATA BY 10000 GIVING W-ANO-REG
           IF W-ANO-REG NOT = W-ANO
              GO TO R2.

           IF CC-CRM NOT = W-CRM-ATUAL
              PERFORM FECHA-MEDICO THRU FECHA-MEDICO-FIM
              MOVE CC-CRM TO W-CRM-ATUAL
              MOVE "S" TO W-TEM-MEDICO
              MOVE ZEROS TO TAB-MESES.

           MOVE CC-DATA TO W-DATA-AUX
           MOVE W-AUX-MES TO W-MES
           IF W-MES < 1 OR W-MES > 12
              GO TO R2.
           IF CC-TIPO = "R"
              ADD CC-VALOR TO TM-REND (W-MES)
           ELSE
              IF CC-TIPO = "I"
                 ADD CC-VALOR TO TM-IRRF (W-MES)
              ELSE
                 IF CC-TIPO = "S"
                    ADD CC-VALOR TO TM-ISS (W-MES)
                 ELSE
                    ADD CC-VALOR TO TM-OUTROS (W-MES).
           GO TO R2.

      *------[ COMPROVANTE DO MEDICO E LINHAS DO ARQUIVO ]--------------
       FECHA-MEDICO.
           IF W-TEM-MEDICO = "N"
              GO TO FECHA-MEDICO-FIM.
           ADD 1 TO W-CONT-MED
           MOVE W-CRM-ATUAL TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE ZEROS TO W-TOT-REND W-TOT-IRRF W-TOT-ISS
                         W-TOT-OUTROS W-TOT-LIQ

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "=" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO "
                  "RETIDO NA FONTE - ANO-CALENDARIO " W-ANO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "FONTE PAGADORA: " W-EMPRESA "  CNPJ " W-CNPJ-ED
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "BENEFICIARIO  : DR(A) " NOME "  CRM " W-CRM-ATUAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "MES      REPASSE BRUTO             IRRF"
                  "              ISS    OUTROS DEBITOS         LIQUIDO"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-MES.
       FECHA-MEDICO-MES.
           IF W-MES > 12
              GO TO FECHA-MEDICO-TOT.
           COMPUTE W-LIQUIDO = TM-REND (W-MES) - TM-IRRF (W-MES)
                   - TM-ISS (W-MES) - TM-OUTROS (W-MES)
           ADD TM-REND (W-MES) TO W-TOT-REND
           ADD TM-IRRF (W-MES) TO W-TOT-IRRF
           ADD TM-ISS (W-MES) TO W-TOT-ISS
           ADD TM-OUTROS (W-MES) TO W-TOT-OUTROS
           ADD W-LIQUIDO TO W-TOT-LIQ
           MOVE TM-REND (W-MES) TO W-ED-REND
           MOVE TM-IRRF (W-MES) TO W-ED-IRRF
           MOVE TM-ISS (W-MES) TO W-ED-ISS
           MOVE TM-OUTROS (W-MES) TO W-ED-OUTROS
           MOVE W-LIQUIDO TO W-ED-LIQ
           MOVE SPACES TO LINHA-REL
           STRING " " W-MES " " W-ED-REND " " W-ED-IRRF " " W-ED-ISS
                  " " W-ED-OUTROS " " W-ED-LIQ
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
      *    SO VAI PARA O ARQUIVO O MES COM RENDIMENTO OU RETENCAO
           IF TM-REND (W-MES) = ZEROS AND TM-IRRF (W-MES) = ZEROS
              AND TM-ISS (W-MES) = ZEROS
              ADD 1 TO W-MES
              GO TO FECHA-MEDICO-MES.
           MOVE W-CNPJ-EMPRESA TO DR-CNPJ
           MOVE W-ANO TO DR-ANO
           MOVE W-CRM-ATUAL TO DR-CRM
           MOVE NOME TO DR-NOME
           MOVE W-MES TO DR-MES
           MOVE TM-REND (W-MES) TO DR-RENDIMENTO
           MOVE TM-IRRF (W-MES) TO DR-IRRF
           MOVE TM-ISS (W-MES) TO DR-ISS
           WRITE LINHA-DIR FROM DIR-LINHA
           ADD 1 TO W-CONT-DIR
           ADD 1 TO W-MES
           GO TO FECHA-MEDICO-MES.
       FECHA-MEDICO-TOT.
           MOVE W-TOT-REND TO W-ED-REND
           MOVE W-TOT-IRRF TO W-ED-IRRF
           MOVE W-TOT-ISS TO W-ED-ISS
           MOVE W-TOT-OUTROS TO W-ED-OUTROS
           MOVE W-TOT-LIQ TO W-ED-LIQ
           MOVE SPACES TO LINHA-REL
           STRING "ANO " W-ED-REND " " W-ED-IRRF " " W-ED-ISS
                  " " W-ED-OUTROS " " W-ED-LIQ
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "RENDIMENTOS TRIBUTAVEIS (REPASSE BRUTO): " W-ED-REND
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "IMPOSTO DE RENDA RETIDO NA FONTE       : " W-ED-IRRF
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "ISS RETIDO                             : " W-ED-ISS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMITIDO EM " W-HOJE
                  "   RESPONSAVEL: ______________________________"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD W-TOT-REND TO W-GER-REND
           ADD W-TOT-IRRF TO W-GER-IRRF
           ADD W-TOT-ISS TO W-GER-ISS.
       FECHA-MEDICO-FIM.
           EXIT.

       R3.
           PERFORM FECHA-MEDICO THRU FECHA-MEDICO-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF W-TEM-MEDICO = "N"
              MOVE "NENHUM LANCAMENTO NO ANO-CALENDARIO" TO LINHA-REL
              WRITE LINHA-REL
              GO TO ROT-FIM.
           MOVE ALL "=" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "MEDICOS NO INFORME: " W-CONT-MED
                  "   LINHAS NO ARQUIVO " WS-NOME-DIR ": " W-CONT-DIR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-GER-REND TO W-ED-GER
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE RENDIMENTOS PAGOS : " W-ED-GER
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-GER-IRRF TO W-ED-GER
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE IRRF RETIDO       : " W-ED-GER
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-GER-ISS TO W-ED-GER
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE ISS RETIDO        : " W-ED-GER
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "MEDICOS NO INFORME    : " W-CONT-MED
           DISPLAY "LINHAS EM " WS-NOME-DIR ": " W-CONT-DIR
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADCCMED.
           CLOSE CADMED.
           CLOSE ARQDIRF.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
