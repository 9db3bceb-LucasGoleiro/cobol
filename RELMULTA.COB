       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMULTA.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * COBRANCA SEMANAL DAS MULTAS DE TRANSITO (CADMULTA):    *
      * 1) PRAZOS DE INDICACAO DO CONDUTOR (AINDA NAO          *
      *    INDICADO) E DE PAGAMENTO (AINDA NAO PAGA) QUE       *
      *    VENCEM NOS PROXIMOS 10 DIAS OU JA VENCERAM          *
      * 2) PONTOS DE CADA MOTORISTA (CADMOTOR) NOS ULTIMOS 12  *
      *    MESES, COM O LIMITE DA CNH: 40 PONTOS SEM           *
      *    GRAVISSIMA, 30 COM UMA, 20 COM DUAS OU MAIS; O      *
      *    PARAMETRO PONTOSCNH DO CADPARAM FIXA OUTRO LIMITE.  *
      *    MOTORISTA NO LIMITE OU ACIMA SAI MARCADO            *
      * HAVENDO PRAZO A COBRAR OU MOTORISTA NO LIMITE DEVOLVE  *
      * CODIGO 4                                               *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMULTA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MU-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADMOTOR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MO-CODIGO
                     FILE STATUS IS ST-ERRO-MOT.

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
       FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
           COPY REGMULTA.

       FD CADMOTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTOR.DAT".
           COPY REGMOTOR.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MOT      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-LIMITE-DATA    PIC 9(08) VALUE ZEROS.
       01 W-DATA-12M       PIC 9(08) VALUE ZEROS.
       01 W-PONTOS-CNH     PIC 9(03) VALUE ZEROS.
       01 W-LIMITE-PTS     PIC 9(03) VALUE ZEROS.
       01 W-CONT-DIAS      PIC 9(02) VALUE ZEROS.
       01 W-PRAZO          PIC 9(08) VALUE ZEROS.
       01 W-TIPO-PRAZO     PIC X(10) VALUE SPACES.
       01 W-SITUACAO       PIC X(08) VALUE SPACES.
       01 W-MARCA          PIC X(14) VALUE SPACES.
       01 W-A-COBRAR       PIC 9(05) VALUE ZEROS.
       01 W-VENCIDOS       PIC 9(05) VALUE ZEROS.
       01 W-NO-LIMITE      PIC 9(05) VALUE ZEROS.
       01 W-SEM-MOTOR      PIC 9(05) VALUE ZEROS.
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-QTD-TAB        PIC 9(03) VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZ.ZZ9,99.
       01 WS-NOME-REL      PIC X(30) VALUE "RELMULTA.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELMULTA".

       01 TAB-MOTOR.
           03 TM-OCORR OCCURS 200 TIMES.
               05 TM-CODIGO         PIC 9(04).
               05 TM-PONTOS         PIC 9(03).
               05 TM-MULTAS         PIC 9(03).
               05 TM-GRAVISSIMAS    PIC 9(02).

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

       01  W-BISSEXTO       PIC 9(01) VALUE ZEROS.
       01  W-Z-A            PIC S9(06) VALUE ZEROS.
       01  W-Z-RESTO        PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO WRK-DATA
           MOVE ZEROS TO W-CONT-DIAS.
       INICIO1.
           PERFORM P-AVANCA-DIA
           ADD 1 TO W-CONT-DIAS
           IF W-CONT-DIAS < 10
              GO TO INICIO1.
           MOVE WRK-DATA TO W-LIMITE-DATA
           COMPUTE W-DATA-12M = W-HOJE - 10000.

       R0.
           OPEN INPUT CADMULTA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMULTA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADMOTOR
           IF ST-ERRO-MOT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOTOR: "
                      ST-ERRO-MOT
              MOVE 8 TO RETURN-CODE
              CLOSE CADMULTA
              GO TO ROT-FIM-SEMARQ.
      *    LIMITE DE PONTOS FIXO NO CADPARAM (ZERO = REGRA DO CTB)
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "PONTOSCNH" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 1000
                    MOVE PA-VALOR TO W-PONTOS-CNH
                 END-IF
              END-IF
              CLOSE CADPARAM.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELMULTA.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "MULTAS DE TRANSITO - PRAZOS ATE " W-LIMITE-DATA
                  " - EMITIDO EM " W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PLACA   AUTO          PRAZO      VENCE EM  SITUACAO"
             TO LINHA-REL
           WRITE LINHA-REL.

      *------[ VARRE AS MULTAS: PRAZOS E PONTOS ]--------------------
       R1.
           MOVE LOW-VALUES TO MU-CHAVE
           START CADMULTA KEY IS NOT LESS THAN MU-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.

       R2.
           READ CADMULTA NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADMULTA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF MU-INDICADO NOT = "S"
              MOVE "INDICACAO" TO W-TIPO-PRAZO
              MOVE MU-PRAZO-INDIC TO W-PRAZO
              PERFORM LINHA-PRAZO THRU LINHA-PRAZO-FIM.
           IF MU-MOTORISTA = ZEROS AND MU-PAGO NOT = "S"
              ADD 1 TO W-SEM-MOTOR.
           IF MU-PAGO NOT = "S"
              MOVE "PAGAMENTO" TO W-TIPO-PRAZO
              MOVE MU-VENCIMENTO TO W-PRAZO
              PERFORM LINHA-PRAZO THRU LINHA-PRAZO-FIM.
           IF MU-DATA < W-DATA-12M OR MU-MOTORISTA = ZEROS
              GO TO R2.
           PERFORM ACHA-MOTOR THRU ACHA-MOTOR-FIM
           IF W-IND = ZEROS
              GO TO R2.
           ADD MU-PONTOS TO TM-PONTOS (W-IND)
           ADD 1 TO TM-MULTAS (W-IND)
           IF MU-GRAVIDADE = "X"
              ADD 1 TO TM-GRAVISSIMAS (W-IND).
           GO TO R2.

       LINHA-PRAZO.
           IF W-PRAZO = ZEROS OR W-PRAZO > W-LIMITE-DATA
              GO TO LINHA-PRAZO-FIM.
           ADD 1 TO W-A-COBRAR
           IF W-PRAZO < W-HOJE
              MOVE "VENCIDO" TO W-SITUACAO
              ADD 1 TO W-VENCIDOS
           ELSE
              MOVE "A VENCER" TO W-SITUACAO.
           MOVE MU-VALOR TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING MU-PLACA " " MU-AUTO "  " W-TIPO-PRAZO " "
                  W-PRAZO "  " W-SITUACAO "  MOTORISTA " MU-MOTORISTA
                  "  VALOR " W-ED-VALOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-PRAZO-FIM.
           EXIT.

       ACHA-MOTOR.
           MOVE 1 TO W-IND.
       ACHA-MOTOR1.
           IF W-IND > W-QTD-TAB
              GO TO ACHA-MOTOR2.
           IF TM-CODIGO (W-IND) = MU-MOTORISTA
              GO TO ACHA-MOTOR-FIM.
           ADD 1 TO W-IND
           GO TO ACHA-MOTOR1.
       ACHA-MOTOR2.
           IF W-QTD-TAB < 200
              ADD 1 TO W-QTD-TAB
              MOVE W-QTD-TAB TO W-IND
              MOVE MU-MOTORISTA TO TM-CODIGO (W-IND)
              MOVE ZEROS TO TM-PONTOS (W-IND) TM-MULTAS (W-IND)
                            TM-GRAVISSIMAS (W-IND)
           ELSE
              MOVE ZEROS TO W-IND.
       ACHA-MOTOR-FIM.
           EXIT.

      *------[ PONTOS POR MOTORISTA NOS ULTIMOS 12 MESES ]--------------
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PRAZOS A COBRAR: " W-A-COBRAR
                  "   VENCIDOS: " W-VENCIDOS
                  "   EM ABERTO SEM MOTORISTA: " W-SEM-MOTOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PONTOS NA CNH DESDE " W-DATA-12M
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "MOTOR NOME                            "
                  "MULTAS PONTOS LIMITE"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND.
       R3-LOOP.
           IF W-IND > W-QTD-TAB
              GO TO R9.
           PERFORM LINHA-MOTOR THRU LINHA-MOTOR-FIM
           ADD 1 TO W-IND
           GO TO R3-LOOP.

       LINHA-MOTOR.
           IF W-PONTOS-CNH > ZEROS
              MOVE W-PONTOS-CNH TO W-LIMITE-PTS
           ELSE
              IF TM-GRAVISSIMAS (W-IND) = ZEROS
                 MOVE 40 TO W-LIMITE-PTS
              ELSE
                 IF TM-GRAVISSIMAS (W-IND) = 1
                    MOVE 30 TO W-LIMITE-PTS
                 ELSE
                    MOVE 20 TO W-LIMITE-PTS.
           MOVE SPACES TO W-MARCA
           IF TM-PONTOS (W-IND) NOT < W-LIMITE-PTS
              MOVE "*** NO LIMITE" TO W-MARCA
              ADD 1 TO W-NO-LIMITE.
           MOVE TM-CODIGO (W-IND) TO MO-CODIGO
           READ CADMOTOR
           IF ST-ERRO-MOT NOT = "00"
              MOVE "MOTORISTA NAO CADASTRADO" TO MO-NOME.
           MOVE SPACES TO LINHA-REL
           STRING TM-CODIGO (W-IND) "  " MO-NOME "  "
                  TM-MULTAS (W-IND) "    " TM-PONTOS (W-IND) "    "
                  W-LIMITE-PTS "  " W-MARCA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-MOTOR-FIM.
           EXIT.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "MOTORISTAS NO LIMITE DA CNH: " W-NO-LIMITE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF (W-A-COBRAR > ZEROS OR W-NO-LIMITE > ZEROS)
              AND RETURN-CODE = ZEROS
              MOVE 4 TO RETURN-CODE.
           GO TO ROT-FIM.

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

       ROT-FIM.
           CLOSE CADMULTA.
           CLOSE CADMOTOR.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
