      * (STATUS 40) E ESTACIONA CADA PACIENTE NA LISTA DE      *
      * ESPERA (CADESPERA) PELA ESPECIALIDADE DO CRM, PARA O   *
      * LOTESPERA REOFERECER. A LISTA DE LIGACOES SAI COM O    *
      * TELEFONE DO PACIENTE (CADPACI). COM O PARAMETRO        *
      * "MOTCANAUS" EM CADPARAM, CADA CANCELADA GANHA ESSE     *
      * MOTIVO (LADO DA CLINICA) EM CADCANCEL PARA O RELCANCEL *
      * SEM CONSENTIMENTO DE CONTATO (CADCONSEN) A LINHA SAI   *
      * SEM TELEFONE, PARA AVISO NO BALCAO                     *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS VG-CHAVE
                     FILE STATUS IS ST-ERRO-VIA.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT CADCANCEL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CN-CHAVE
                     FILE STATUS IS ST-ERRO-CAN.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
               VALUE OF FILE-ID IS "CADVIAGEM.DAT".
           COPY REGVIAGEM.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD CADCANCEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCANCEL.DAT".
           COPY REGCANCEL.

       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
       01 W-ESPECIALIDADE  PIC 9(02) VALUE ZEROS.
       01 W-TOTAL-AUS      PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-CANC     PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-SUPR     PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-DESV     PIC 9(05) VALUE ZEROS.
       01 W-CNS-TIPO       PIC X(01) VALUE "P".
       01 W-CNS-IDENT      PIC X(12) VALUE SPACES.
       01 W-CNS-FINAL      PIC X(01) VALUE "L".
       01 W-CNS-CANAIS.
           03 W-CNS-FONE   PIC X(01).
           03 W-CNS-SMS    PIC X(01).
           03 W-CNS-EMAIL  PIC X(01).
           03 W-CNS-CARTA  PIC X(01).
       01 W-CNS-SUPRIME    PIC X(01) VALUE "N".
       01 W-CNS-OBS        PIC X(09) VALUE SPACES.
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-CAN      PIC X(02) VALUE "00".
       01 W-CAN-ABERTO     PIC X(01) VALUE "N".
       01 W-MOT-AUS        PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------

           OPEN I-O CADVIAGEM
           IF ST-ERRO-VIA = "00"
              MOVE "S" TO W-VIA-ABERTO.
      *    MOTIVO DE CANCELAMENTO PARA AUSENCIA DO MEDICO (CADMOTCAN)
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "MOTCANAUS" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 100
                    MOVE PA-VALOR TO W-MOT-AUS
                 END-IF
              END-IF
              CLOSE CADPARAM.
           IF W-MOT-AUS > ZEROS
              OPEN I-O CADCANCEL
              IF ST-ERRO-CAN = "30"
                 OPEN OUTPUT CADCANCEL
                 CLOSE CADCANCEL
                 OPEN I-O CADCANCEL
              END-IF
              IF ST-ERRO-CAN = "00"
                 MOVE "S" TO W-CAN-ABERTO.

           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
           MOVE REGAGENDA TO W-JRN-REG
           CALL "PROGJORNAL" USING W-JRN-ARQ W-JRN-ACAO W-JRN-REG
           ADD 1 TO W-TOTAL-CANC
           PERFORM GRAVA-CANCEL THRU GRAVA-CANCEL-FIM
           PERFORM ESTACIONA THRU ESTACIONA-FIM
           GO TO REMANEJA1.
       REMANEJA-FIM.
       LIBERA-VEICULO-FIM.
           EXIT.

      *------[ MOTIVO DA CANCELADA POR AUSENCIA DO MEDICO ]-------------
       GRAVA-CANCEL.
           IF W-CAN-ABERTO = "N"
              GO TO GRAVA-CANCEL-FIM.
           MOVE AG-CRM TO CN-CRM
           MOVE AG-DATA TO CN-DATA
           MOVE AG-HORA TO CN-HORA
           MOVE W-MOT-AUS TO CN-MOTIVO
           MOVE AG-CPF TO CN-CPF
           MOVE "LOTEAUSE" TO CN-OPERADOR
           ACCEPT DATA-CADASTRO OF REGCANCEL FROM DATE YYYYMMDD
           WRITE REGCANCEL
           IF ST-ERRO-CAN = "22"
              REWRITE REGCANCEL.
           IF ST-ERRO-CAN NOT = "00" AND ST-ERRO-CAN NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCANCEL: "
                      ST-ERRO-CAN.
       GRAVA-CANCEL-FIM.
           EXIT.

      *------[ GRAVA O PACIENTE NA LISTA DE ESPERA ]--------------------
       ESTACIONA.
           MOVE W-ESPECIALIDADE TO ES-ESPECIALIDADE
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOMEP
              MOVE ZEROS TO TELEFONE.
      *    O REMANEJAMENTO ACONTECE DE QUALQUER JEITO; SEM
      *    CONSENTIMENTO O AVISO FICA PARA O BALCAO
           MOVE AG-CPF TO W-CNS-IDENT
           PERFORM APLICA-CONSENT THRU APLICA-CONSENT-FIM
           IF W-CNS-SUPRIME = "S"
              MOVE SPACES TO LINHA-REL
              STRING "  NAO CONTATAR: " NOMEP
                     "  CONSULTA " AG-DATA " " AG-HORA
                     " CANCELADA - AVISAR NO BALCAO"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              GO TO ESTACIONA-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "  LIGAR P/ " NOMEP "  TEL " TELEFONE
                  "  CONSULTA " AG-DATA " " AG-HORA " CANCELADA"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-CNS-OBS NOT = SPACES
              MOVE SPACES TO LINHA-REL
              STRING "       NAO LIGAR - CONTATO" W-CNS-OBS
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
       ESTACIONA-FIM.
           EXIT.

           STRING "CONSULTAS REMANEJADAS: " W-TOTAL-CANC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SUPRIMIDOS POR FALTA DE CONSENTIMENTO (LGPD): "
                  W-TOTAL-SUPR
                  "   DESVIADOS P/ OUTRO CANAL: " W-TOTAL-DESV
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

      *------[ CONSENTIMENTO DE CONTATO (CADCONSEN VIA PROGCONSEN) ]----
      * SEM LIGACAO NEM SMS A PESSOA E SUPRIMIDA; SO COM SMS ELA
      * SAI MARCADA PARA MENSAGEM EM VEZ DE LIGACAO
       APLICA-CONSENT.
           MOVE "N" TO W-CNS-SUPRIME
           MOVE SPACES TO W-CNS-OBS
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS
           IF W-CNS-FONE = "N" AND W-CNS-SMS = "N"
              MOVE "S" TO W-CNS-SUPRIME
              ADD 1 TO W-TOTAL-SUPR
              GO TO APLICA-CONSENT-FIM.
           IF W-CNS-FONE = "S"
              GO TO APLICA-CONSENT-FIM.
           ADD 1 TO W-TOTAL-DESV
           MOVE " SO SMS" TO W-CNS-OBS.
       APLICA-CONSENT-FIM.
           EXIT.

       ROT-FIM.
           IF W-VIA-ABERTO = "S"
              CLOSE CADVIAGEM.
           IF W-CAN-ABERTO = "S"
              CLOSE CADCANCEL.
           CLOSE CADAUSENCIA.
           CLOSE CADAGENDA.
           CLOSE CADESPERA.
           CLOSE CADMED.
           CLOSE CADPACI.
           CLOSE RELATORIO.
           MOVE "F" TO W-CNS-TIPO
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS.
       ROT-FIM-SEMARQ.
           GOBACK.
