      * NA CONSULTA ATENDIDA O MEDICO PODE ENCAMINHAR O PACIENTE  *
      * PARA OUTRA ESPECIALIDADE (CADESPEC): O ENCAMINHAMENTO     *
      * FICA EM CADENCAM E O RELENCAM COBRA OS QUE NAO VIRARAM    *
      * CONSULTA. GRAVADA A ATENDIDA, OFERECE A EVOLUCAO CLINICA  *
      * (SMP063) E O ATESTADO (SMP064) JA COM A CONSULTA          *
      * ESCOLHIDA. NA ATENDIDA REGISTRA AINDA A HORA EM QUE O     *
      * MEDICO CHAMOU O PACIENTE E A DO TERMINO (CADTEMPO), BASE  *
      * DO RELDURAC (ESPERA E DURACAO REAL)                       *
      * A CANCELADA EXIGE UM MOTIVO ATIVO DE CADMOTCAN (SMP070),  *
      * GUARDADO EM CADCANCEL PARA O RELCANCEL DE RECEITA PERDIDA *
      * CANCELADA OU FALTA COM SINAL DE ORCAMENTO (CADSINAL): DO  *
      * LADO CLINICA OU COM "SINALDIAS" DE ANTECEDENCIA O SINAL   *
      * FICA A DEVOLVER INTEGRAL; SENAO RETEM "SINALRETEM" % E O  *
      * RESTO FICA A DEVOLVER NO CAIXA (SMP023)                   *
      *************************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS VG-CHAVE
                     FILE STATUS IS ST-ERRO-VIA.

       SELECT CADTEMPO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TM-CHAVE
                     FILE STATUS IS ST-ERRO-TMP.

       SELECT CADMOTCAN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MC-CODIGO
                     FILE STATUS IS ST-ERRO-MCA.

       SELECT CADCANCEL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CN-CHAVE
                     FILE STATUS IS ST-ERRO-CAN.

       SELECT CADSINAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SN-ORCAMENTO
                     ALTERNATE RECORD KEY IS SN-AGENDA WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-SIN.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

      *----------------------------------------------------------------

       DATA DIVISION.
               VALUE OF FILE-ID IS "CADVIAGEM.DAT".
           COPY REGVIAGEM.

       FD CADTEMPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTEMPO.DAT".
           COPY REGTEMPO.

       FD CADMOTCAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTCAN.DAT".
           COPY REGMOTCAN.

       FD CADCANCEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCANCEL.DAT".
           COPY REGCANCEL.

       FD CADSINAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAL.DAT".
           COPY REGSINAL.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 W-JRN-ARQ     PIC X(10) VALUE SPACES.
       01 W-JRN-ACAO    PIC X(01) VALUE SPACES.
       01 W-JRN-REG     PIC X(130) VALUE SPACES.
       01 W-CHAVE-ATENDIDA  PIC X(18) IS EXTERNAL VALUE SPACES.
       01 ST-ERRO-TMP   PIC X(02) VALUE "00".
       01 W-TMP-ABERTO  PIC X(01) VALUE "N".
       01 W-AGORA       PIC 9(08) VALUE ZEROS.
       01 W-HORA-AGORA  PIC 9(04) VALUE ZEROS.
       01 W-HORA-CHAMADA PIC 9(04) VALUE ZEROS.
       01 W-HORA-FIM    PIC 9(04) VALUE ZEROS.
       01 W-HH-T        PIC 9(02) VALUE ZEROS.
       01 W-MM-T        PIC 9(02) VALUE ZEROS.
       01 ST-ERRO-MCA   PIC X(02) VALUE "00".
       01 ST-ERRO-CAN   PIC X(02) VALUE "00".
       01 W-CAN-ABERTO  PIC X(01) VALUE "N".
       01 W-MOTIVO      PIC 9(02) VALUE ZEROS.
       01 ST-ERRO-SIN   PIC X(02) VALUE "00".
       01 ST-ERRO-PAR   PIC X(02) VALUE "00".
       01 W-SIN-ABERTO  PIC X(01) VALUE "N".
       01 W-SIN-DIAS    PIC 9(03) VALUE 2.
       01 W-SIN-RETEM   PIC 9(03) VALUE 100.
       01 W-SIN-RETIDO  PIC 9(06)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.

      *------[ CALCULO DE SERIAL DE DIAS PARA A ANTECEDENCIA ]----------
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
       01 W-SERIAL-CONS    PIC 9(08) VALUE ZEROS.
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

       01 TABSTAT.
          03 TBSTAT     PIC X(12) OCCURS 6 TIMES.
           05  LINE 12 COLUMN 01 VALUE  "NUMERO DA GUIA            :".
           05  LINE 13 COLUMN 01 VALUE  "VALIDADE GUIA(AAAAMMDD)   :".
           05  LINE 14 COLUMN 01 VALUE  "ENCAMINHAR P/ ESPEC(0=NAO):".
           05  LINE 15 COLUMN 01 VALUE  "HORA DA CHAMADA (HHMM)    :".
           05  LINE 16 COLUMN 01 VALUE  "HORA DO TERMINO (HHMM)    :".
           05  LINE 20 COLUMN 01 VALUE  "MOTIVO DO CANCELAMENTO    :".

       01  TELATA.
           05  LINE 14  COLUMN 41 VALUE  "10-AGENDADA".
                 OPEN I-O CADNOTIF
                 IF ST-ERRO-NOT = "00"
                    MOVE "S" TO W-NOT-ABERTO.
           OPEN I-O CADTEMPO
           IF ST-ERRO-TMP = "00"
              MOVE "S" TO W-TMP-ABERTO
           ELSE
              IF ST-ERRO-TMP = "30"
                 OPEN OUTPUT CADTEMPO
                 CLOSE CADTEMPO
                 OPEN I-O CADTEMPO
                 IF ST-ERRO-TMP = "00"
                    MOVE "S" TO W-TMP-ABERTO.
      *    SEM A TABELA DE MOTIVOS NAO HA COMO CANCELAR (VER R6D)
           OPEN INPUT CADMOTCAN
           IF ST-ERRO-MCA = "00"
              OPEN I-O CADCANCEL
              IF ST-ERRO-CAN = "30"
                 OPEN OUTPUT CADCANCEL
                 CLOSE CADCANCEL
                 OPEN I-O CADCANCEL
              END-IF
              IF ST-ERRO-CAN = "00"
                 MOVE "S" TO W-CAN-ABERTO
              ELSE
                 CLOSE CADMOTCAN
              END-IF
           END-IF.
           OPEN I-O CADSINAL
           IF ST-ERRO-SIN = "00"
              MOVE "S" TO W-SIN-ABERTO.

      *------[ REGRA DE DEVOLUCAO DO SINAL NO CADPARAM ]----------------
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR NOT = "00"
              GO TO R1.
           MOVE "SINALDIAS" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 1000
              MOVE PA-VALOR TO W-SIN-DIAS.
           MOVE "SINALRETEM" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR NOT > 100
              MOVE PA-VALOR TO W-SIN-RETEM.
           CLOSE CADPARAM.

       R1.
           MOVE ZEROS TO AG-CRM AG-DATA AG-HORA W-STATUS-NOVO
                         W-ESP-ENC W-HORA-CHAMADA W-HORA-FIM
                         W-MOTIVO
           MOVE "N" TO W-NOTIFICAVEL
           DISPLAY TELA2
           DISPLAY TELATA.
           ACCEPT(12, 29) AG-GUIA WITH UPDATE
           DISPLAY (13, 29) AG-GUIAVAL
           ACCEPT(13, 29) AG-GUIAVAL WITH UPDATE
           IF AG-STATUS = 30
              GO TO R6C.
           IF AG-STATUS NOT = 40
              GO TO GRV-OPC.

      *------[ CANCELADA: MOTIVO OBRIGATORIO (PADRAO = O JA GRAVADO) ]--
       R6D.
           IF W-CAN-ABERTO = "N"
              MOVE "* SEM TABELA DE MOTIVOS (SMP070), NAO CANCELA *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE AG-CRM TO CN-CRM
           MOVE AG-DATA TO CN-DATA
           MOVE AG-HORA TO CN-HORA
           READ CADCANCEL
           IF ST-ERRO-CAN = "00"
              MOVE CN-MOTIVO TO W-MOTIVO.
       R6D1.
           DISPLAY (20, 29) W-MOTIVO
           ACCEPT(20, 29) W-MOTIVO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF W-MOTIVO = ZEROS
              MOVE "*** MOTIVO DO CANCELAMENTO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6D1.
           MOVE W-MOTIVO TO MC-CODIGO
           READ CADMOTCAN
           IF ST-ERRO-MCA NOT = "00"
              MOVE "*** MOTIVO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6D1.
           IF MC-ATIVO NOT = "S" AND MC-ATIVO NOT = "s"
              MOVE "*** MOTIVO DESATIVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6D1.
           DISPLAY (20, 33) MC-DESCRICAO
           IF MC-LADO = "C"
              DISPLAY (20, 64) "(CLINICA)"
           ELSE
              DISPLAY (20, 64) "(PACIENTE)".
           GO TO GRV-OPC.

      *------[ ATENDIDA: HORA DA CHAMADA E DO TERMINO DA CONSULTA ]-----
      *------[ (PADRAO = AGORA OU O JA REGISTRADO EM CADTEMPO)   ]-----
       R6C.
           IF W-TMP-ABERTO = "N"
              GO TO R7.
           ACCEPT W-AGORA FROM TIME
           DIVIDE W-AGORA BY 10000 GIVING W-HORA-AGORA
           MOVE W-HORA-AGORA TO W-HORA-CHAMADA W-HORA-FIM
           MOVE AG-CRM TO TM-CRM
           MOVE AG-DATA TO TM-DATA
           MOVE AG-HORA TO TM-HORA
           READ CADTEMPO
           IF ST-ERRO-TMP = "00"
              MOVE TM-HORA-CHAMADA TO W-HORA-CHAMADA
              MOVE TM-HORA-FIM TO W-HORA-FIM.
       R6C1.
           DISPLAY (15, 29) W-HORA-CHAMADA
           ACCEPT(15, 29) W-HORA-CHAMADA WITH UPDATE
           DIVIDE W-HORA-CHAMADA BY 100 GIVING W-HH-T REMAINDER W-MM-T
           IF W-HH-T > 23 OR W-MM-T > 59
              MOVE "*** HORA INVALIDA (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6C1.
           IF AG-HORA-CHEGADA > ZEROS
              AND W-HORA-CHAMADA < AG-HORA-CHEGADA
              MOVE SPACES TO MENS
              STRING "* CHAMADA ANTES DA CHEGADA (" AG-HORA-CHEGADA
                     ") *" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6C1.
       R6C2.
           DISPLAY (16, 29) W-HORA-FIM
           ACCEPT(16, 29) W-HORA-FIM WITH UPDATE
           DIVIDE W-HORA-FIM BY 100 GIVING W-HH-T REMAINDER W-MM-T
           IF W-HH-T > 23 OR W-MM-T > 59
              MOVE "*** HORA INVALIDA (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6C2.
           IF W-HORA-FIM < W-HORA-CHAMADA
              MOVE "*** TERMINO ANTES DA CHAMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6C2.

       R7.
           DISPLAY (10, 29) AG-CID.
           ACCEPT(10, 29) AG-CID WITH UPDATE
              PERFORM LIBERA-VEICULO THRU LIBERA-VEICULO-FIM
              PERFORM GRAVA-ENCAM THRU GRAVA-ENCAM-FIM
              PERFORM GRAVA-NOTIF THRU GRAVA-NOTIF-FIM
              PERFORM GRAVA-TEMPO THRU GRAVA-TEMPO-FIM
              PERFORM GRAVA-CANCEL THRU GRAVA-CANCEL-FIM
              PERFORM GRAVA-SINAL THRU GRAVA-SINAL-FIM
              MOVE "*** STATUS DA CONSULTA ATUALIZADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM CHAMA-EVOLUCAO THRU CHAMA-EVOLUCAO-FIM
              PERFORM CHAMA-ATESTADO THRU CHAMA-ATESTADO-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO REGISTRO DE CONSULTA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADNOTIF.
           IF W-VIA-ABERTO = "S"
              CLOSE CADVIAGEM.
           IF W-TMP-ABERTO = "S"
              CLOSE CADTEMPO.
           IF W-CAN-ABERTO = "S"
              CLOSE CADMOTCAN
              CLOSE CADCANCEL.
           IF W-SIN-ABERTO = "S"
              CLOSE CADSINAL.
           EXIT PROGRAM.

      *------[ MOTIVO DA CANCELADA; FORA DE 40 O MOTIVO SAI ]-----------
       GRAVA-CANCEL.
           IF W-CAN-ABERTO = "N"
              GO TO GRAVA-CANCEL-FIM.
           MOVE AG-CRM TO CN-CRM
           MOVE AG-DATA TO CN-DATA
           MOVE AG-HORA TO CN-HORA
           IF AG-STATUS NOT = 40
              READ CADCANCEL
              IF ST-ERRO-CAN = "00"
                 DELETE CADCANCEL RECORD
              END-IF
              GO TO GRAVA-CANCEL-FIM.
           MOVE W-MOTIVO TO CN-MOTIVO
           MOVE AG-CPF TO CN-CPF
           MOVE W-OPERADOR-LOGADO TO CN-OPERADOR
           ACCEPT DATA-CADASTRO OF REGCANCEL FROM DATE YYYYMMDD
           WRITE REGCANCEL
           IF ST-ERRO-CAN = "22"
              REWRITE REGCANCEL.
           IF ST-ERRO-CAN NOT = "00" AND ST-ERRO-CAN NOT = "02"
              MOVE "ERRO NA GRAVACAO DO MOTIVO DO CANCELAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-CANCEL-FIM.
           EXIT.

      *------[ SINAL DO ORCAMENTO: DEVOLVE OU RETEM NO CANCELAMENTO ]---
      *------[ (VOLTANDO A 10/20/25 O SINAL VOLTA A RECEBIDO)      ]---
       GRAVA-SINAL.
           IF W-SIN-ABERTO = "N"
              GO TO GRAVA-SINAL-FIM.
           MOVE AG-CHAVE TO SN-AGENDA
           START CADSINAL KEY IS NOT LESS THAN SN-AGENDA
           IF ST-ERRO-SIN NOT = "00"
              GO TO GRAVA-SINAL-FIM.
       GRAVA-SINAL-LER.
           READ CADSINAL NEXT RECORD
           IF ST-ERRO-SIN NOT = "00"
              GO TO GRAVA-SINAL-FIM.
           IF SN-AGENDA NOT = AG-CHAVE
              GO TO GRAVA-SINAL-FIM.
           IF SN-SITUACAO NOT = "R" AND SN-SITUACAO NOT = "V"
              AND SN-SITUACAO NOT = "T"
              GO TO GRAVA-SINAL-LER.
           IF AG-STATUS = 40 OR AG-STATUS = 50
              GO TO GRAVA-SINAL-BAIXA.
           IF SN-SITUACAO = "R"
              GO TO GRAVA-SINAL-FIM.
           MOVE "R" TO SN-SITUACAO
           MOVE ZEROS TO SN-VALOR-DEV SN-DATA-BAIXA
           GO TO GRAVA-SINAL-RW.
       GRAVA-SINAL-BAIXA.
           IF SN-SITUACAO NOT = "R"
              GO TO GRAVA-SINAL-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO SN-DATA-BAIXA
           MOVE "V" TO SN-SITUACAO
           MOVE SN-VALOR TO SN-VALOR-DEV
      *    CANCELADA PELA CLINICA DEVOLVE SEMPRE O SINAL INTEIRO
           IF AG-STATUS = 40 AND MC-LADO = "C"
              GO TO GRAVA-SINAL-RW.
           MOVE W-HOJE TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-HOJE
           MOVE AG-DATA TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-CONS
           IF AG-STATUS = 40
              AND W-SERIAL-CONS NOT < W-SERIAL-HOJE + W-SIN-DIAS
              GO TO GRAVA-SINAL-RW.
           COMPUTE W-SIN-RETIDO ROUNDED = SN-VALOR * W-SIN-RETEM / 100
           SUBTRACT W-SIN-RETIDO FROM SN-VALOR-DEV
           IF SN-VALOR-DEV = ZEROS
              MOVE "T" TO SN-SITUACAO.
       GRAVA-SINAL-RW.
           REWRITE REGSINAL
           IF ST-ERRO-SIN NOT = "00" AND ST-ERRO-SIN NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DO SINAL DO ORCAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-SINAL-FIM.
           IF SN-SITUACAO = "V"
              MOVE "* SINAL A DEVOLVER NO CAIXA (SMP023 OPCAO V) *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF SN-SITUACAO = "T"
              MOVE "*** SINAL RETIDO PELA REGRA DE CANCELAMENTO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-SINAL-FIM.
           EXIT.

      *------[ SERIAL DE DIAS (BASE GREGORIANA SIMPLIFICADA) ]----------
       CALC-SERIAL.
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

      *------[ TEMPOS REAIS DA CONSULTA ATENDIDA ]----------------------
       GRAVA-TEMPO.
           IF W-TMP-ABERTO = "N" OR AG-STATUS NOT = 30
              GO TO GRAVA-TEMPO-FIM.
           MOVE AG-CRM TO TM-CRM
           MOVE AG-DATA TO TM-DATA
           MOVE AG-HORA TO TM-HORA
           MOVE AG-HORA-CHEGADA TO TM-HORA-CHEGADA
           MOVE W-HORA-CHAMADA TO TM-HORA-CHAMADA
           MOVE W-HORA-FIM TO TM-HORA-FIM
           MOVE W-OPERADOR-LOGADO TO TM-OPERADOR
           ACCEPT DATA-CADASTRO OF REGTEMPO FROM DATE YYYYMMDD
           WRITE REGTEMPO
           IF ST-ERRO-TMP = "22"
              REWRITE REGTEMPO.
           IF ST-ERRO-TMP NOT = "00" AND ST-ERRO-TMP NOT = "02"
              MOVE "ERRO NA GRAVACAO DOS TEMPOS DA CONSULTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-TEMPO-FIM.
           EXIT.

      *------[ GRAVA O ENCAMINHAMENTO DA CONSULTA ATENDIDA ]------------
       GRAVA-ENCAM.
           IF W-ESP-ENC = ZEROS OR W-ENC-ABERTO = "N"
       GRAVA-NOTIF-FIM.
           EXIT.

      *------[ CONSULTA ATENDIDA: EVOLUCAO CLINICA NA SEQUENCIA ]-------
       CHAMA-EVOLUCAO.
           IF AG-STATUS NOT = 30
              GO TO CHAMA-EVOLUCAO-FIM.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 12) "REGISTRAR A EVOLUCAO CLINICA (S/N)?"
           ACCEPT (23, 49) W-OPCAO WITH UPDATE
           DISPLAY (23, 12)
                   "                                       "
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              GO TO CHAMA-EVOLUCAO-FIM.
           MOVE AG-CHAVE TO W-CHAVE-ATENDIDA
           CALL "SMP063".
       CHAMA-EVOLUCAO-FIM.
           EXIT.

       CHAMA-ATESTADO.
           IF AG-STATUS NOT = 30
              GO TO CHAMA-ATESTADO-FIM.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "EMITIR ATESTADO DA CONSULTA (S/N)? "
           ACCEPT (23, 49) W-OPCAO WITH UPDATE
           DISPLAY (23, 12)
                   "                                       "
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              GO TO CHAMA-ATESTADO-FIM.
           MOVE AG-CHAVE TO W-CHAVE-ATENDIDA
           CALL "SMP064".
       CHAMA-ATESTADO-FIM.
           EXIT.

      *------[ VISITA DOMICILIAR CANCELADA DEVOLVE A RESERVA ]----------
       LIBERA-VEICULO.
           IF W-VIA-ABERTO = "N"
