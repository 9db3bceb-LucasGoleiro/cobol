      * CADASTRO ORIGINAL (ESTATISTICA DE ESPERA HONESTA), SOMA   *
      * O CONTADOR DE REMARCACOES COM AVISO ACIMA DO LIMITE       *
      * (CADPARAM "REMARCLIM", PADRAO 3) E DEIXA O RASTRO EM      *
      * CADREMARC COM VAGA ANTIGA, VAGA NOVA E OPERADOR. O SINAL  *
      * DE ORCAMENTO AINDA NAO ABATIDO (CADSINAL) ACOMPANHA A     *
      * CONSULTA PARA A NOVA VAGA. CONSULTA MARCADA COMO BLOCO DE *
      * PROCEDIMENTO (CADBLOCO: SALA, AUXILIAR E EQUIPAMENTO) NAO *
      * E REMARCADA AQUI: CANCELA-SE E MARCA-SE DE NOVO NO        *
      * SMP012, QUE REFAZ A CRITICA DOS RECURSOS NA NOVA VAGA     *
      *************************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT CADSINAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SN-ORCAMENTO
                     ALTERNATE RECORD KEY IS SN-AGENDA WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-SIN.

       SELECT CADBLOCO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BP-CHAVE
                     FILE STATUS IS ST-ERRO-BLO.

      *----------------------------------------------------------------

       DATA DIVISION.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD CADSINAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAL.DAT".
           COPY REGSINAL.

       FD CADBLOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLOCO.DAT".
           COPY REGBLOCO.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 W-REG-ANT     PIC X(130) VALUE SPACES.
       01 ST-ERRO-VIA   PIC X(02) VALUE "00".
       01 W-VIA-ABERTO  PIC X(01) VALUE "N".
       01 ST-ERRO-SIN   PIC X(02) VALUE "00".
       01 W-SIN-ABERTO  PIC X(01) VALUE "N".
       01 ST-ERRO-BLO   PIC X(02) VALUE "00".
       01 W-BLO-ABERTO  PIC X(01) VALUE "N".
       01 W-CRM-ANT     PIC 9(06) VALUE ZEROS.
       01 W-DATA-ANT    PIC 9(08) VALUE ZEROS.
       01 W-HORA-ANT    PIC 9(04) VALUE ZEROS.
           OPEN I-O CADVIAGEM
           IF ST-ERRO-VIA = "00"
              MOVE "S" TO W-VIA-ABERTO.
           OPEN I-O CADSINAL
           IF ST-ERRO-SIN = "00"
              MOVE "S" TO W-SIN-ABERTO.
           OPEN INPUT CADBLOCO
           IF ST-ERRO-BLO = "00"
              MOVE "S" TO W-BLO-ABERTO.

      *------[ LIMITE DE REMARCACOES PARAMETRIZADO ]--------------------
       R0B.
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    BLOCO DE PROCEDIMENTO SO E REMARCADO PELO SMP012, QUE
      *    REFAZ A CRITICA DE SALA, AUXILIAR E EQUIPAMENTO
           IF W-BLO-ABERTO = "S"
              MOVE AG-DATA TO BP-DATA
              MOVE AG-HORA TO BP-HORA
              MOVE AG-CRM TO BP-CRM
              READ CADBLOCO
              IF ST-ERRO-BLO = "00"
                 MOVE "* BLOCO: CANCELE E MARQUE DE NOVO NO SMP012 *"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1
              END-IF
           END-IF.
           DISPLAY (07, 29) AG-CPF
           MOVE REGAGENDA TO W-REG-ANT
           MOVE AG-CRM TO W-CRM-ANT
           MOVE "CADAGENDA" TO W-JRN-ARQ
           MOVE "W" TO W-JRN-ACAO
           MOVE REGAGENDA TO W-JRN-REG
           CALL "PROGJORNAL" USING W-JRN-ARQ W-JRN-ACAO W-JRN-REG
           PERFORM MOVE-SINAL THRU MOVE-SINAL-FIM.

       GRV-DL1.
           MOVE W-CRM-ANT TO AG-CRM
       ROT-FIM.
           IF W-VIA-ABERTO = "S"
              CLOSE CADVIAGEM.
           IF W-SIN-ABERTO = "S"
              CLOSE CADSINAL.
           IF W-BLO-ABERTO = "S"
              CLOSE CADBLOCO.
           CLOSE CADAGENDA.
           CLOSE CADREMARC.
           EXIT PROGRAM.
       MOVE-VIAGEM-FIM.
           EXIT.

      *------[ SINAL RECEBIDO E NAO ABATIDO VAI PARA A NOVA VAGA ]------
       MOVE-SINAL.
           IF W-SIN-ABERTO = "N"
              GO TO MOVE-SINAL-FIM.
           MOVE W-CRM-ANT TO SN-CRM
           MOVE W-DATA-ANT TO SN-DATA
           MOVE W-HORA-ANT TO SN-HORA
           START CADSINAL KEY IS NOT LESS THAN SN-AGENDA
           IF ST-ERRO-SIN NOT = "00"
              GO TO MOVE-SINAL-FIM.
       MOVE-SINAL-LER.
           READ CADSINAL NEXT RECORD
           IF ST-ERRO-SIN NOT = "00"
              GO TO MOVE-SINAL-FIM.
           IF SN-CRM NOT = W-CRM-ANT OR SN-DATA NOT = W-DATA-ANT
              OR SN-HORA NOT = W-HORA-ANT
              GO TO MOVE-SINAL-FIM.
           IF SN-SITUACAO NOT = "R"
              GO TO MOVE-SINAL-LER.
           MOVE AG-CHAVE TO SN-AGENDA
           REWRITE REGSINAL
           IF ST-ERRO-SIN NOT = "00" AND ST-ERRO-SIN NOT = "02"
              MOVE "* SINAL NAO ACOMPANHOU A REMARCACAO (CADSINAL) *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MOVE-SINAL-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
