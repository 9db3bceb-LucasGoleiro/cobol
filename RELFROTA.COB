       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFROTA.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * CUSTO TOTAL DA FROTA POR KM: PARA A COMPETENCIA PEDIDA *
      * (AAAAMM), POR PLACA DO CADVEIC, NO MES E NO ACUMULADO  *
      * DO ANO:                                                *
      * - KM RODADOS PELOS ODOMETROS DO CADCOMB E DO CADVIAGEM *
      *   (MAIOR LEITURA DO PERIODO MENOS A ULTIMA ANTERIOR A  *
      *   ELE; SEM ANTERIOR, A PRIMEIRA DO PERIODO)            *
      * - COMBUSTIVEL (CADCOMB), MANUTENCAO (SV-VALOR DO       *
      *   CADSERVICO), SEGURO E IPVA DO CADVEIC RATEADOS EM    *
      *   1/12 POR MES E MULTAS (CADMULTA) PELA DATA DA        *
      *   INFRACAO                                             *
      * FECHA COM O TOTAL E O CUSTO POR KM DA FROTA, BASE PARA *
      * TROCA DE VEICULOS E PARA A TAXA DE VISITA DOMICILIAR   *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVEIC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PLACA
                     ALTERNATE RECORD KEY IS NOMEPROP WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADCOMB ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CB-CHAVE
                     FILE STATUS IS ST-ERRO-CMB.

       SELECT CADSERVICO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SV-CHAVE
                     FILE STATUS IS ST-ERRO-SRV.

       SELECT CADVIAGEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VG-CHAVE
                     FILE STATUS IS ST-ERRO-VIA.

       SELECT CADMULTA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MU-CHAVE
                     FILE STATUS IS ST-ERRO-MUL.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
       01 REGVEIC.
          03 PLACA          PIC X(07).
          03 NOMEPROP       PIC X(30).
          03 MARCA          PIC 9(02).
          03 MODELO         PIC X(20).
          03 COR            PIC X(01).
          03 ANOFAB         PIC 9(04).
          03 VALSEGURO      PIC 9(08).
          03 VALIPVA        PIC 9(08).
          03 DATA-CADASTRO  PIC 9(08).

       FD CADCOMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMB.DAT".
           COPY REGCOMB.

       FD CADSERVICO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSERVICO.DAT".
           COPY REGSERVICO.

       FD CADVIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIAGEM.DAT".
           COPY REGVIAGEM.

       FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
           COPY REGMULTA.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-CMB      PIC X(02) VALUE "00".
       01 ST-ERRO-SRV      PIC X(02) VALUE "00".
       01 ST-ERRO-VIA      PIC X(02) VALUE "00".
       01 ST-ERRO-MUL      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-CMB-ABERTO     PIC X(01) VALUE "N".
       01 W-SRV-ABERTO     PIC X(01) VALUE "N".
       01 W-VIA-ABERTO     PIC X(01) VALUE "N".
       01 W-MUL-ABERTO     PIC X(01) VALUE "N".
       01 WS-NOME-REL      PIC X(30) VALUE "RELFROTA.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELFROTA".

       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-COMP-ANO   PIC 9(04).
           03 W-COMP-MES   PIC 9(02).
       01 W-INI-MES        PIC 9(08) VALUE ZEROS.
       01 W-FIM-MES        PIC 9(08) VALUE ZEROS.
       01 W-INI-ANO        PIC 9(08) VALUE ZEROS.
       01 W-DATA-LIDA      PIC 9(08) VALUE ZEROS.
       01 W-KM-LIDO        PIC 9(06) VALUE ZEROS.
       01 W-VEICULOS       PIC 9(04) VALUE ZEROS.

      *    ODOMETROS DA PLACA: ULTIMA LEITURA ANTES DO PERIODO E A
      *    MENOR E A MAIOR DENTRO DELE (MES E ACUMULADO DO ANO)
       01 W-KM-ANT-MES     PIC 9(06) VALUE ZEROS.
       01 W-KM-MIN-MES     PIC 9(06) VALUE ZEROS.
       01 W-KM-MAX-MES     PIC 9(06) VALUE ZEROS.
       01 W-KM-ANT-ANO     PIC 9(06) VALUE ZEROS.
       01 W-KM-MIN-ANO     PIC 9(06) VALUE ZEROS.
       01 W-KM-MAX-ANO     PIC 9(06) VALUE ZEROS.
       01 W-KM-BASE        PIC 9(06) VALUE ZEROS.

      *    CUSTOS DA PLACA: 1 = MES, 2 = ACUMULADO DO ANO
       01 TAB-CUSTO.
           03 TC-PERIODO OCCURS 2 TIMES.
               05 TC-KM             PIC 9(07).
               05 TC-COMBUST        PIC 9(08)V99.
               05 TC-MANUT          PIC 9(08)V99.
               05 TC-SEGURO         PIC 9(08)V99.
               05 TC-IPVA           PIC 9(08)V99.
               05 TC-MULTAS         PIC 9(08)V99.
               05 TC-TOTAL          PIC 9(09)V99.
       01 TAB-FROTA.
           03 TF-PERIODO OCCURS 2 TIMES.
               05 TF-KM             PIC 9(08).
               05 TF-COMBUST        PIC 9(09)V99.
               05 TF-MANUT          PIC 9(09)V99.
               05 TF-SEGURO         PIC 9(09)V99.
               05 TF-IPVA           PIC 9(09)V99.
               05 TF-MULTAS         PIC 9(09)V99.
               05 TF-TOTAL          PIC 9(10)V99.
       01 W-IND            PIC 9(01) VALUE ZEROS.
       01 W-CUSTO-KM       PIC 9(05)V999 VALUE ZEROS.
       01 W-ROTULO         PIC X(05) VALUE SPACES.
       01 W-ED-KM          PIC Z.ZZZ.ZZ9.
       01 W-ED-CMB         PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-MAN         PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-SEG         PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-IPV         PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-MUL         PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-TOT         PIC ZZZ.ZZZ.ZZ9,99.
       01 W-ED-CKM         PIC ZZ.ZZ9,999.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COMPETENCIA DO RELATORIO (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS OR W-COMP-MES = ZEROS
              OR W-COMP-MES > 12
              DISPLAY "COMPETENCIA INVALIDA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           COMPUTE W-INI-MES = W-COMPET * 100 + 1
           COMPUTE W-FIM-MES = W-COMPET * 100 + 31
           COMPUTE W-INI-ANO = W-COMP-ANO * 10000 + 0101.

       R0.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADCOMB
           IF ST-ERRO-CMB = "00"
              MOVE "S" TO W-CMB-ABERTO.
           OPEN INPUT CADSERVICO
           IF ST-ERRO-SRV = "00"
              MOVE "S" TO W-SRV-ABERTO.
           OPEN INPUT CADVIAGEM
           IF ST-ERRO-VIA = "00"
              MOVE "S" TO W-VIA-ABERTO.
           OPEN INPUT CADMULTA
           IF ST-ERRO-MUL = "00"
              MOVE "S" TO W-MUL-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELFROTA.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "CUSTO TOTAL DA FROTA POR KM - COMPETENCIA " W-COMPET
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PLACA   PERIODO       KM   COMBUSTIVEL"
                  "     MANUTENCAO         SEGURO           IPVA"
                  "         MULTAS           TOTAL     R$/KM"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO TAB-FROTA.

       R1.
           MOVE SPACES TO PLACA
           START CADVEIC KEY IS NOT LESS THAN PLACA
           IF ST-ERRO NOT = "00"
              GO TO R9.

       R2.
           READ CADVEIC NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R9.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADVEIC: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-VEICULOS
           MOVE ZEROS TO TAB-CUSTO W-KM-ANT-MES W-KM-MIN-MES
                         W-KM-MAX-MES W-KM-ANT-ANO W-KM-MIN-ANO
                         W-KM-MAX-ANO
           PERFORM SOMA-COMB THRU SOMA-COMB-FIM
           PERFORM SOMA-SERVICO THRU SOMA-SERVICO-FIM
           PERFORM SOMA-VIAGEM THRU SOMA-VIAGEM-FIM
           PERFORM SOMA-MULTA THRU SOMA-MULTA-FIM

      *    SEGURO E IPVA ANUAIS: 1/12 NO MES, UM DOZE AVOS POR MES
      *    CORRIDO NO ACUMULADO
           COMPUTE TC-SEGURO (1) ROUNDED = VALSEGURO / 12
           COMPUTE TC-IPVA (1) ROUNDED = VALIPVA / 12
           COMPUTE TC-SEGURO (2) ROUNDED =
                   VALSEGURO * W-COMP-MES / 12
           COMPUTE TC-IPVA (2) ROUNDED = VALIPVA * W-COMP-MES / 12

           MOVE W-KM-ANT-MES TO W-KM-BASE
           IF W-KM-BASE = ZEROS
              MOVE W-KM-MIN-MES TO W-KM-BASE.
           IF W-KM-MAX-MES > W-KM-BASE
              COMPUTE TC-KM (1) = W-KM-MAX-MES - W-KM-BASE.
           MOVE W-KM-ANT-ANO TO W-KM-BASE
           IF W-KM-BASE = ZEROS
              MOVE W-KM-MIN-ANO TO W-KM-BASE.
           IF W-KM-MAX-ANO > W-KM-BASE
              COMPUTE TC-KM (2) = W-KM-MAX-ANO - W-KM-BASE.

           MOVE 1 TO W-IND
           MOVE "MES" TO W-ROTULO
           PERFORM LINHA-VEIC THRU LINHA-VEIC-FIM
           MOVE 2 TO W-IND
           MOVE "ANO" TO W-ROTULO
           PERFORM LINHA-VEIC THRU LINHA-VEIC-FIM
           GO TO R2.

      *------[ ABASTECIMENTOS: VALOR E ODOMETRO ]-----------------------
       SOMA-COMB.
           IF W-CMB-ABERTO = "N"
              GO TO SOMA-COMB-FIM.
           MOVE PLACA TO CB-PLACA
           MOVE ZEROS TO CB-DATA
           START CADCOMB KEY IS NOT LESS THAN CB-CHAVE
           IF ST-ERRO-CMB NOT = "00"
              GO TO SOMA-COMB-FIM.
       SOMA-COMB1.
           READ CADCOMB NEXT RECORD
           IF ST-ERRO-CMB NOT = "00"
              GO TO SOMA-COMB-FIM.
           IF CB-PLACA NOT = PLACA OR CB-DATA > W-FIM-MES
              GO TO SOMA-COMB-FIM.
           MOVE CB-DATA TO W-DATA-LIDA
           MOVE CB-KM TO W-KM-LIDO
           PERFORM ACUMULA-KM THRU ACUMULA-KM-FIM
           IF CB-DATA NOT < W-INI-ANO
              ADD CB-VALOR TO TC-COMBUST (2).
           IF CB-DATA NOT < W-INI-MES
              ADD CB-VALOR TO TC-COMBUST (1).
           GO TO SOMA-COMB1.
       SOMA-COMB-FIM.
           EXIT.

      *------[ SERVICOS: CUSTO E ODOMETRO ]-----------------------------
       SOMA-SERVICO.
           IF W-SRV-ABERTO = "N"
              GO TO SOMA-SERVICO-FIM.
           MOVE PLACA TO SV-PLACA
           MOVE ZEROS TO SV-DATA
           START CADSERVICO KEY IS NOT LESS THAN SV-CHAVE
           IF ST-ERRO-SRV NOT = "00"
              GO TO SOMA-SERVICO-FIM.
       SOMA-SERVICO1.
           READ CADSERVICO NEXT RECORD
           IF ST-ERRO-SRV NOT = "00"
              GO TO SOMA-SERVICO-FIM.
           IF SV-PLACA NOT = PLACA OR SV-DATA > W-FIM-MES
              GO TO SOMA-SERVICO-FIM.
           IF SV-DATA NOT < W-INI-ANO
              ADD SV-VALOR TO TC-MANUT (2).
           IF SV-DATA NOT < W-INI-MES
              ADD SV-VALOR TO TC-MANUT (1).
           GO TO SOMA-SERVICO1.
       SOMA-SERVICO-FIM.
           EXIT.

      *------[ VIAGENS: ODOMETRO NA SAIDA E NO RETORNO ]----------------
       SOMA-VIAGEM.
           IF W-VIA-ABERTO = "N"
              GO TO SOMA-VIAGEM-FIM.
           MOVE PLACA TO VG-PLACA
           MOVE ZEROS TO VG-SAIDA-DATA VG-SAIDA-HORA
           START CADVIAGEM KEY IS NOT LESS THAN VG-CHAVE
           IF ST-ERRO-VIA NOT = "00"
              GO TO SOMA-VIAGEM-FIM.
       SOMA-VIAGEM1.
           READ CADVIAGEM NEXT RECORD
           IF ST-ERRO-VIA NOT = "00"
              GO TO SOMA-VIAGEM-FIM.
           IF VG-PLACA NOT = PLACA OR VG-SAIDA-DATA > W-FIM-MES
              GO TO SOMA-VIAGEM-FIM.
           MOVE VG-SAIDA-DATA TO W-DATA-LIDA
           MOVE VG-KM-SAIDA TO W-KM-LIDO
           PERFORM ACUMULA-KM THRU ACUMULA-KM-FIM
           IF VG-RET-DATA NOT = ZEROS
              MOVE VG-RET-DATA TO W-DATA-LIDA
              MOVE VG-KM-RETORNO TO W-KM-LIDO
              PERFORM ACUMULA-KM THRU ACUMULA-KM-FIM.
           GO TO SOMA-VIAGEM1.
       SOMA-VIAGEM-FIM.
           EXIT.

      *------[ MULTAS PELA DATA DA INFRACAO ]---------------------------
       SOMA-MULTA.
           IF W-MUL-ABERTO = "N"
              GO TO SOMA-MULTA-FIM.
           MOVE PLACA TO MU-PLACA
           MOVE LOW-VALUES TO MU-AUTO
           START CADMULTA KEY IS NOT LESS THAN MU-CHAVE
           IF ST-ERRO-MUL NOT = "00"
              GO TO SOMA-MULTA-FIM.
       SOMA-MULTA1.
           READ CADMULTA NEXT RECORD
           IF ST-ERRO-MUL NOT = "00"
              GO TO SOMA-MULTA-FIM.
           IF MU-PLACA NOT = PLACA
              GO TO SOMA-MULTA-FIM.
           IF MU-DATA < W-INI-ANO OR MU-DATA > W-FIM-MES
              GO TO SOMA-MULTA1.
           ADD MU-VALOR TO TC-MULTAS (2)
           IF MU-DATA NOT < W-INI-MES
              ADD MU-VALOR TO TC-MULTAS (1).
           GO TO SOMA-MULTA1.
       SOMA-MULTA-FIM.
           EXIT.

      *------[ UMA LEITURA DE ODOMETRO NOS DOIS PERIODOS ]--------------
       ACUMULA-KM.
           IF W-KM-LIDO = ZEROS OR W-DATA-LIDA > W-FIM-MES
              GO TO ACUMULA-KM-FIM.
           IF W-DATA-LIDA < W-INI-MES
              IF W-KM-LIDO > W-KM-ANT-MES
                 MOVE W-KM-LIDO TO W-KM-ANT-MES
              END-IF
           ELSE
              IF W-KM-MIN-MES = ZEROS OR W-KM-LIDO < W-KM-MIN-MES
                 MOVE W-KM-LIDO TO W-KM-MIN-MES
              END-IF
              IF W-KM-LIDO > W-KM-MAX-MES
                 MOVE W-KM-LIDO TO W-KM-MAX-MES
              END-IF.
           IF W-DATA-LIDA < W-INI-ANO
              IF W-KM-LIDO > W-KM-ANT-ANO
                 MOVE W-KM-LIDO TO W-KM-ANT-ANO
              END-IF
           ELSE
              IF W-KM-MIN-ANO = ZEROS OR W-KM-LIDO < W-KM-MIN-ANO
                 MOVE W-KM-LIDO TO W-KM-MIN-ANO
              END-IF
              IF W-KM-LIDO > W-KM-MAX-ANO
                 MOVE W-KM-LIDO TO W-KM-MAX-ANO
              END-IF.
       ACUMULA-KM-FIM.
           EXIT.

      *------[ LINHA DA PLACA NO PERIODO W-IND E SOMA NA FROTA ]--------
       LINHA-VEIC.
           COMPUTE TC-TOTAL (W-IND) = TC-COMBUST (W-IND)
                   + TC-MANUT (W-IND) + TC-SEGURO (W-IND)
                   + TC-IPVA (W-IND) + TC-MULTAS (W-IND)
           ADD TC-KM (W-IND) TO TF-KM (W-IND)
           ADD TC-COMBUST (W-IND) TO TF-COMBUST (W-IND)
           ADD TC-MANUT (W-IND) TO TF-MANUT (W-IND)
           ADD TC-SEGURO (W-IND) TO TF-SEGURO (W-IND)
           ADD TC-IPVA (W-IND) TO TF-IPVA (W-IND)
           ADD TC-MULTAS (W-IND) TO TF-MULTAS (W-IND)
           ADD TC-TOTAL (W-IND) TO TF-TOTAL (W-IND)
           MOVE ZEROS TO W-CUSTO-KM
           IF TC-KM (W-IND) NOT = ZEROS
              COMPUTE W-CUSTO-KM ROUNDED =
                      TC-TOTAL (W-IND) / TC-KM (W-IND).
           MOVE TC-KM (W-IND) TO W-ED-KM
           MOVE TC-COMBUST (W-IND) TO W-ED-CMB
           MOVE TC-MANUT (W-IND) TO W-ED-MAN
           MOVE TC-SEGURO (W-IND) TO W-ED-SEG
           MOVE TC-IPVA (W-IND) TO W-ED-IPV
           MOVE TC-MULTAS (W-IND) TO W-ED-MUL
           MOVE TC-TOTAL (W-IND) TO W-ED-TOT
           MOVE W-CUSTO-KM TO W-ED-CKM
           MOVE SPACES TO LINHA-REL
           STRING PLACA " " W-ROTULO W-ED-KM " " W-ED-CMB " "
                  W-ED-MAN " " W-ED-SEG " " W-ED-IPV " " W-ED-MUL
                  " " W-ED-TOT " " W-ED-CKM
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-VEIC-FIM.
           EXIT.

      *------[ TOTAIS DA FROTA ]----------------------------------------
       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND
           MOVE "MES" TO W-ROTULO
           PERFORM LINHA-FROTA THRU LINHA-FROTA-FIM
           MOVE 2 TO W-IND
           MOVE "ANO" TO W-ROTULO
           PERFORM LINHA-FROTA THRU LINHA-FROTA-FIM
           MOVE SPACES TO LINHA-REL
           STRING "VEICULOS: " W-VEICULOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

       LINHA-FROTA.
           MOVE ZEROS TO W-CUSTO-KM
           IF TF-KM (W-IND) NOT = ZEROS
              COMPUTE W-CUSTO-KM ROUNDED =
                      TF-TOTAL (W-IND) / TF-KM (W-IND).
           MOVE TF-KM (W-IND) TO W-ED-KM
           MOVE TF-COMBUST (W-IND) TO W-ED-CMB
           MOVE TF-MANUT (W-IND) TO W-ED-MAN
           MOVE TF-SEGURO (W-IND) TO W-ED-SEG
           MOVE TF-IPVA (W-IND) TO W-ED-IPV
           MOVE TF-MULTAS (W-IND) TO W-ED-MUL
           MOVE TF-TOTAL (W-IND) TO W-ED-TOT
           MOVE W-CUSTO-KM TO W-ED-CKM
           MOVE SPACES TO LINHA-REL
           STRING "FROTA   " W-ROTULO W-ED-KM " " W-ED-CMB " "
                  W-ED-MAN " " W-ED-SEG " " W-ED-IPV " " W-ED-MUL
                  " " W-ED-TOT " " W-ED-CKM
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-FROTA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADVEIC.
           IF W-CMB-ABERTO = "S"
              CLOSE CADCOMB.
           IF W-SRV-ABERTO = "S"
              CLOSE CADSERVICO.
           IF W-VIA-ABERTO = "S"
              CLOSE CADVIAGEM.
           IF W-MUL-ABERTO = "S"
              CLOSE CADMULTA.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
