       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEBENEF.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * CARGA DO ARQUIVO MENSAL DE BENEFICIARIOS DO CONVENIO:  *
      * PARA O CONVENIO INFORMADO, LE O BENEFCONV.TXT (UMA     *
      * LINHA POR CARTEIRINHA, FORMATO CARTEIRINHA;CPF;PLANO;  *
      * VINCULO T/D;CPF DO TITULAR;INICIO;CANCELAMENTO, DATAS  *
      * AAAAMMDD E CANCELAMENTO EM BRANCO QUANDO ATIVA) E      *
      * GRAVA OU ATUALIZA O CADBENEF. O ARQUIVO E A FOTO       *
      * COMPLETA DO CONVENIO: CARTEIRINHA ATIVA QUE NAO VEIO   *
      * NESTA CARGA E CANCELADA NA DATA DA CARGA. FECHA COM OS *
      * PACIENTES DO CADPACI QUE SE DIZEM DESTE CONVENIO MAS   *
      * NAO ESTAO NO ARQUIVO OU ESTAO COM A CARTEIRINHA        *
      * CANCELADA. LINHAS RUINS VAO PARA REJBENEF.TXT          *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADBENEF ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BN-CHAVE
                     ALTERNATE RECORD KEY IS BN-CHAVE-CPF
                                         WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT BENEFCONV ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-BEN.

       SELECT REJBENEF ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REJ.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
           COPY REGBENEF.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGO           PIC 9(04).
           03 CNV-NOME         PIC X(30).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 PAC-RESTO1     PIC X(10).
          03 CONVENIO       PIC 9(04).
          03 PAC-RESTO2     PIC X(111).
          03 PAC-DATA-CONV  PIC 9(08).

       FD BENEFCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BENEFCONV.TXT".
       01 REG-BEN                  PIC X(100).

       FD REJBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REJBENEF.TXT".
       01 REG-REJ                  PIC X(140).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-CNV      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-BEN      PIC X(02) VALUE "00".
       01 ST-ERRO-REJ      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-CONVENIO       PIC 9(04) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO         PIC X(30) VALUE SPACES.
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-NOVOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-ALTERADOS PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJEITADOS PIC 9(06) VALUE ZEROS.
       01 W-CONT-SAIRAM    PIC 9(06) VALUE ZEROS.
       01 W-CONT-AUSENTES  PIC 9(06) VALUE ZEROS.
       01 W-CONT-CANCEL    PIC 9(06) VALUE ZEROS.
       01 W-CARTEIRA-X     PIC X(20) VALUE SPACES.
       01 W-CPF-X          PIC X(11) VALUE SPACES.
       01 W-CPF-N REDEFINES W-CPF-X      PIC 9(11).
       01 W-PLANO-X        PIC X(02) VALUE SPACES.
       01 W-PLANO-N REDEFINES W-PLANO-X  PIC 9(02).
       01 W-VINCULO-X      PIC X(01) VALUE SPACES.
       01 W-TITULAR-X      PIC X(11) VALUE SPACES.
       01 W-TITULAR-N REDEFINES W-TITULAR-X PIC 9(11).
       01 W-INI-X          PIC X(08) VALUE SPACES.
       01 W-INI-N REDEFINES W-INI-X      PIC 9(08).
       01 W-CANC-X         PIC X(08) VALUE SPACES.
       01 W-CANC-N REDEFINES W-CANC-X    PIC 9(08).
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-ATIVA          PIC X(01) VALUE "N".
       01 W-ULT-CANC       PIC 9(08) VALUE ZEROS.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEBENEF.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEBENEF".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO CONVENIO: "
           ACCEPT W-CONVENIO
           IF W-CONVENIO = ZEROS
              DISPLAY "CONVENIO E OBRIGATORIO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN I-O CADBENEF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADBENEF
                 CLOSE CADBENEF
                 OPEN I-O CADBENEF
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBENEF: "
                         ST-ERRO
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV: "
                      ST-ERRO-CNV
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE W-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "CONVENIO " W-CONVENIO " NAO CADASTRADO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT BENEFCONV
           IF ST-ERRO-BEN NOT = "00"
              DISPLAY "ARQUIVO BENEFCONV.TXT NAO ENCONTRADO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN OUTPUT REJBENEF
           IF ST-ERRO-REJ NOT = "00"
              DISPLAY "ERRO NA ABERTURA DOS REJEITADOS: " ST-ERRO-REJ
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEBENEF.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "CARGA DE BENEFICIARIOS DO CONVENIO " W-CONVENIO
                  " " CNV-NOME " EM " W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ UMA CARTEIRINHA POR LINHA DO ARQUIVO DO CONVENIO ]-------
       R1.
           READ BENEFCONV
           AT END
              GO TO R2.
           ADD 1 TO W-CONT-LIDOS
           IF REG-BEN = SPACES
              GO TO R1.
           MOVE SPACES TO W-MOTIVO W-CARTEIRA-X W-CPF-X W-PLANO-X
                          W-VINCULO-X W-TITULAR-X W-INI-X W-CANC-X
           UNSTRING REG-BEN DELIMITED BY ";"
               INTO W-CARTEIRA-X W-CPF-X W-PLANO-X W-VINCULO-X
                    W-TITULAR-X W-INI-X W-CANC-X
           IF W-CARTEIRA-X = SPACES
              MOVE "CARTEIRINHA EM BRANCO" TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              GO TO R1.
           IF W-CPF-X NOT NUMERIC OR W-CPF-N = ZEROS
              MOVE "CPF INVALIDO" TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              GO TO R1.
           IF W-PLANO-X = SPACES
              MOVE "00" TO W-PLANO-X.
           IF W-PLANO-X NOT NUMERIC
              MOVE "PLANO NAO NUMERICO" TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              GO TO R1.
           IF W-VINCULO-X = "t"
              MOVE "T" TO W-VINCULO-X.
           IF W-VINCULO-X = "d"
              MOVE "D" TO W-VINCULO-X.
           IF W-VINCULO-X NOT = "T" AND W-VINCULO-X NOT = "D"
              MOVE "VINCULO DIFERENTE DE T/D" TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              GO TO R1.
           IF W-TITULAR-X = SPACES
              MOVE ZEROS TO W-TITULAR-N.
           IF W-TITULAR-X NOT NUMERIC
              MOVE "CPF DO TITULAR INVALIDO" TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              GO TO R1.
           IF W-INI-X NOT NUMERIC OR W-INI-N = ZEROS
              MOVE "INICIO DA COBERTURA INVALIDO" TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              GO TO R1.
           IF W-CANC-X = SPACES
              MOVE ZEROS TO W-CANC-N.
           IF W-CANC-X NOT NUMERIC
              MOVE "DATA DE CANCELAMENTO INVALIDA" TO W-MOTIVO
              PERFORM GRAVA-REJEITO
              GO TO R1.
      *    TITULAR E O PROPRIO CPF QUANDO O ARQUIVO NAO TRAZ
           IF W-VINCULO-X = "T" AND W-TITULAR-N = ZEROS
              MOVE W-CPF-N TO W-TITULAR-N.

           MOVE W-CONVENIO TO BN-CODCONV
           MOVE W-CARTEIRA-X TO BN-CARTEIRA
           READ CADBENEF
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "23"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADBENEF: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE "S" TO W-ACHOU
           IF ST-ERRO = "23"
              MOVE "N" TO W-ACHOU.
           MOVE W-CONVENIO TO BN-CONV-CPF
           MOVE W-CPF-N TO BN-CPF
           MOVE W-PLANO-N TO BN-PLANO
           MOVE W-VINCULO-X TO BN-VINCULO
           MOVE W-TITULAR-N TO BN-CPF-TITULAR
           MOVE W-INI-N TO BN-DATA-INI
           MOVE W-CANC-N TO BN-DATA-CANC
           MOVE W-HOJE TO BN-DATA-CARGA
           IF W-ACHOU = "N"
              MOVE W-HOJE TO DATA-CADASTRO
              WRITE REGBENEF
              ADD 1 TO W-CONT-NOVOS
           ELSE
              REWRITE REGBENEF
              ADD 1 TO W-CONT-ALTERADOS.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBENEF: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           GO TO R1.

       GRAVA-REJEITO.
           MOVE SPACES TO REG-REJ
           STRING REG-BEN " MOTIVO: " W-MOTIVO
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ
           ADD 1 TO W-CONT-REJEITADOS.

      *------[ CARTEIRINHA ATIVA QUE NAO VEIO NESTA CARGA SAIU DO ]-----
      *------[ CONVENIO: FICA CANCELADA NA DATA DA CARGA          ]-----
       R2.
           MOVE "CARTEIRINHAS QUE SAIRAM DO ARQUIVO DO CONVENIO"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-CONVENIO TO BN-CODCONV
           MOVE SPACES TO BN-CARTEIRA
           START CADBENEF KEY IS NOT LESS THAN BN-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R2A.
           READ CADBENEF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3.
           IF BN-CODCONV NOT = W-CONVENIO
              GO TO R3.
           IF BN-DATA-CARGA = W-HOJE OR BN-DATA-CANC NOT = ZEROS
              GO TO R2A.
           MOVE W-HOJE TO BN-DATA-CANC
           REWRITE REGBENEF
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADBENEF: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-SAIRAM
           MOVE SPACES TO LINHA-REL
           STRING "  CARTEIRINHA " BN-CARTEIRA " CPF " BN-CPF
                  " CANCELADA EM " W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R2A.

      *------[ PACIENTES DO CONVENIO SEM CARTEIRINHA ATIVA ]------------
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PACIENTES DO CONVENIO FORA DO ARQUIVO OU CANCELADOS"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO CPF
           START CADPACI KEY IS NOT LESS THAN CPF
           IF ST-ERRO-PAC NOT = "00"
              GO TO R4.
       R3A.
           READ CADPACI NEXT RECORD
           IF ST-ERRO-PAC NOT = "00"
              GO TO R4.
           IF CONVENIO NOT = W-CONVENIO
              GO TO R3A.
           PERFORM BUSCA-CARTEIRA THRU BUSCA-CARTEIRA-FIM
           IF W-ATIVA = "S"
              GO TO R3A.
           MOVE SPACES TO LINHA-REL
           IF W-ACHOU = "N"
              ADD 1 TO W-CONT-AUSENTES
              STRING "  CPF " CPF " " NOMEP " AUSENTE DO ARQUIVO"
                     DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              ADD 1 TO W-CONT-CANCEL
              STRING "  CPF " CPF " " NOMEP " CARTEIRINHA "
                     "CANCELADA/SEM COBERTURA EM " W-ULT-CANC
                     DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL
           GO TO R3A.

      *------[ ALGUMA CARTEIRINHA DO CPF COBRE A DATA DE HOJE? ]--------
       BUSCA-CARTEIRA.
           MOVE "N" TO W-ACHOU W-ATIVA
           MOVE ZEROS TO W-ULT-CANC
           MOVE W-CONVENIO TO BN-CONV-CPF
           MOVE CPF TO BN-CPF
           START CADBENEF KEY IS NOT LESS THAN BN-CHAVE-CPF
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
       BUSCA-CARTEIRA1.
           READ CADBENEF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
           IF BN-CONV-CPF NOT = W-CONVENIO OR BN-CPF NOT = CPF
              GO TO BUSCA-CARTEIRA-FIM.
           MOVE "S" TO W-ACHOU
           IF BN-DATA-INI NOT > W-HOJE
              AND (BN-DATA-CANC = ZEROS OR BN-DATA-CANC > W-HOJE)
              MOVE "S" TO W-ATIVA
              GO TO BUSCA-CARTEIRA-FIM.
           IF BN-DATA-CANC > W-ULT-CANC
              MOVE BN-DATA-CANC TO W-ULT-CANC.
           GO TO BUSCA-CARTEIRA1.
       BUSCA-CARTEIRA-FIM.
           EXIT.

       R4.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LINHAS LIDAS: " W-CONT-LIDOS
                  "  NOVAS: " W-CONT-NOVOS
                  "  ATUALIZADAS: " W-CONT-ALTERADOS
                  "  REJEITADAS: " W-CONT-REJEITADOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SAIRAM DO ARQUIVO: " W-CONT-SAIRAM
                  "  PACIENTES AUSENTES: " W-CONT-AUSENTES
                  "  CANCELADOS: " W-CONT-CANCEL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "CARTEIRINHAS GRAVADAS : " W-CONT-NOVOS
           DISPLAY "CARTEIRINHAS ALTERADAS: " W-CONT-ALTERADOS
           DISPLAY "LINHAS REJEITADAS     : " W-CONT-REJEITADOS
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADBENEF.
           CLOSE CADCONV.
           CLOSE CADPACI.
           CLOSE BENEFCONV.
           CLOSE REJBENEF.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
