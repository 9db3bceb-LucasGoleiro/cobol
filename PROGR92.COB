                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS MP-TIPO
                    FILE STATUS IS ST-ERRO-MPL.

       SELECT CADPATRIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS PT-PLAQUETA
                    ALTERNATE RECORD KEY IS PT-LOCAL WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PT-PLACA WITH DUPLICATES
                    FILE STATUS IS ST-ERRO-PAT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FD CADSERVICO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADSERVICO.DAT".
           COPY REGSERVICO.

       FD CADCOMB
              LABEL RECORD IS STANDARD
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADMPLAN.DAT".
           COPY REGMPLAN.

       FD CADPATRIM
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADPATRIM.DAT".
           COPY REGPATRIM.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SRV-ABERTO      PIC X(01) VALUE "N".
       01 W-CMB-ABERTO      PIC X(01) VALUE "N".
       01 W-MPL-ABERTO      PIC X(01) VALUE "N".
       01 ST-ERRO-PAT       PIC X(02) VALUE "00".
       01 W-PAT-ABERTO      PIC X(01) VALUE "N".
       01 W-PAT-VINCULO     PIC X(01) VALUE "N".
       01 W-KM-ATUAL        PIC 9(06) VALUE ZEROS.
       01 W-ULT-KM          PIC 9(06) VALUE ZEROS.
       01 W-ULT-DATA        PIC 9(08) VALUE ZEROS.
           OPEN INPUT CADMPLAN
           IF ST-ERRO-MPL = "00"
              MOVE "S" TO W-MPL-ABERTO.
           OPEN INPUT CADPATRIM
           IF ST-ERRO-PAT = "00"
              MOVE "S" TO W-PAT-ABERTO.
           ACCEPT W-HOJE-MAN FROM DATE YYYYMMDD.

	   DISPLAY TELA.
                      TO MSGERRO
                 DISPLAY (3, 7) MSGERRO
                 PERFORM AVISO-MANUT THRU AVISO-MANUT-FIM
                 PERFORM AVISO-PATRIM THRU AVISO-PATRIM-FIM
                 DISPLAY (7, 47) NOMEPROP
                 ACCEPT (7, 47) NOMEPROP WITH UPDATE
                 DISPLAY (9, 46) MARCA
           DISPLAY (3, 7) MSGERRO
           IF W-SEL = 1
              GO TO ALT-OPC.
           ACCEPT DATA-CADASTRO OF REGVEIC FROM DATE YYYYMMDD
           WRITE REGVEIC
           IF ST-ERRO = "00" OR "02"
              MOVE "*** VEICULO CADASTRADO ***" TO MSGERRO
              DISPLAY (3, 7) MSGERRO
              GO TO EXC-OPC.
       EXC-DL1.
           IF W-PAT-VINCULO = "S"
              MOVE "*** VEICULO VINCULADO AO PATRIMONIO ***" TO MSGERRO
              DISPLAY (3, 7) MSGERRO
              GO TO R-NOVO.
           DELETE CADVEIC RECORD
           IF ST-ERRO = "00"
              MOVE "*** VEICULO EXCLUIDO ***" TO MSGERRO

       R-NOVO.
           MOVE ZEROS TO W-SEL
           MOVE "N" TO W-PAT-VINCULO
           MOVE SPACES TO W-NOMEPROP-ANTES
           DISPLAY TELA
           GO TO RP.
       AVISO-MANUT-FIM.
           EXIT.

      *------[ MOSTRA A PLAQUETA DO BEM LIGADO A PLACA (SMP082) ]-------
       AVISO-PATRIM.
           MOVE "N" TO W-PAT-VINCULO
           IF W-PAT-ABERTO = "N"
              GO TO AVISO-PATRIM-FIM.
           MOVE PLACA TO PT-PLACA
           READ CADPATRIM KEY IS PT-PLACA
           IF ST-ERRO-PAT NOT = "00"
              GO TO AVISO-PATRIM-FIM.
           MOVE "S" TO W-PAT-VINCULO
           DISPLAY (5, 56) "PATRIMONIO " PT-PLAQUETA.
       AVISO-PATRIM-FIM.
           EXIT.

       ODOMETRO-ATUAL.
           MOVE ZEROS TO W-KM-ATUAL
           MOVE PLACA TO SV-PLACA
              CLOSE CADCOMB.
           IF W-MPL-ABERTO = "S"
              CLOSE CADMPLAN.
           IF W-PAT-ABERTO = "S"
              CLOSE CADPATRIM.
           EXIT PROGRAM.
