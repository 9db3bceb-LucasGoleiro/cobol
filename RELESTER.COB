       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELESTER.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * RASTREIO DE ESTERILIZACAO: COM AUTOCLAVE E CICLO,      *
      * LISTA OS INDICADORES E KITS DO CICLO (CADESTER) E      *
      * TODOS OS ITENS DE ATENDIMENTO (CADITEM) QUE USARAM UM  *
      * KIT DELE, COM O PACIENTE E O TELEFONE PARA O RECALL DE *
      * INDICADOR REPROVADO. COM AUTOCLAVE ZERADA PEDE UM CPF  *
      * E LISTA, VISITA A VISITA (AG-CPF), O KIT E O CICLO     *
      * USADOS EM CADA PROCEDIMENTO DO PACIENTE                *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESTER ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ES-CHAVE
                     FILE STATUS IS ST-ERRO-CIC.

       SELECT CADITEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IT-CHAVE
                     FILE STATUS IS ST-ERRO-ITE.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADESTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTER.DAT".
           COPY REGESTER.

       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
           COPY REGITEM.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 PAC-RESTO1     PIC X(36).
          03 TELEFONE       PIC 9(11).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-CIC      PIC X(02) VALUE "00".
       01 ST-ERRO-ITE      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "RELESTER.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELESTER".
       01 W-PAC-ABERTO     PIC X(01) VALUE "N".
       01 W-AUTOCLAVE      PIC 9(02) VALUE ZEROS.
       01 W-CICLO          PIC 9(06) VALUE ZEROS.
       01 W-CPF            PIC 9(11) VALUE ZEROS.
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-TOTAL          PIC 9(05) VALUE ZEROS.
       01 W-SITUACAO       PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "AUTOCLAVE (ZEROS = RASTREIO POR CPF): "
           ACCEPT W-AUTOCLAVE
           IF W-AUTOCLAVE NOT = ZEROS
              DISPLAY "NUMERO DO CICLO: "
              ACCEPT W-CICLO
           ELSE
              DISPLAY "CPF DO PACIENTE: "
              ACCEPT W-CPF.
           IF W-AUTOCLAVE = ZEROS AND W-CPF = ZEROS
              DISPLAY "INFORME AUTOCLAVE E CICLO OU UM CPF"
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN INPUT CADESTER
           IF ST-ERRO-CIC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESTER: "
                      ST-ERRO-CIC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADITEM
           IF ST-ERRO-ITE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADITEM: "
                      ST-ERRO-ITE
              MOVE 8 TO RETURN-CODE
              CLOSE CADESTER
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              CLOSE CADESTER CADITEM
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC = "00"
              MOVE "S" TO W-PAC-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELESTER.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           IF W-AUTOCLAVE = ZEROS
              GO TO R5.

      *------[ CICLO -> PACIENTES EXPOSTOS ]----------------------------
       R1.
           MOVE W-AUTOCLAVE TO ES-AUTOCLAVE
           MOVE W-CICLO TO ES-CICLO
           READ CADESTER
           IF ST-ERRO-CIC NOT = "00"
              DISPLAY "CICLO NAO CADASTRADO: " W-AUTOCLAVE "/" W-CICLO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "PACIENTES EXPOSTOS AO CICLO " ES-AUTOCLAVE "/"
                  ES-CICLO " DE " ES-DATA
                  "  IND.BIOLOGICO " ES-IND-BIOL
                  "  IND.QUIMICO " ES-IND-QUIM
                  "  OPERADOR " ES-OPERADOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "KITS: " ES-KIT (1) " " ES-KIT (2) " " ES-KIT (3)
                  " " ES-KIT (4) " " ES-KIT (5) " " ES-KIT (6)
                  " " ES-KIT (7) " " ES-KIT (8) " " ES-KIT (9)
                  " " ES-KIT (10)
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO IT-CHAVE
           START CADITEM KEY IS NOT LESS THAN IT-CHAVE
           IF ST-ERRO-ITE NOT = "00"
              GO TO R3.
       R2.
           READ CADITEM NEXT RECORD
           IF ST-ERRO-ITE NOT = "00"
              GO TO R3.
           IF IT-AUTOCLAVE NOT = W-AUTOCLAVE OR IT-CICLO NOT = W-CICLO
              GO TO R2.
           MOVE IT-CRM TO AG-CRM
           MOVE IT-DATA TO AG-DATA
           MOVE IT-HORA TO AG-HORA
           READ CADAGENDA
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO AG-CPF.
           PERFORM LE-PACIENTE THRU LE-PACIENTE-FIM
           MOVE SPACES TO LINHA-REL
           STRING "  " IT-DATA " " IT-HORA " CRM " IT-CRM
                  " PROC " IT-PROCEDIMENTO " KIT " IT-KIT
                  " CPF " AG-CPF " " NOMEP " TEL " TELEFONE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL
           GO TO R2.
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PROCEDIMENTOS COM KIT DESTE CICLO: " W-TOTAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R9.

      *------[ PACIENTE -> CICLOS USADOS NOS PROCEDIMENTOS ]------------
       R5.
           MOVE W-CPF TO AG-CPF
           PERFORM LE-PACIENTE THRU LE-PACIENTE-FIM
           MOVE SPACES TO LINHA-REL
           STRING "CICLOS DE ESTERILIZACAO USADOS NO PACIENTE " W-CPF
                  " " NOMEP
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-CPF TO AG-CPF
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO R8.
       R6.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R8.
           IF AG-CPF NOT = W-CPF
              GO TO R8.
           MOVE AG-CRM TO IT-CRM
           MOVE AG-DATA TO IT-DATA
           MOVE AG-HORA TO IT-HORA
           MOVE ZEROS TO IT-SEQ
           START CADITEM KEY IS NOT LESS THAN IT-CHAVE
           IF ST-ERRO-ITE NOT = "00"
              GO TO R6.
       R7.
           READ CADITEM NEXT RECORD
           IF ST-ERRO-ITE NOT = "00"
              GO TO R6.
           IF IT-CRM NOT = AG-CRM OR IT-DATA NOT = AG-DATA
              OR IT-HORA NOT = AG-HORA
              GO TO R6.
           IF IT-CICLO = ZEROS
              GO TO R7.
           MOVE IT-AUTOCLAVE TO ES-AUTOCLAVE
           MOVE IT-CICLO TO ES-CICLO
           READ CADESTER
           IF ST-ERRO-CIC NOT = "00"
              MOVE ZEROS TO ES-DATA
              MOVE "?" TO ES-IND-BIOL ES-IND-QUIM.
           MOVE "LIBERADO  " TO W-SITUACAO
           IF ES-IND-BIOL = "P"
              MOVE "PENDENTE  " TO W-SITUACAO.
           IF ES-IND-BIOL = "R" OR ES-IND-QUIM = "R"
              MOVE "REPROVADO " TO W-SITUACAO.
           MOVE SPACES TO LINHA-REL
           STRING "  " IT-DATA " " IT-HORA " CRM " IT-CRM
                  " PROC " IT-PROCEDIMENTO " KIT " IT-KIT
                  " CICLO " IT-AUTOCLAVE "/" IT-CICLO
                  " DE " ES-DATA " BIOL " ES-IND-BIOL
                  " QUIM " ES-IND-QUIM " " W-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL
           GO TO R7.
       R8.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PROCEDIMENTOS COM INSTRUMENTAL RASTREADO: " W-TOTAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       R9.
           DISPLAY "RELESTER: " W-TOTAL " PROCEDIMENTOS EM " WS-NOME-REL
           GO TO ROT-FIM.

      *------[ NOME E TELEFONE DO PACIENTE DE AG-CPF ]------------------
       LE-PACIENTE.
           MOVE "PACIENTE NAO CADASTRADO" TO NOMEP
           MOVE ZEROS TO TELEFONE
           IF W-PAC-ABERTO = "N" OR AG-CPF = ZEROS
              GO TO LE-PACIENTE-FIM.
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOMEP
              MOVE ZEROS TO TELEFONE.
       LE-PACIENTE-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADESTER.
           CLOSE CADITEM.
           CLOSE CADAGENDA.
           IF W-PAC-ABERTO = "S"
              CLOSE CADPACI.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
