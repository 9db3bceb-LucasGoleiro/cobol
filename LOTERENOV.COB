       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTERENOV.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * RENOVACAO DE RECEITA DE USO CONTINUO (SEMANAL): VARRE  *
      * A CADRECMED E CALCULA O FIM DE CADA PRESCRICAO (RC-    *
      * DATA MAIS RC-DURACAO DIAS). SO CONTAM AS RECEITAS DE   *
      * VISITA COM CID DE CATEGORIA CRONICA (3 OU 4 EM CADCID) *
      * E, PARA CADA CPF E MEDICAMENTO, A RECEITA QUE TERMINA  *
      * POR ULTIMO. SE ELA ACABA NOS PROXIMOS 15 DIAS E NAO HA *
      * CONSULTA FUTURA COM O CRM QUE PRESCREVEU, O PACIENTE   *
      * SAI NA LISTA DE LIGACOES COM O TELEFONE DO CADPACI     *
      * QUEM RECUSOU O CONTATO DE RECALL (CADCONSEN) E         *
      * SUPRIMIDO; SEM LIGACAO MAS COM SMS/EMAIL SAI MARCADO   *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRECMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RC-CHAVE
                     FILE STATUS IS ST-ERRO-REC.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADCID ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CID.

       SELECT CADFARM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FM-CODIGO
                     FILE STATUS IS ST-ERRO-FRM.

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
       FD CADRECMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECMED.DAT".
           COPY REGRECMED.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
           03 CODIGO              PIC X(04).
           03 DENOMI              PIC X(30).
           03 CATEGORIA           PIC 9(01).

       FD CADFARM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFARM.DAT".
           COPY REGFARM.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 PAC-RESTO1     PIC X(36).
          03 TELEFONE       PIC 9(11).
          03 EMAIL          PIC X(30).
          03 PAC-RESTO2     PIC X(19).
          03 PAC-SITUACAO   PIC X(01).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-REC      PIC X(02) VALUE "00".
       01 ST-ERRO-CID      PIC X(02) VALUE "00".
       01 ST-ERRO-FRM      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTERENOV.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTERENOV".
       01 W-FRM-ABERTO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-LIMITE         PIC 9(08) VALUE ZEROS.
       01 W-FIM-RECEITA    PIC 9(08) VALUE ZEROS.
       01 W-CPF            PIC 9(11) VALUE ZEROS.
       01 W-AGENDADO       PIC X(01) VALUE "N".
       01 W-IND            PIC 9(04) VALUE ZEROS.
       01 W-IND2           PIC 9(04) VALUE ZEROS.
       01 W-QTD-TAB        PIC 9(04) VALUE ZEROS.
       01 W-TOTAL-LIGAR    PIC 9(04) VALUE ZEROS.
       01 W-TOTAL-MEDIC    PIC 9(04) VALUE ZEROS.
       01 W-TOTAL-SUPR     PIC 9(05) VALUE ZEROS.
       01 W-TOTAL-DESV     PIC 9(05) VALUE ZEROS.
       01 W-CNS-TIPO       PIC X(01) VALUE "P".
       01 W-CNS-IDENT      PIC X(12) VALUE SPACES.
       01 W-CNS-FINAL      PIC X(01) VALUE "C".
       01 W-CNS-CANAIS.
           03 W-CNS-FONE   PIC X(01).
           03 W-CNS-SMS    PIC X(01).
           03 W-CNS-EMAIL  PIC X(01).
           03 W-CNS-CARTA  PIC X(01).
       01 W-CNS-SUPRIME    PIC X(01) VALUE "N".
       01 W-CNS-OBS        PIC X(09) VALUE SPACES.
       01 W-TAB-CHEIA      PIC X(01) VALUE "N".

      *    TR-SITUACAO: ESPACO=A AVALIAR  L=LIGAR  I=IMPRESSO
      *                 N=NAO ENTRA NA LISTA
       01 TAB-RECEITAS.
           03 TR-OCORR OCCURS 2000 TIMES.
               05 TR-CPF            PIC 9(11).
               05 TR-MEDICAMENTO    PIC 9(04).
               05 TR-CRM            PIC 9(06).
               05 TR-DATA           PIC 9(08).
               05 TR-FIM            PIC 9(08).
               05 TR-SITUACAO       PIC X(01).

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
           PERFORM P-AVANCA-DIA 15 TIMES
           MOVE WRK-DATA TO W-LIMITE.

       R0.
           OPEN INPUT CADRECMED
           IF ST-ERRO-REC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRECMED: "
                      ST-ERRO-REC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              CLOSE CADRECMED
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADCID
           IF ST-ERRO-CID NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCID: "
                      ST-ERRO-CID
              MOVE 8 TO RETURN-CODE
              CLOSE CADRECMED CADAGENDA
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              CLOSE CADRECMED CADAGENDA CADCID
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADFARM
           IF ST-ERRO-FRM = "00"
              MOVE "S" TO W-FRM-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTERENOV.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "RENOVACAO DE RECEITA DE USO CONTINUO - GERADO EM "
                  W-HOJE "  FIM ATE " W-LIMITE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

      *------[ RECEITAS DE CRONICOS AINDA VIGENTES, POR CPF/REMEDIO ]---
       R1.
           MOVE ZEROS TO RC-CHAVE
           START CADRECMED KEY IS NOT LESS THAN RC-CHAVE
           IF ST-ERRO-REC NOT = "00"
              GO TO R3.

       R2.
           READ CADRECMED NEXT RECORD
           IF ST-ERRO-REC = "10"
              GO TO R3.
           IF ST-ERRO-REC NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADRECMED: "
                      ST-ERRO-REC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF RC-DURACAO = ZEROS
              GO TO R2.
           MOVE RC-DATA TO WRK-DATA
           PERFORM P-AVANCA-DIA RC-DURACAO TIMES
           MOVE WRK-DATA TO W-FIM-RECEITA
           IF W-FIM-RECEITA < W-HOJE
              GO TO R2.

      *    A CID E O CPF SAO OS DA CONSULTA QUE GEROU A RECEITA
           MOVE RC-CRM TO AG-CRM
           MOVE RC-DATA TO AG-DATA
           MOVE RC-HORA TO AG-HORA
           READ CADAGENDA
           IF ST-ERRO NOT = "00"
              GO TO R2.
           IF AG-CID = SPACES OR AG-CID = ZEROS
              GO TO R2.
           MOVE AG-CID TO CODIGO
           READ CADCID
           IF ST-ERRO-CID NOT = "00"
              GO TO R2.
           IF CATEGORIA NOT = 3 AND CATEGORIA NOT = 4
              GO TO R2.
           MOVE AG-CPF TO W-CPF
           PERFORM ACHA-RECEITA THRU ACHA-RECEITA-FIM
           IF W-IND = ZEROS
              GO TO R2.
           IF W-FIM-RECEITA > TR-FIM (W-IND)
              MOVE RC-CRM TO TR-CRM (W-IND)
              MOVE RC-DATA TO TR-DATA (W-IND)
              MOVE W-FIM-RECEITA TO TR-FIM (W-IND).
           GO TO R2.

      *------[ LOCALIZA (OU INCLUI) CPF E MEDICAMENTO NA TABELA ]-------
       ACHA-RECEITA.
           MOVE 1 TO W-IND.
       ACHA-RECEITA1.
           IF W-IND > W-QTD-TAB
              GO TO ACHA-RECEITA2.
           IF TR-CPF (W-IND) = W-CPF
              AND TR-MEDICAMENTO (W-IND) = RC-MEDICAMENTO
              GO TO ACHA-RECEITA-FIM.
           ADD 1 TO W-IND
           GO TO ACHA-RECEITA1.
       ACHA-RECEITA2.
           IF W-QTD-TAB < 2000
              ADD 1 TO W-QTD-TAB
              MOVE W-QTD-TAB TO W-IND
              MOVE W-CPF TO TR-CPF (W-IND)
              MOVE RC-MEDICAMENTO TO TR-MEDICAMENTO (W-IND)
              MOVE ZEROS TO TR-CRM (W-IND)
              MOVE ZEROS TO TR-DATA (W-IND)
              MOVE ZEROS TO TR-FIM (W-IND)
              MOVE SPACE TO TR-SITUACAO (W-IND)
           ELSE
              MOVE "S" TO W-TAB-CHEIA
              MOVE ZEROS TO W-IND.
       ACHA-RECEITA-FIM.
           EXIT.

      *------[ ACABA EM 15 DIAS E SEM CONSULTA MARCADA COM O CRM? ]-----
       R3.
           MOVE 1 TO W-IND.
       R3-LOOP.
           IF W-IND > W-QTD-TAB
              GO TO R5.
           MOVE "N" TO TR-SITUACAO (W-IND)
           IF TR-FIM (W-IND) > W-LIMITE
              GO TO R3-PROX.
           PERFORM TEM-CONSULTA THRU TEM-CONSULTA-FIM
           IF W-AGENDADO = "N"
              MOVE "L" TO TR-SITUACAO (W-IND).
       R3-PROX.
           ADD 1 TO W-IND
           GO TO R3-LOOP.

       TEM-CONSULTA.
           MOVE "N" TO W-AGENDADO
           MOVE TR-CRM (W-IND) TO AG-CRM
           MOVE W-HOJE TO AG-DATA
           MOVE ZEROS TO AG-HORA
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO TEM-CONSULTA-FIM.
       TEM-CONSULTA1.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TEM-CONSULTA-FIM.
           IF AG-CRM NOT = TR-CRM (W-IND)
              GO TO TEM-CONSULTA-FIM.
           IF AG-CPF NOT = TR-CPF (W-IND)
              GO TO TEM-CONSULTA1.
           IF AG-STATUS = 40 OR AG-STATUS = 50
              GO TO TEM-CONSULTA1.
           MOVE "S" TO W-AGENDADO.
       TEM-CONSULTA-FIM.
           EXIT.

      *------[ LISTA DE LIGACOES, UM BLOCO POR PACIENTE ]---------------
       R5.
           MOVE 1 TO W-IND.
       R5-LOOP.
           IF W-IND > W-QTD-TAB
              GO TO R7.
           IF TR-SITUACAO (W-IND) = "L"
              PERFORM LISTA-PACIENTE THRU LISTA-PACIENTE-FIM.
           ADD 1 TO W-IND
           GO TO R5-LOOP.

       LISTA-PACIENTE.
           MOVE TR-CPF (W-IND) TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOMEP
              MOVE ZEROS TO TELEFONE
              MOVE SPACES TO EMAIL
              MOVE SPACE TO PAC-SITUACAO.
      *    INATIVOS E ANONIMIZADOS NAO ENTRAM NA LISTA DE LIGACOES
           IF PAC-SITUACAO = "I" OR PAC-SITUACAO = "E"
              GO TO LISTA-PACIENTE-FIM.
      *    SEM CONSENTIMENTO: TODAS AS RECEITAS DO CPF SAEM DA LISTA
           MOVE TR-CPF (W-IND) TO W-CNS-IDENT
           PERFORM APLICA-CONSENT THRU APLICA-CONSENT-FIM
           IF W-CNS-SUPRIME = "S"
              MOVE W-IND TO W-IND2
              GO TO LISTA-PACIENTE2.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  " TR-CPF (W-IND) " " NOMEP " TEL " TELEFONE
                  " " EMAIL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-CNS-OBS NOT = SPACES
              MOVE SPACES TO LINHA-REL
              STRING "       NAO LIGAR - CONTATO" W-CNS-OBS
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           ADD 1 TO W-TOTAL-LIGAR
           MOVE W-IND TO W-IND2.
       LISTA-PACIENTE1.
           IF W-IND2 > W-QTD-TAB
              GO TO LISTA-PACIENTE-FIM.
           IF TR-CPF (W-IND2) NOT = TR-CPF (W-IND)
              OR TR-SITUACAO (W-IND2) NOT = "L"
              ADD 1 TO W-IND2
              GO TO LISTA-PACIENTE1.
           MOVE "MEDICAMENTO NAO CADASTRADO" TO FM-NOME
           IF W-FRM-ABERTO = "S"
              MOVE TR-MEDICAMENTO (W-IND2) TO FM-CODIGO
              READ CADFARM
              IF ST-ERRO-FRM NOT = "00"
                 MOVE "MEDICAMENTO NAO CADASTRADO" TO FM-NOME.
           MOVE SPACES TO LINHA-REL
           STRING "     " TR-MEDICAMENTO (W-IND2) " " FM-NOME
                  " RECEITA " TR-DATA (W-IND2)
                  " ACABA EM " TR-FIM (W-IND2)
                  " CRM " TR-CRM (W-IND2)
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE "I" TO TR-SITUACAO (W-IND2)
           ADD 1 TO W-TOTAL-MEDIC
           ADD 1 TO W-IND2
           GO TO LISTA-PACIENTE1.
       LISTA-PACIENTE2.
           IF W-IND2 > W-QTD-TAB
              GO TO LISTA-PACIENTE-FIM.
           IF TR-CPF (W-IND2) = TR-CPF (W-IND)
              MOVE "N" TO TR-SITUACAO (W-IND2).
           ADD 1 TO W-IND2
           GO TO LISTA-PACIENTE2.
       LISTA-PACIENTE-FIM.
           EXIT.

       R7.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PACIENTES A LIGAR: " W-TOTAL-LIGAR
                  "  RECEITAS A RENOVAR: " W-TOTAL-MEDIC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SUPRIMIDOS POR FALTA DE CONSENTIMENTO (LGPD): "
                  W-TOTAL-SUPR
                  "   DESVIADOS P/ OUTRO CANAL: " W-TOTAL-DESV
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-TAB-CHEIA = "S"
              MOVE "*** TABELA DE 2000 RECEITAS LOTOU: LISTA INCOMPLETA"
                TO LINHA-REL
              WRITE LINHA-REL.
           DISPLAY "LOTERENOV: " W-TOTAL-LIGAR " PACIENTES EM "
                   WS-NOME-REL
           GO TO ROT-FIM.

      *------[ CONSENTIMENTO DE CONTATO (CADCONSEN VIA PROGCONSEN) ]----
      * SEM NENHUM CANAL ACEITO A PESSOA E SUPRIMIDA; SEM LIGACAO
      * MAS COM SMS OU EMAIL ELA SAI MARCADA PARA O OUTRO CANAL.
      * O CANAL RECUSADO SAI EM BRANCO NA LINHA
       APLICA-CONSENT.
           MOVE "N" TO W-CNS-SUPRIME
           MOVE SPACES TO W-CNS-OBS
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS
           IF W-CNS-FONE = "N" AND W-CNS-SMS = "N"
              AND W-CNS-EMAIL = "N"
              MOVE "S" TO W-CNS-SUPRIME
              ADD 1 TO W-TOTAL-SUPR
              GO TO APLICA-CONSENT-FIM.
           IF W-CNS-EMAIL = "N"
              MOVE SPACES TO EMAIL.
           IF W-CNS-FONE = "S"
              GO TO APLICA-CONSENT-FIM.
           ADD 1 TO W-TOTAL-DESV
           IF W-CNS-SMS = "S"
              MOVE " SO SMS" TO W-CNS-OBS
           ELSE
              MOVE ZEROS TO TELEFONE
              MOVE " SO EMAIL" TO W-CNS-OBS.
       APLICA-CONSENT-FIM.
           EXIT.

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
           CLOSE CADRECMED.
           CLOSE CADAGENDA.
           CLOSE CADCID.
           CLOSE CADPACI.
           IF W-FRM-ABERTO = "S"
              CLOSE CADFARM.
           CLOSE RELATORIO.
           MOVE "F" TO W-CNS-TIPO
           CALL "PROGCONSEN" USING W-CNS-TIPO W-CNS-IDENT W-CNS-FINAL
                                   W-CNS-CANAIS.
       ROT-FIM-SEMARQ.
           GOBACK.
