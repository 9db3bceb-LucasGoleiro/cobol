       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEPROTO.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * ADESAO AOS PROTOCOLOS DE CRONICOS (MENSAL): VARRE A    *
      * CADAGENDA ATENDIDA E MONTA, POR CPF, AS CIDS QUE TEM   *
      * PROTOCOLO EM CADPROTO (PELA PROPRIA CID OU PELA        *
      * CATEGORIA DO CADCID), COM O MEDICO DA ULTIMA VISITA    *
      * DAQUELA CID. A CADEXAME DA A DATA DO ULTIMO RESULTADO  *
      * DE CADA PROCEDIMENTO DO PACIENTE; O EXAME EXIGIDO QUE  *
      * NUNCA FOI FEITO OU CUJO ULTIMO RESULTADO PASSOU DO     *
      * INTERVALO DO PROTOCOLO SAI NA LISTA, AGRUPADA POR      *
      * MEDICO, PARA SER PEDIDO NA PROXIMA CONSULTA            *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADPROTO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PT-CHAVE
                     FILE STATUS IS ST-ERRO-PRT.

       SELECT CADCID ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CID.

       SELECT CADEXAME ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EX-CHAVE
                     FILE STATUS IS ST-ERRO-EXA.

       SELECT CADPROC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PC-CODIGO
                     FILE STATUS IS ST-ERRO-PRC.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

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
       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADPROTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROTO.DAT".
           COPY REGPROTO.

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
           03 CODIGO              PIC X(04).
           03 DENOMI              PIC X(30).
           03 CATEGORIA           PIC 9(01).

       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
           COPY REGEXAME.

       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
           COPY REGPROC.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).

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
       01 ST-ERRO-PRT      PIC X(02) VALUE "00".
       01 ST-ERRO-CID      PIC X(02) VALUE "00".
       01 ST-ERRO-EXA      PIC X(02) VALUE "00".
       01 ST-ERRO-PRC      PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEPROTO.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEPROTO".
       01 W-EXA-ABERTO     PIC X(01) VALUE "N".
       01 W-PRC-ABERTO     PIC X(01) VALUE "N".
       01 W-MED-ABERTO     PIC X(01) VALUE "N".
       01 W-PAC-ABERTO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MES   PIC 9(02).
           03 W-HOJE-DIA   PIC 9(02).
       01 W-LIMITE         PIC 9(08) VALUE ZEROS.
       01 W-LIMITE-R REDEFINES W-LIMITE.
           03 W-LIM-ANO    PIC 9(04).
           03 W-LIM-MES    PIC 9(02).
           03 W-LIM-DIA    PIC 9(02).
       01 W-MESES          PIC 9(06) VALUE ZEROS.
       01 W-RESTO          PIC 9(02) VALUE ZEROS.
       01 W-TEM-PROTO      PIC X(01) VALUE "N".
       01 W-CATEG          PIC 9(01) VALUE ZEROS.
       01 W-ULT-EXAME      PIC 9(08) VALUE ZEROS.
       01 W-IND            PIC 9(04) VALUE ZEROS.
       01 W-IND2           PIC 9(04) VALUE ZEROS.
       01 W-IND3           PIC 9(04) VALUE ZEROS.
       01 W-QTD-DIAG       PIC 9(04) VALUE ZEROS.
       01 W-QTD-EXA        PIC 9(04) VALUE ZEROS.
       01 W-QTD-VENC       PIC 9(04) VALUE ZEROS.
       01 W-QTD-CRM        PIC 9(03) VALUE ZEROS.
       01 W-CRM-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-TAB-CHEIA      PIC X(01) VALUE "N".
       01 W-ULT-TXT        PIC X(08) VALUE SPACES.

       01 TAB-DIAG.
           03 TD-OCORR OCCURS 1000 TIMES.
               05 TD-CPF            PIC 9(11).
               05 TD-CID            PIC X(04).
               05 TD-CATEG          PIC 9(01).
               05 TD-CRM            PIC 9(06).
               05 TD-ULT-VISITA     PIC 9(08).

       01 TAB-EXAMES.
           03 TE-OCORR OCCURS 2000 TIMES.
               05 TE-CPF            PIC 9(11).
               05 TE-PROC           PIC 9(04).
               05 TE-DATA           PIC 9(08).

       01 TAB-VENCIDOS.
           03 TV-OCORR OCCURS 2000 TIMES.
               05 TV-CRM            PIC 9(06).
               05 TV-CPF            PIC 9(11).
               05 TV-CID            PIC X(04).
               05 TV-PROC           PIC 9(04).
               05 TV-INTERVALO      PIC 9(02).
               05 TV-ULT-EXAME      PIC 9(08).

       01 TAB-CRM.
           03 TA-CRM PIC 9(06) OCCURS 200 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN INPUT CADPROTO
           IF ST-ERRO-PRT NOT = "00"
              DISPLAY "SEM PROTOCOLOS CADASTRADOS (SMP066)"
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADAGENDA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              CLOSE CADPROTO
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADCID
           IF ST-ERRO-CID NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCID: "
                      ST-ERRO-CID
              MOVE 8 TO RETURN-CODE
              CLOSE CADPROTO CADAGENDA
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADEXAME
           IF ST-ERRO-EXA = "00"
              MOVE "S" TO W-EXA-ABERTO.

           OPEN INPUT CADPROC
           IF ST-ERRO-PRC = "00"
              MOVE "S" TO W-PRC-ABERTO.

           OPEN INPUT CADMED
           IF ST-ERRO-MED = "00"
              MOVE "S" TO W-MED-ABERTO.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC = "00"
              MOVE "S" TO W-PAC-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEPROTO.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "EXAMES DE PROTOCOLO VENCIDOS - GERADO EM " W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

      *------[ PASSO 1: CIDS COM PROTOCOLO DE CADA PACIENTE ]-----------
       R1.
           MOVE SPACES TO AG-CHAVE
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R1-LOOP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3.
           IF AG-STATUS NOT = 30
              GO TO R1-LOOP.
           IF AG-CID = SPACES OR AG-CID = ZEROS
              GO TO R1-LOOP.
           PERFORM TEM-PROTOCOLO THRU TEM-PROTOCOLO-FIM
           IF W-TEM-PROTO = "N"
              GO TO R1-LOOP.
           MOVE 1 TO W-IND.
       R1-ACHA.
           IF W-IND > W-QTD-DIAG
              GO TO R1-INCLUI.
           IF TD-CPF (W-IND) = AG-CPF AND TD-CID (W-IND) = AG-CID
              GO TO R1-ATUALIZA.
           ADD 1 TO W-IND
           GO TO R1-ACHA.
       R1-INCLUI.
           IF W-QTD-DIAG NOT < 1000
              MOVE "S" TO W-TAB-CHEIA
              GO TO R1-LOOP.
           ADD 1 TO W-QTD-DIAG
           MOVE W-QTD-DIAG TO W-IND
           MOVE AG-CPF TO TD-CPF (W-IND)
           MOVE AG-CID TO TD-CID (W-IND)
           MOVE W-CATEG TO TD-CATEG (W-IND)
           MOVE ZEROS TO TD-ULT-VISITA (W-IND).
       R1-ATUALIZA.
           IF AG-DATA NOT < TD-ULT-VISITA (W-IND)
              MOVE AG-DATA TO TD-ULT-VISITA (W-IND)
              MOVE AG-CRM TO TD-CRM (W-IND).
           GO TO R1-LOOP.

      *------[ A CID TEM PROTOCOLO PROPRIO OU PELA CATEGORIA? ]---------
       TEM-PROTOCOLO.
           MOVE "N" TO W-TEM-PROTO
           MOVE ZEROS TO W-CATEG
           MOVE AG-CID TO CODIGO
           READ CADCID
           IF ST-ERRO-CID = "00"
              MOVE CATEGORIA TO W-CATEG.
           MOVE AG-CID TO PT-CID
           MOVE ZEROS TO PT-CATEGORIA PT-PROCEDIMENTO
           START CADPROTO KEY IS NOT LESS THAN PT-CHAVE
           IF ST-ERRO-PRT = "00"
              READ CADPROTO NEXT RECORD
              IF ST-ERRO-PRT = "00" AND PT-CID = AG-CID
                 MOVE "S" TO W-TEM-PROTO
                 GO TO TEM-PROTOCOLO-FIM.
           IF W-CATEG = ZEROS
              GO TO TEM-PROTOCOLO-FIM.
           MOVE SPACES TO PT-CID
           MOVE W-CATEG TO PT-CATEGORIA
           MOVE ZEROS TO PT-PROCEDIMENTO
           START CADPROTO KEY IS NOT LESS THAN PT-CHAVE
           IF ST-ERRO-PRT = "00"
              READ CADPROTO NEXT RECORD
              IF ST-ERRO-PRT = "00" AND PT-CID = SPACES
                 AND PT-CATEGORIA = W-CATEG
                 MOVE "S" TO W-TEM-PROTO.
       TEM-PROTOCOLO-FIM.
           EXIT.

      *------[ PASSO 2: ULTIMO RESULTADO DE CADA EXAME DOS PACIENTES ]--
       R3.
           IF W-EXA-ABERTO = "N"
              GO TO R5.
           MOVE ZEROS TO EX-CHAVE
           START CADEXAME KEY IS NOT LESS THAN EX-CHAVE
           IF ST-ERRO-EXA NOT = "00"
              GO TO R5.
       R3-LOOP.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO-EXA NOT = "00"
              GO TO R5.
           IF EX-STATUS NOT = "R"
              GO TO R3-LOOP.
           MOVE 1 TO W-IND.
       R3-PACIENTE.
           IF W-IND > W-QTD-DIAG
              GO TO R3-LOOP.
           IF TD-CPF (W-IND) NOT = EX-CPF
              ADD 1 TO W-IND
              GO TO R3-PACIENTE.
           MOVE 1 TO W-IND.
       R3-ACHA.
           IF W-IND > W-QTD-EXA
              IF W-QTD-EXA < 2000
                 ADD 1 TO W-QTD-EXA
                 MOVE EX-CPF TO TE-CPF (W-QTD-EXA)
                 MOVE EX-PROCEDIMENTO TO TE-PROC (W-QTD-EXA)
                 MOVE EX-DATA-RESULT TO TE-DATA (W-QTD-EXA)
                 GO TO R3-LOOP
              ELSE
                 MOVE "S" TO W-TAB-CHEIA
                 GO TO R3-LOOP.
           IF TE-CPF (W-IND) = EX-CPF
              AND TE-PROC (W-IND) = EX-PROCEDIMENTO
              IF EX-DATA-RESULT > TE-DATA (W-IND)
                 MOVE EX-DATA-RESULT TO TE-DATA (W-IND)
                 GO TO R3-LOOP
              ELSE
                 GO TO R3-LOOP.
           ADD 1 TO W-IND
           GO TO R3-ACHA.

      *------[ PASSO 3: CONFRONTA CADA CID COM SEU PROTOCOLO ]----------
       R5.
           MOVE 1 TO W-IND.
       R5-LOOP.
           IF W-IND > W-QTD-DIAG
              GO TO R7.
           PERFORM CONFRONTA THRU CONFRONTA-FIM
           ADD 1 TO W-IND
           GO TO R5-LOOP.

       CONFRONTA.
           MOVE TD-CID (W-IND) TO PT-CID
           MOVE ZEROS TO PT-CATEGORIA PT-PROCEDIMENTO
           START CADPROTO KEY IS NOT LESS THAN PT-CHAVE
           IF ST-ERRO-PRT NOT = "00"
              GO TO CONFRONTA-CAT.
       CONFRONTA1.
           READ CADPROTO NEXT RECORD
           IF ST-ERRO-PRT NOT = "00"
              GO TO CONFRONTA-CAT.
           IF PT-CID NOT = TD-CID (W-IND)
              GO TO CONFRONTA-CAT.
           PERFORM CHECA-EXAME THRU CHECA-EXAME-FIM
           GO TO CONFRONTA1.
       CONFRONTA-CAT.
           IF TD-CATEG (W-IND) = ZEROS
              GO TO CONFRONTA-FIM.
           MOVE SPACES TO PT-CID
           MOVE TD-CATEG (W-IND) TO PT-CATEGORIA
           MOVE ZEROS TO PT-PROCEDIMENTO
           START CADPROTO KEY IS NOT LESS THAN PT-CHAVE
           IF ST-ERRO-PRT NOT = "00"
              GO TO CONFRONTA-FIM.
       CONFRONTA2.
           READ CADPROTO NEXT RECORD
           IF ST-ERRO-PRT NOT = "00"
              GO TO CONFRONTA-FIM.
           IF PT-CID NOT = SPACES
              OR PT-CATEGORIA NOT = TD-CATEG (W-IND)
              GO TO CONFRONTA-FIM.
           PERFORM CHECA-EXAME THRU CHECA-EXAME-FIM
           GO TO CONFRONTA2.
       CONFRONTA-FIM.
           EXIT.

      *------[ ULTIMO RESULTADO DENTRO DO INTERVALO DO PROTOCOLO? ]-----
       CHECA-EXAME.
           MOVE ZEROS TO W-ULT-EXAME
           MOVE 1 TO W-IND2.
       CHECA-EXAME1.
           IF W-IND2 > W-QTD-EXA
              GO TO CHECA-EXAME2.
           IF TE-CPF (W-IND2) = TD-CPF (W-IND)
              AND TE-PROC (W-IND2) = PT-PROCEDIMENTO
              MOVE TE-DATA (W-IND2) TO W-ULT-EXAME
              GO TO CHECA-EXAME2.
           ADD 1 TO W-IND2
           GO TO CHECA-EXAME1.
       CHECA-EXAME2.
      *    LIMITE = HOJE MENOS O INTERVALO DO PROTOCOLO EM MESES
           COMPUTE W-MESES = (W-HOJE-ANO * 12) + W-HOJE-MES - 1
                             - PT-INTERVALO
           DIVIDE W-MESES BY 12 GIVING W-LIM-ANO REMAINDER W-RESTO
           ADD 1 W-RESTO GIVING W-LIM-MES
           MOVE W-HOJE-DIA TO W-LIM-DIA
           IF W-ULT-EXAME NOT < W-LIMITE
              GO TO CHECA-EXAME-FIM.
      *    O MESMO EXAME PODE VIR DA CID E DA CATEGORIA: LISTA UMA VEZ
           MOVE 1 TO W-IND3.
       CHECA-EXAME3.
           IF W-IND3 > W-QTD-VENC
              GO TO CHECA-EXAME4.
           IF TV-CPF (W-IND3) = TD-CPF (W-IND)
              AND TV-PROC (W-IND3) = PT-PROCEDIMENTO
              GO TO CHECA-EXAME-FIM.
           ADD 1 TO W-IND3
           GO TO CHECA-EXAME3.
       CHECA-EXAME4.
           IF W-QTD-VENC NOT < 2000
              MOVE "S" TO W-TAB-CHEIA
              GO TO CHECA-EXAME-FIM.
           ADD 1 TO W-QTD-VENC
           MOVE TD-CRM (W-IND) TO TV-CRM (W-QTD-VENC)
           MOVE TD-CPF (W-IND) TO TV-CPF (W-QTD-VENC)
           MOVE TD-CID (W-IND) TO TV-CID (W-QTD-VENC)
           MOVE PT-PROCEDIMENTO TO TV-PROC (W-QTD-VENC)
           MOVE PT-INTERVALO TO TV-INTERVALO (W-QTD-VENC)
           MOVE W-ULT-EXAME TO TV-ULT-EXAME (W-QTD-VENC).
       CHECA-EXAME-FIM.
           EXIT.

      *------[ PASSO 4: LISTA DOS VENCIDOS POR MEDICO ]-----------------
       R7.
           MOVE 1 TO W-IND.
       R7-LOOP.
           IF W-IND > W-QTD-VENC
              GO TO R8.
           MOVE 1 TO W-IND2.
       R7-ACHA.
           IF W-IND2 > W-QTD-CRM
              IF W-QTD-CRM < 200
                 ADD 1 TO W-QTD-CRM
                 MOVE TV-CRM (W-IND) TO TA-CRM (W-QTD-CRM)
              END-IF
              ADD 1 TO W-IND
              GO TO R7-LOOP.
           IF TA-CRM (W-IND2) = TV-CRM (W-IND)
              ADD 1 TO W-IND
              GO TO R7-LOOP.
           ADD 1 TO W-IND2
           GO TO R7-ACHA.

       R8.
           MOVE 1 TO W-IND2.
       R8-LOOP.
           IF W-IND2 > W-QTD-CRM
              GO TO R9.
           MOVE TA-CRM (W-IND2) TO W-CRM-ATUAL
           PERFORM LISTA-MEDICO THRU LISTA-MEDICO-FIM
           ADD 1 TO W-IND2
           GO TO R8-LOOP.

       LISTA-MEDICO.
           MOVE "MEDICO NAO CADASTRADO" TO NOME
           IF W-MED-ABERTO = "S"
              MOVE W-CRM-ATUAL TO CRM
              READ CADMED
              IF ST-ERRO-MED NOT = "00"
                 MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CRM " W-CRM-ATUAL " DR(A) " NOME
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND.
       LISTA-MEDICO1.
           IF W-IND > W-QTD-VENC
              GO TO LISTA-MEDICO-FIM.
           IF TV-CRM (W-IND) NOT = W-CRM-ATUAL
              ADD 1 TO W-IND
              GO TO LISTA-MEDICO1.
           MOVE "PACIENTE NAO CADASTRADO" TO NOMEP
           MOVE ZEROS TO TELEFONE
           IF W-PAC-ABERTO = "S"
              MOVE TV-CPF (W-IND) TO CPF
              READ CADPACI
              IF ST-ERRO-PAC NOT = "00"
                 MOVE "PACIENTE NAO CADASTRADO" TO NOMEP
                 MOVE ZEROS TO TELEFONE
              ELSE
      *          INATIVOS E ANONIMIZADOS NAO ENTRAM NA LISTA
                 IF PAC-SITUACAO = "I" OR PAC-SITUACAO = "E"
                    ADD 1 TO W-IND
                    GO TO LISTA-MEDICO1.
           MOVE "NUNCA   " TO W-ULT-TXT
           IF TV-ULT-EXAME (W-IND) NOT = ZEROS
              MOVE TV-ULT-EXAME (W-IND) TO W-ULT-TXT.
           MOVE "PROCEDIMENTO NAO CADASTRADO" TO PC-DESCRICAO
           IF W-PRC-ABERTO = "S"
              MOVE TV-PROC (W-IND) TO PC-CODIGO
              READ CADPROC
              IF ST-ERRO-PRC NOT = "00"
                 MOVE "PROCEDIMENTO NAO CADASTRADO" TO PC-DESCRICAO.
           MOVE SPACES TO LINHA-REL
           STRING "  " TV-CPF (W-IND) " " NOMEP " TEL " TELEFONE
                  " CID " TV-CID (W-IND)
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "     EXAME " TV-PROC (W-IND) " " PC-DESCRICAO
                  " A CADA " TV-INTERVALO (W-IND) " MESES"
                  "  ULTIMO RESULTADO: " W-ULT-TXT
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-IND
           GO TO LISTA-MEDICO1.
       LISTA-MEDICO-FIM.
           EXIT.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EXAMES DE PROTOCOLO VENCIDOS: " W-QTD-VENC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-TAB-CHEIA = "S"
              MOVE "*** TABELA INTERNA LOTOU: LISTA INCOMPLETA ***"
                TO LINHA-REL
              WRITE LINHA-REL.
           DISPLAY "LOTEPROTO: " W-QTD-VENC " EXAMES VENCIDOS EM "
                   WS-NOME-REL
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADPROTO.
           CLOSE CADAGENDA.
           CLOSE CADCID.
           IF W-EXA-ABERTO = "S"
              CLOSE CADEXAME.
           IF W-PRC-ABERTO = "S"
              CLOSE CADPROC.
           IF W-MED-ABERTO = "S"
              CLOSE CADMED.
           IF W-PAC-ABERTO = "S"
              CLOSE CADPACI.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
