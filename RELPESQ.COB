      * IMPRIME, POR CRM E POR ESPECIALIDADE (CADMED), A NOTA  *
      * MEDIA E A TAXA DE RESPOSTA, MAIS A LISTA DOS PIORES    *
      * COMENTARIOS (NOTA ATE 5). O DONO PARA DE JULGAR OS     *
      * MEDICOS NO FARO. FECHA COM AS NOTAS ATE 4 QUE NUNCA    *
      * VIRARAM CASO DE OUVIDORIA (CADOUVID): NEM PELA CHAVE   *
      * DA CONSULTA NEM POR CASO DO MESMO CPF ABERTO DESDE A   *
      * DATA DA CONSULTA                                       *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT CADOUVID ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OV-NUMERO
                     ALTERNATE RECORD KEY IS OV-CPF WITH DUPLICATES
                     ALTERNATE RECORD KEY IS OV-AG-CHAVE
                                             WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-OUV.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
           03 NOME             PIC X(30).
           03 ESPECIALIDADE    PIC 9(02).

       FD CADOUVID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVID.DAT".
           COPY REGOUVID.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 ST-ERRO-AGE      PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-OUV      PIC X(02) VALUE "00".
       01 W-OUV-ABERTO     PIC X(01) VALUE "N".
       01 W-VIROU-CASO     PIC X(01) VALUE "N".
       01 W-QTD-SEMCASO    PIC 9(05) VALUE ZEROS.
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-REG     PIC 9(06) VALUE ZEROS.
       01 W-IND            PIC 9(03) VALUE ZEROS.
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADOUVID
           IF ST-ERRO-OUV = "00"
              MOVE "S" TO W-OUV-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELPESQ.TXT" TO WS-NOME-REL.
           MOVE SPACES TO PQ-CHAVE
           START CADPESQ KEY IS NOT LESS THAN PQ-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R6.
       R5-LOOP.
           READ CADPESQ NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R6.
           DIVIDE PQ-DATA BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET
              GO TO R5-LOOP.
           WRITE LINHA-REL
           GO TO R5-LOOP.

      *------[ NOTAS ATE 4 QUE NUNCA VIRARAM CASO DE OUVIDORIA ]--------
       R6.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "NOTAS ATE 4 SEM CASO DE OUVIDORIA" TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO PQ-CHAVE
           START CADPESQ KEY IS NOT LESS THAN PQ-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R7.
       R6-LOOP.
           READ CADPESQ NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R7.
           DIVIDE PQ-DATA BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET
              GO TO R6-LOOP.
           IF PQ-NOTA > 4
              GO TO R6-LOOP.
           PERFORM VERIFICA-CASO THRU VERIFICA-CASO-FIM
           IF W-VIROU-CASO = "S"
              GO TO R6-LOOP.
           ADD 1 TO W-QTD-SEMCASO
           MOVE SPACES TO LINHA-REL
           STRING "  CRM " PQ-CRM "  DATA " PQ-DATA "  HORA " PQ-HORA
                  "  CPF " AG-CPF "  NOTA " PQ-NOTA
                  "  " PQ-COMENTARIO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R6-LOOP.

       R7.
           MOVE SPACES TO LINHA-REL
           STRING "  TOTAL SEM CASO: " W-QTD-SEMCASO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

      *------[ A NOTA VIROU CASO: PELA CONSULTA OU PELO CPF ]-----------
       VERIFICA-CASO.
           MOVE "N" TO W-VIROU-CASO
           MOVE PQ-CHAVE TO AG-CHAVE
           READ CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              MOVE ZEROS TO AG-CPF.
           IF W-OUV-ABERTO NOT = "S"
              GO TO VERIFICA-CASO-FIM.
           MOVE PQ-CHAVE TO OV-AG-CHAVE
           READ CADOUVID KEY IS OV-AG-CHAVE
           IF ST-ERRO-OUV = "00"
              MOVE "S" TO W-VIROU-CASO
              GO TO VERIFICA-CASO-FIM.
           IF AG-CPF = ZEROS
              GO TO VERIFICA-CASO-FIM.
           MOVE AG-CPF TO OV-CPF
           START CADOUVID KEY IS NOT LESS THAN OV-CPF
           IF ST-ERRO-OUV NOT = "00"
              GO TO VERIFICA-CASO-FIM.
       VERIFICA-CASO1.
           READ CADOUVID NEXT RECORD
           IF ST-ERRO-OUV NOT = "00"
              GO TO VERIFICA-CASO-FIM.
           IF OV-CPF NOT = AG-CPF
              GO TO VERIFICA-CASO-FIM.
           IF OV-DATA-ABERTURA NOT < PQ-DATA
              MOVE "S" TO W-VIROU-CASO
              GO TO VERIFICA-CASO-FIM.
           GO TO VERIFICA-CASO1.
       VERIFICA-CASO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPESQ.
           CLOSE CADAGENDA.
           CLOSE CADMED.
           IF W-OUV-ABERTO = "S"
              CLOSE CADOUVID.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
