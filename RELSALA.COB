      * DO MEDICO (CADMED) E HORARIOS, TOTALIZANDO OS MINUTOS  *
      * OCUPADOS POR DIA, PARA A GERENCIA VER QUAL SALA FICA   *
      * OCIOSA EM QUAL TARDE ANTES DE ALUGAR MAIS ESPACO       *
      * EM SEGUIDA LISTA OS BLOCOS DE PROCEDIMENTO (CADBLOCO)  *
      * JA MARCADOS NA SALA DE HOJE EM DIANTE, COM MEDICO,     *
      * AUXILIAR E EQUIPAMENTO, FORA OS DE CONSULTA CANCELADA  *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT CADBLOCO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BP-CHAVE
                     FILE STATUS IS ST-ERRO-BLO.

       SELECT CADRECURSO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RU-CODIGO
                     FILE STATUS IS ST-ERRO-RCU.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-AGE.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).

       FD CADBLOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLOCO.DAT".
           COPY REGBLOCO.

       FD CADRECURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECURSO.DAT".
           COPY REGRECURSO.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 W-MIN-FIM        PIC 9(05) VALUE ZEROS.
       01 WS-NOME-REL      PIC X(30) VALUE "RELSALA.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELSALA".
       01 ST-ERRO-BLO      PIC X(02) VALUE "00".
       01 ST-ERRO-RCU      PIC X(02) VALUE "00".
       01 ST-ERRO-AGE      PIC X(02) VALUE "00".
       01 W-BLO-ABERTO     PIC X(01) VALUE "N".
       01 W-RCU-ABERTO     PIC X(01) VALUE "N".
       01 W-AGE-ABERTO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-TEM-BLOCO      PIC X(01) VALUE "N".
       01 W-HORA-BFIM      PIC 9(04) VALUE ZEROS.
       01 W-AUX-TXT        PIC X(20) VALUE SPACES.
       01 W-EQP-TXT        PIC X(20) VALUE SPACES.

       01 TABDIA.
          03 TBDIA    PIC X(10) OCCURS 7 TIMES.
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADBLOCO
           IF ST-ERRO-BLO = "00"
              MOVE "S" TO W-BLO-ABERTO.
           OPEN INPUT CADRECURSO
           IF ST-ERRO-RCU = "00"
              MOVE "S" TO W-RCU-ABERTO.
           OPEN INPUT CADAGENDA
           IF ST-ERRO-AGE = "00"
              MOVE "S" TO W-AGE-ABERTO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELSALA.TXT" TO WS-NOME-REL.
       R2-DIA.
           ADD 1 TO W-DIA
           IF W-DIA > 7
              PERFORM LISTA-BLOCOS THRU LISTA-BLOCOS-FIM
              GO TO R2.
           PERFORM LISTA-DIA THRU LISTA-DIA-FIM
           GO TO R2-DIA.
       LISTA-DIA-FIM.
           EXIT.

      *------[ BLOCOS DE PROCEDIMENTO DA SALA DE HOJE EM DIANTE ]-------
       LISTA-BLOCOS.
           MOVE "N" TO W-TEM-BLOCO
           IF W-BLO-ABERTO = "N"
              GO TO LISTA-BLOCOS-FIM.
           MOVE W-HOJE TO BP-DATA
           MOVE ZEROS TO BP-HORA BP-CRM
           START CADBLOCO KEY IS NOT LESS THAN BP-CHAVE
           IF ST-ERRO-BLO NOT = "00"
              GO TO LISTA-BLOCOS-FIM.
       LISTA-BLOCOS1.
           READ CADBLOCO NEXT RECORD
           IF ST-ERRO-BLO NOT = "00"
              GO TO LISTA-BLOCOS-FIM.
           IF BP-SALA NOT = W-SALA
              GO TO LISTA-BLOCOS1.
           IF W-AGE-ABERTO = "S"
              MOVE BP-CRM TO AG-CRM
              MOVE BP-DATA TO AG-DATA
              MOVE BP-HORA TO AG-HORA
              READ CADAGENDA
              IF ST-ERRO-AGE NOT = "00" OR AG-STATUS = 40
                 GO TO LISTA-BLOCOS1.
           IF W-TEM-BLOCO = "N"
              MOVE "S" TO W-TEM-BLOCO
              MOVE SPACES TO LINHA-REL
              MOVE "  BLOCOS DE PROCEDIMENTO MARCADOS" TO LINHA-REL
              WRITE LINHA-REL.
           DIVIDE BP-HORA BY 100 GIVING W-HH-G REMAINDER W-MM-G
           COMPUTE W-MIN-FIM = W-HH-G * 60 + W-MM-G + BP-DURACAO
           DIVIDE W-MIN-FIM BY 60 GIVING W-HH-G REMAINDER W-MM-G
           COMPUTE W-HORA-BFIM = W-HH-G * 100 + W-MM-G
           MOVE BP-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE "NAO CADASTRADO" TO W-AUX-TXT
           MOVE "SEM EQUIPAMENTO" TO W-EQP-TXT
           IF W-RCU-ABERTO = "S"
              MOVE BP-AUXILIAR TO RU-CODIGO
              READ CADRECURSO
              IF ST-ERRO-RCU = "00"
                 MOVE RU-DESCRICAO TO W-AUX-TXT
              END-IF
              IF BP-EQUIPAMENTO NOT = ZEROS
                 MOVE "NAO CADASTRADO" TO W-EQP-TXT
                 MOVE BP-EQUIPAMENTO TO RU-CODIGO
                 READ CADRECURSO
                 IF ST-ERRO-RCU = "00"
                    MOVE RU-DESCRICAO TO W-EQP-TXT
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO LINHA-REL
           STRING "    " BP-DATA " " BP-HORA " AS " W-HORA-BFIM
                  "  CRM " BP-CRM " " NOME (1:20)
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "      AUX " W-AUX-TXT "  EQUIP " W-EQP-TXT
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-BLOCOS1.
       LISTA-BLOCOS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADSALA.
           CLOSE CADESCALA.
           CLOSE CADMED.
           CLOSE RELATORIO.
           IF W-BLO-ABERTO = "S"
              CLOSE CADBLOCO.
           IF W-RCU-ABERTO = "S"
              CLOSE CADRECURSO.
           IF W-AGE-ABERTO = "S"
              CLOSE CADAGENDA.
       ROT-FIM-SEMARQ.
           GOBACK.
