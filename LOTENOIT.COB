      * VEZ DE SILENCIO, E A COMPETENCIA DOS PASSOS MENSAIS E  *
      * DERIVADA SOZINHA (MES ANTERIOR) VIA CAMPO EXTERNAL. O  *
      * RESUMO DA NOITE SAI EM LOTENOIT.TXT PARA A MANHA       *
      * SEGUINTE. DURANTE A CORRENTE O CADPARAM "MANUTENCAO"   *
      * FICA EM 1 (JANELA DE MANUTENCAO: O MENU01 RECUSA LOGIN *
      * DE NAO ADMINISTRADOR E TRAVA AS SESSOES ABERTAS) E     *
      * VOLTA A 0 NO FIM. SE A NOITE ANTERIOR ABORTOU SEM      *
      * BAIXAR A MARCA, A PROXIMA EXECUCAO REGISTRA A SOBRA NO *
      * RESUMO, SEGUE E BAIXA NO FIM; ATE LA, PARA LIBERAR OS  *
      * TERMINAIS A MAO, ZERAR O CADPARAM "MANUTENCAO" (VALOR  *
      * 0) PELO ADMINISTRADOR. COM REGISTRO AINDA EM USO NO    *
      * CADLOCK (PROGLOCK) DE HOJE A CORRENTE NAO COMECA: O    *
      * RESUMO LISTA QUEM SEGURA CADA REGISTRO E DEVOLVE       *
      * CODIGO 8                                               *
      *********************************************************

      *----------------------------------------------------------------
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT CADLOCK ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TR-CHAVE
                     FILE STATUS IS ST-ERRO-LCK.

      *----------------------------------------------------------------

       DATA DIVISION.
               VALUE OF FILE-ID IS "LOTENOIT.TXT".
       01 LINHA-REL                 PIC X(80).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD CADLOCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOCK.DAT".
       01 REGLOCK.
           03 TR-CHAVE.
               05 TR-ARQUIVO        PIC X(10).
               05 TR-REGISTRO       PIC X(20).
           03 TR-OPERADOR           PIC X(08).
           03 TR-DATA               PIC 9(08).
           03 TR-HORA               PIC 9(06).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-JOB      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-LCK      PIC X(02) VALUE "00".
       01 W-MANUT-VALOR    PIC 9(06) VALUE ZEROS.
       01 W-MANUT          PIC X(01) VALUE "N".
       01 W-MANUT-FIM      PIC 9(04) VALUE 0600.
       01 W-MANUT-FIM-R REDEFINES W-MANUT-FIM.
           03 W-MF-HH       PIC 9(02).
           03 W-MF-MM       PIC 9(02).
       01 W-HORA-AGORA     PIC 9(04) VALUE ZEROS.
       01 W-QTD-TRAVAS     PIC 9(04) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-AGORA          PIC 9(08) VALUE ZEROS.
       01 W-SEQ            PIC 9(02) VALUE ZEROS.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ JANELA DE MANUTENCAO E REGISTROS AINDA EM USO ]----------
      *    A MARCA SOBE ANTES DO TESTE PARA NINGUEM PEGAR REGISTRO
      *    NOVO ENTRE O TESTE E O PRIMEIRO PASSO
       R0B.
           PERFORM LE-MANUT THRU LE-MANUT-FIM
           IF W-MANUT = "S"
              PERFORM MANUT-ESQUECIDA THRU MANUT-ESQUECIDA-FIM.
           MOVE 1 TO W-MANUT-VALOR
           PERFORM MARCA-MANUT THRU MARCA-MANUT-FIM
           PERFORM TESTA-TRAVAS THRU TESTA-TRAVAS-FIM
           IF W-QTD-TRAVAS = ZEROS
              GO TO R1.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "*** ROTINA NAO INICIADA: " W-QTD-TRAVAS
                  " REGISTRO(S) EM USO NOS TERMINAIS ***"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "ROTINA NAO INICIADA: REGISTROS EM USO ("
                   W-QTD-TRAVAS "), VER LOTENOIT.TXT"
           MOVE ZEROS TO W-MANUT-VALOR
           PERFORM MARCA-MANUT THRU MARCA-MANUT-FIM
           MOVE 8 TO RETURN-CODE
           GO TO ROT-FIM.

      *------[ UM PASSO POR LINHA DO ROTEIRO ]--------------------------
       R1.
           READ JOBSNOITE
                  "  NAO DEVIDOS " W-TOT-NAODEV
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-MANUT-VALOR
           PERFORM MARCA-MANUT THRU MARCA-MANUT-FIM
           GO TO ROT-FIM.

      *------[ MARCA E HORA PREVISTA DE FIM DA MANUTENCAO ]-------------
       LE-MANUT.
           MOVE "N" TO W-MANUT
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR NOT = "00"
              GO TO LE-MANUT-FIM.
           MOVE "MANUTENCAO" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR > ZEROS
              MOVE "S" TO W-MANUT.
           MOVE "MANUTFIM" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00"
              IF PA-VALOR > ZEROS AND PA-VALOR < 2400
                 MOVE PA-VALOR TO W-MANUT-FIM
              END-IF
           END-IF
           CLOSE CADPARAM.
       LE-MANUT-FIM.
           EXIT.

      *------[ MARCA JA LIGADA ANTES DE A CORRENTE COMECAR ]------------
      *    SO O LOTENOIT LIGA A MARCA: ACHADA LIGADA, A NOITE ANTERIOR
      *    NAO CHEGOU AO R9 (PASSO ABORTADO). PASSADA A HORA PREVISTA
      *    DE FIM (MANUTFIM) E SOBRA ESQUECIDA; ANTES DELA E A
      *    REEXECUCAO DA MESMA NOITE. NOS DOIS CASOS FICA NO RESUMO
      *    E A CORRENTE SEGUE, BAIXANDO A MARCA NO FIM
       MANUT-ESQUECIDA.
           ACCEPT W-AGORA FROM TIME
           DIVIDE W-AGORA BY 10000 GIVING W-HORA-AGORA
           MOVE SPACES TO LINHA-REL
           IF W-HORA-AGORA > W-MANUT-FIM
              STRING "*** MARCA DE MANUTENCAO ESQUECIDA LIGADA (FIM "
                     "PREVISTO " W-MF-HH ":" W-MF-MM
                     ") - RECUPERADA ***" DELIMITED BY SIZE
                     INTO LINHA-REL
              DISPLAY "MARCA DE MANUTENCAO ESQUECIDA LIGADA - "
                      "RECUPERADA"
           ELSE
              STRING "*** MARCA DE MANUTENCAO JA LIGADA: REEXECUCAO "
                     "DENTRO DA JANELA ***" DELIMITED BY SIZE
                     INTO LINHA-REL.
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       MANUT-ESQUECIDA-FIM.
           EXIT.

      *------[ SOBE (1) OU BAIXA (0) A MARCA DE MANUTENCAO ]------------
       MARCA-MANUT.
           OPEN I-O CADPARAM
           IF ST-ERRO-PAR NOT = "00"
              IF ST-ERRO-PAR = "30" OR ST-ERRO-PAR = "35"
                 OPEN OUTPUT CADPARAM
                 CLOSE CADPARAM
                 OPEN I-O CADPARAM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARAM: "
                         ST-ERRO-PAR
                 GO TO MARCA-MANUT-FIM.
           MOVE "MANUTENCAO" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE W-MANUT-VALOR TO PA-VALOR
              REWRITE REGPARAM
           ELSE
              MOVE "MANUTENCAO" TO PA-CHAVE
              MOVE W-MANUT-VALOR TO PA-VALOR
              WRITE REGPARAM.
           CLOSE CADPARAM.
       MARCA-MANUT-FIM.
           EXIT.

      *------[ TRAVAS DE HOJE NO CADLOCK: QUEM SEGURA O QUE ]-----------
      *    TRAVA DE DIA ANTERIOR E ABANDONADA (MESMA REGRA DO PROGLOCK)
       TESTA-TRAVAS.
           MOVE ZEROS TO W-QTD-TRAVAS
           OPEN INPUT CADLOCK
           IF ST-ERRO-LCK NOT = "00"
              GO TO TESTA-TRAVAS-FIM.
       TESTA-TRAVAS1.
           READ CADLOCK NEXT RECORD
           IF ST-ERRO-LCK NOT = "00"
              CLOSE CADLOCK
              GO TO TESTA-TRAVAS-FIM.
           IF TR-DATA < W-HOJE
              GO TO TESTA-TRAVAS1.
           ADD 1 TO W-QTD-TRAVAS
           MOVE SPACES TO LINHA-REL
           STRING "  EM USO: " TR-ARQUIVO " " TR-REGISTRO
                  " OPERADOR " TR-OPERADOR " DESDE " TR-HORA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO TESTA-TRAVAS1.
       TESTA-TRAVAS-FIM.
           EXIT.

      *------[ PASSO E DEVIDO HOJE? ]-----------------------------------
       TESTA-FREQUENCIA.
           MOVE "S" TO W-DEVIDO
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTEWEB" TO JOB-PROGRAMA
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTESPERA" TO JOB-PROGRAMA
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTELAB" TO JOB-PROGRAMA
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTEAUDIT" TO JOB-PROGRAMA
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "RELOUVID" TO JOB-PROGRAMA
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTEICS" TO JOB-PROGRAMA
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTEESTAT" TO JOB-PROGRAMA
           MOVE "D" TO JOB-FREQ
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTEFECHA" TO JOB-PROGRAMA
           MOVE "M" TO JOB-FREQ
           MOVE "01" TO JOB-PARM-X
           MOVE "M" TO JOB-FREQ
           MOVE "02" TO JOB-PARM-X
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "RELCONTROL" TO JOB-PROGRAMA
           MOVE "M" TO JOB-FREQ
           MOVE "01" TO JOB-PARM-X
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTEPROTO" TO JOB-PROGRAMA
           MOVE "M" TO JOB-FREQ
           MOVE "03" TO JOB-PARM-X
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "RELDOCMED" TO JOB-PROGRAMA
           MOVE "M" TO JOB-FREQ
           MOVE "01" TO JOB-PARM-X
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTEDEPREC" TO JOB-PROGRAMA
           MOVE "M" TO JOB-FREQ
           MOVE "01" TO JOB-PARM-X
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTERECERT" TO JOB-PROGRAMA
           MOVE "M" TO JOB-FREQ
           MOVE "01" TO JOB-PARM-X
           WRITE REG-JOB
           MOVE SPACES TO REG-JOB
           MOVE "LOTERENOV" TO JOB-PROGRAMA
           MOVE "W" TO JOB-FREQ
           MOVE "02" TO JOB-PARM-X
           WRITE REG-JOB
           CLOSE JOBSNOITE.
       R0-SEED-FIM.
           EXIT.
