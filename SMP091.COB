       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP091.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * RECERTIFICACAO TRIMESTRAL DE ACESSOS (CADRECERT): O       *
      * SUPERVISOR, QUE PRECISA TER PERFIL ADMIN NO CADPERM,      *
      * NAVEGA OS OPERADORES DO CADOPER (SO OS PENDENTES OU       *
      * TODOS) COM FILIAL, GRUPOS DO CADPERM, ULTIMO LOGIN        *
      * APURADO PELO LOTERECERT E BLOQUEIO, E CONFIRMA (C) OU     *
      * REVOGA (R) O ACESSO. REVOGAR POE TODO O CADPERM DO        *
      * OPERADOR EM N E BLOQUEIA A CONTA. A DECISAO GRAVA DATA    *
      * E APROVADOR E VAI PARA O CADSECLOG; NINGUEM DECIDE A      *
      * PROPRIA CONTA. O TRIMESTRE FICA INCOMPLETO ENQUANTO       *
      * HOUVER OPERADOR PENDENTE                                  *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADRECERT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RC-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADOPER ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OPERADOR
                     FILE STATUS IS ST-ERRO-OPE.

       SELECT CADPERM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PM-OPERADOR
                     FILE STATUS IS ST-ERRO-PRM.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADRECERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECERT.DAT".
           COPY REGRECERT.

       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
           03 OPERADOR            PIC X(08).
           03 SENHA                PIC X(08).
           03 NOME                  PIC X(30).
           03 DATA-CADASTRO         PIC 9(08).
           03 OP-DT-TROCA           PIC 9(08).
           03 OP-FALHAS             PIC 9(01).
           03 OP-BLOQUEADO          PIC X(01).
           03 OP-HIST1              PIC X(08).
           03 OP-HIST2              PIC X(08).
           03 OP-HIST3              PIC X(08).
           03 OP-FILIAL             PIC 9(02).

       FD CADPERM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERM.DAT".
           COPY REGPERM.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-OPE    PIC X(02) VALUE "00".
       01 ST-ERRO-PRM    PIC X(02) VALUE "00".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-LOG-EVENTO  PIC X(01) VALUE SPACES.
       01 W-LOG-DETALHE PIC X(20) VALUE SPACES.
       01 W-PRM-ABERTO  PIC X(01) VALUE "N".
       01 W-TEM-PERFIL  PIC X(01) VALUE "N".
       01 W-MODO        PIC X(01) VALUE "P".
       01 W-MOSTROU     PIC X(01) VALUE "N".
       01 W-PERFIL      PIC X(04) VALUE SPACES.
       01 W-PENDENTES   PIC 9(04) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO PIC 9(04).
           03 W-HOJE-MES PIC 9(02).
           03 W-HOJE-DIA PIC 9(02).
       01 W-TRIM-NUM    PIC 9(01) VALUE ZEROS.
       01 W-TRIMESTRE   PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** RECERTIFICACAO DE ACESSOS ***".
           05  LINE 02 COLUMN 01 VALUE  "TRIMESTRE                :".
           05  LINE 02 COLUMN 40 VALUE  "PENDENTES :".
           05  LINE 04 COLUMN 01 VALUE  "OPERADOR (LOGIN)         :".
           05  LINE 05 COLUMN 01 VALUE  "NOME                     :".
           05  LINE 06 COLUMN 01 VALUE  "FILIAL                   :".
           05  LINE 07 COLUMN 01 VALUE  "CAD FAT REL ADM          :".
           05  LINE 08 COLUMN 01 VALUE  "ULTIMO LOGIN (LOTERECERT):".
           05  LINE 09 COLUMN 01 VALUE  "CONTA BLOQUEADA          :".
           05  LINE 10 COLUMN 01 VALUE  "DECISAO NO TRIMESTRE     :".
           05  LINE 11 COLUMN 01 VALUE  "DECIDIDO POR / EM        :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

      *------[ SO OPERADOR COM PERFIL ADMIN RECERTIFICA ]---------------
       R0-PERFIL.
           OPEN INPUT CADPERM
           IF ST-ERRO-PRM NOT = "00"
              MOVE "*** CADPERM AUSENTE, RECERTIFICACAO BLOQUEADA ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM-SEMARQ.
           MOVE W-OPERADOR-LOGADO TO PM-OPERADOR
           READ CADPERM
           IF ST-ERRO-PRM NOT = "00"
              OR (PM-ADMIN NOT = "S" AND PM-ADMIN NOT = "s")
              MOVE "*** SEU PERFIL NAO RECERTIFICA ACESSOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPERM
              GO TO ROT-FIM-SEMARQ.
           CLOSE CADPERM.

       R0.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE W-TRIM-NUM = (W-HOJE-MES + 2) / 3
           COMPUTE W-TRIMESTRE = W-HOJE-ANO * 10 + W-TRIM-NUM
           OPEN I-O CADOPER
           IF ST-ERRO-OPE NOT = "00"
              MOVE "*** ARQUIVO CADOPER NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADRECERT
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT CADRECERT
              CLOSE CADRECERT
              OPEN I-O CADRECERT.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADRECERT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADOPER
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADPERM
           IF ST-ERRO-PRM = "00"
              MOVE "S" TO W-PRM-ABERTO.
           PERFORM CONTA-PEND THRU CONTA-PEND-FIM.

       R0-MODO.
           DISPLAY TELA2
           DISPLAY (02, 28) W-HOJE-ANO
           DISPLAY (02, 32) "/"
           DISPLAY (02, 33) W-TRIM-NUM
           DISPLAY (02, 52) W-PENDENTES
           MOVE "P" TO W-MODO
           DISPLAY (23, 12) "P=SO PENDENTES  T=TODOS  0=SAIR : "
           ACCEPT (23, 46) W-MODO WITH UPDATE
           DISPLAY (23, 12)
                "                                           "
           IF W-MODO = "0"
              GO TO ROT-FIM.
           IF W-MODO = "p"
              MOVE "P" TO W-MODO.
           IF W-MODO = "t"
              MOVE "T" TO W-MODO.
           IF W-MODO NOT = "P" AND W-MODO NOT = "T"
              GO TO R0-MODO.

      *------[ PERCORRE OS OPERADORES DO CADOPER ]----------------------
       R1.
           MOVE "N" TO W-MOSTROU
           MOVE LOW-VALUES TO OPERADOR
           START CADOPER KEY IS NOT LESS THAN OPERADOR
           IF ST-ERRO-OPE NOT = "00"
              GO TO R9.

       R2.
           READ CADOPER NEXT RECORD
           IF ST-ERRO-OPE NOT = "00"
              GO TO R9.
           PERFORM LE-RECERT THRU LE-RECERT-FIM
           IF W-MODO = "P" AND RC-DECISAO NOT = "P"
              GO TO R2.
           PERFORM LE-PERFIL THRU LE-PERFIL-FIM
           MOVE "S" TO W-MOSTROU
           DISPLAY TELA2
           DISPLAY (02, 28) W-HOJE-ANO
           DISPLAY (02, 32) "/"
           DISPLAY (02, 33) W-TRIM-NUM
           DISPLAY (02, 52) W-PENDENTES
           DISPLAY (04, 28) OPERADOR
           DISPLAY (05, 28) NOME
           DISPLAY (06, 28) OP-FILIAL
           DISPLAY (07, 28) W-PERFIL (1:1)
           DISPLAY (07, 32) W-PERFIL (2:1)
           DISPLAY (07, 36) W-PERFIL (3:1)
           DISPLAY (07, 40) W-PERFIL (4:1)
           IF RC-ULT-LOGIN = ZEROS
              DISPLAY (08, 28) "NAO APURADO/NUNCA"
           ELSE
              DISPLAY (08, 28) RC-ULT-LOGIN.
           DISPLAY (09, 28) OP-BLOQUEADO
           IF RC-BLOQ-AUTO = "S"
              DISPLAY (09, 31) "(POR INATIVIDADE)".
           IF RC-DECISAO = "C"
              DISPLAY (10, 28) "CONFIRMADO"
           ELSE
              IF RC-DECISAO = "R"
                 DISPLAY (10, 28) "REVOGADO"
              ELSE
                 DISPLAY (10, 28) "PENDENTE".
           IF RC-DECISAO NOT = "P"
              DISPLAY (11, 28) RC-APROVADOR
              DISPLAY (11, 38) RC-DATA-DECISAO.

       R3.
           DISPLAY (23, 12)
                "C=CONFIRMAR  R=REVOGAR  P=PROXIMO  0=SAIR"
           ACCEPT (23, 57) W-OPCAO
           DISPLAY (23, 12)
                "                                           "
           IF W-OPCAO = "P" OR W-OPCAO = "p"
              GO TO R2.
           IF W-OPCAO = "0"
              GO TO R9.
           IF W-OPCAO NOT = "C" AND W-OPCAO NOT = "c"
              AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "r"
              GO TO R3.
           IF OPERADOR = W-OPERADOR-LOGADO
              MOVE "* NINGUEM RECERTIFICA A PROPRIA CONTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              GO TO R4.

      *------[ REVOGACAO: PERFIL TODO EM N E CONTA BLOQUEADA ]----------
       R3-REVOGA.
           DISPLAY (23, 40) "REVOGAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ACESSO NAO REVOGADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-REVOGA.
           IF W-PRM-ABERTO = "S"
              MOVE "N" TO PM-CADASTRO PM-FATURAMENTO PM-RELATORIOS
                          PM-ADMIN
              IF W-TEM-PERFIL = "S"
                 REWRITE REGPERM
              ELSE
                 MOVE OPERADOR TO PM-OPERADOR
                 WRITE REGPERM
              END-IF
              IF ST-ERRO-PRM NOT = "00" AND ST-ERRO-PRM NOT = "02"
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPERM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
              END-IF
              MOVE "NNNN" TO W-PERFIL.
           MOVE "S" TO OP-BLOQUEADO
           REWRITE REGOPER
           IF ST-ERRO-OPE NOT = "00" AND ST-ERRO-OPE NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADOPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "R" TO W-OPCAO.

      *------[ DECISAO CARIMBADA COM DATA E APROVADOR ]-----------------
       R4.
           IF RC-DECISAO = "P" AND W-PENDENTES > ZEROS
              SUBTRACT 1 FROM W-PENDENTES.
           IF W-OPCAO = "R"
              MOVE "R" TO RC-DECISAO
           ELSE
              MOVE "C" TO RC-DECISAO.
           MOVE W-PERFIL TO RC-PERFIL
           MOVE W-OPERADOR-LOGADO TO RC-APROVADOR
           MOVE W-HOJE TO RC-DATA-DECISAO
           IF ST-ERRO = "23"
              MOVE W-HOJE TO DATA-CADASTRO OF REGRECERT
              WRITE REGRECERT
           ELSE
              REWRITE REGRECERT.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECERT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "O" TO W-LOG-EVENTO
           MOVE SPACES TO W-LOG-DETALHE
           STRING "RECERT " OPERADOR " " RC-DECISAO
                  DELIMITED BY SIZE INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE
           IF RC-DECISAO = "C"
              MOVE "*** ACESSO CONFIRMADO ***" TO MENS
           ELSE
              MOVE "*** ACESSO REVOGADO E CONTA BLOQUEADA ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.

       R9.
           IF W-MOSTROU = "N"
              MOVE "*** NENHUM OPERADOR PENDENTE NO TRIMESTRE ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM CONTA-PEND THRU CONTA-PEND-FIM
           IF W-PENDENTES = ZEROS
              MOVE "*** RECERTIFICACAO DO TRIMESTRE COMPLETA ***"
                TO MENS
           ELSE
              MOVE SPACES TO MENS
              STRING "* TRIMESTRE INCOMPLETO: " W-PENDENTES
                     " PENDENTE(S) *"
                     DELIMITED BY SIZE INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ REGISTRO DO TRIMESTRE; SEM ELE O OPERADOR ESTA PENDENTE ]
       LE-RECERT.
           MOVE W-TRIMESTRE TO RC-TRIMESTRE
           MOVE OPERADOR TO RC-OPERADOR
           READ CADRECERT
           IF ST-ERRO NOT = "00"
              MOVE "23" TO ST-ERRO
              MOVE "P" TO RC-DECISAO
              MOVE SPACES TO RC-PERFIL RC-APROVADOR RC-BLOQ-AUTO
              MOVE ZEROS TO RC-DATA-DECISAO RC-ULT-LOGIN.
       LE-RECERT-FIM.
           EXIT.

      *------[ GRUPOS DO CADPERM; SEM PERFIL VALE O PADRAO DO MENU01 ]--
       LE-PERFIL.
           MOVE "N" TO W-TEM-PERFIL
           MOVE "SNNN" TO W-PERFIL
           IF W-PRM-ABERTO = "N"
              MOVE "SSSS" TO W-PERFIL
              GO TO LE-PERFIL-FIM.
           MOVE OPERADOR TO PM-OPERADOR
           READ CADPERM
           IF ST-ERRO-PRM NOT = "00"
              GO TO LE-PERFIL-FIM.
           MOVE "S" TO W-TEM-PERFIL
           MOVE PM-CADASTRO TO W-PERFIL (1:1)
           MOVE PM-FATURAMENTO TO W-PERFIL (2:1)
           MOVE PM-RELATORIOS TO W-PERFIL (3:1)
           MOVE PM-ADMIN TO W-PERFIL (4:1)
           INSPECT W-PERFIL CONVERTING "sn" TO "SN".
       LE-PERFIL-FIM.
           EXIT.

      *------[ OPERADORES SEM DECISAO NO TRIMESTRE ]--------------------
       CONTA-PEND.
           MOVE ZEROS TO W-PENDENTES
           MOVE LOW-VALUES TO OPERADOR
           START CADOPER KEY IS NOT LESS THAN OPERADOR
           IF ST-ERRO-OPE NOT = "00"
              GO TO CONTA-PEND-FIM.
       CONTA-PEND-LOOP.
           READ CADOPER NEXT RECORD
           IF ST-ERRO-OPE NOT = "00"
              GO TO CONTA-PEND-FIM.
           PERFORM LE-RECERT THRU LE-RECERT-FIM
           IF RC-DECISAO = "P"
              ADD 1 TO W-PENDENTES.
           GO TO CONTA-PEND-LOOP.
       CONTA-PEND-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADRECERT.
           CLOSE CADOPER.
           IF W-PRM-ABERTO = "S"
              CLOSE CADPERM.
       ROT-FIM-SEMARQ.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
