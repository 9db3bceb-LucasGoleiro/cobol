       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTERECERT.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * RECERTIFICACAO DE ACESSOS: PASSO MENSAL DA ROTINA      *
      * NOTURNA QUE LISTA CADA OPERADOR DO CADOPER COM OS      *
      * GRUPOS DO CADPERM, FILIAL, ULTIMO LOGIN OK NO          *
      * CADSECLOG, IDADE DA SENHA (DIAS DESDE A ULTIMA TROCA)  *
      * E FALHAS DE LOGIN. CONTA SEM LOGIN HA MAIS DE CADPARAM *
      * "DIASINATIV" DIAS (PADRAO 90) E BLOQUEADA              *
      * (OP-BLOQUEADO), COM EVENTO I NO CADSECLOG; SEM LOGIN   *
      * NO LOG, CONTA DESDE O CADASTRO OU DESDE O INICIO DO    *
      * CADSECLOG, O QUE FOR MAIS RECENTE. PERFIL ADMIN NAO E  *
      * BLOQUEADO, SO APONTADO, PARA NAO TRANCAR QUEM          *
      * DESBLOQUEIA. SEM O CADSECLOG NAO HA BLOQUEIO. ABRE NO  *
      * CADRECERT O REGISTRO PENDENTE DE CADA OPERADOR NO      *
      * TRIMESTRE CORRENTE PARA A DECISAO DO SUPERVISOR NO     *
      * SMP091 E DA A SITUACAO DO TRIMESTRE: INCOMPLETA        *
      * ENQUANTO HOUVER OPERADOR SEM DECISAO                   *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOPER ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OPERADOR
                     FILE STATUS IS ST-ERRO.

       SELECT CADPERM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PM-OPERADOR
                     FILE STATUS IS ST-ERRO-PRM.

       SELECT CADSECLOG ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SL-CHAVE
                     FILE STATUS IS ST-ERRO-LOG.

       SELECT CADRECERT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RC-CHAVE
                     FILE STATUS IS ST-ERRO-REC.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
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

       FD CADSECLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSECLOG.DAT".
           COPY REGSECLOG.

       FD CADRECERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECERT.DAT".
           COPY REGRECERT.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-PRM      PIC X(02) VALUE "00".
       01 ST-ERRO-LOG      PIC X(02) VALUE "00".
       01 ST-ERRO-REC      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTERECERT.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTERECERT".
       01 W-PRM-ABERTO     PIC X(01) VALUE "N".
       01 W-LOG-ABERTO     PIC X(01) VALUE "N".
       01 W-LOG-EVENTO     PIC X(01) VALUE "I".
       01 W-LOG-DETALHE    PIC X(20) VALUE SPACES.
       01 W-DIAS-INATIV    PIC 9(04) VALUE 90.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MES   PIC 9(02).
           03 W-HOJE-DIA   PIC 9(02).
       01 W-SER-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-TRIMESTRE      PIC 9(05) VALUE ZEROS.
       01 W-TRIM-NUM       PIC 9(01) VALUE ZEROS.
       01 W-INICIO-LOG     PIC 9(08) VALUE ZEROS.
       01 W-ULT-LOGIN      PIC 9(08) VALUE ZEROS.
       01 W-REFERENCIA     PIC 9(08) VALUE ZEROS.
       01 W-DIAS-SEM       PIC 9(05) VALUE ZEROS.
       01 W-DIAS-SENHA     PIC 9(05) VALUE ZEROS.
       01 W-PERFIL         PIC X(04) VALUE SPACES.
       01 W-SITUACAO       PIC X(24) VALUE SPACES.
       01 W-DECISAO-X      PIC X(10) VALUE SPACES.
       01 W-BLOQ-AGORA     PIC X(01) VALUE "N".
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-OPER-BUSCA     PIC X(08) VALUE SPACES.
       01 W-CONT-OPER      PIC 9(05) VALUE ZEROS.
       01 W-CONT-BLOQ      PIC 9(05) VALUE ZEROS.
       01 W-CONT-JABLOQ    PIC 9(05) VALUE ZEROS.
       01 W-CONT-ADMIN     PIC 9(05) VALUE ZEROS.
       01 W-CONT-PEND      PIC 9(05) VALUE ZEROS.
       01 W-CONT-CONF      PIC 9(05) VALUE ZEROS.
       01 W-CONT-REVOG     PIC 9(05) VALUE ZEROS.
       01 W-ED-DIAS        PIC ZZZZ9.
       01 W-ED-SENHA       PIC X(09) VALUE SPACES.
       01 W-ED-LOGIN       PIC X(08) VALUE SPACES.

      *------[ ULTIMO LOGIN OK POR OPERADOR, NA ORDEM DO CADOPER ]------
       01 W-IND            PIC 9(04) VALUE ZEROS.
       01 W-QTD-OPER       PIC 9(04) VALUE ZEROS.
       01 TAB-LOGIN.
           03 TL-ITEM OCCURS 999 TIMES.
               05 TL-OPERADOR  PIC X(08).
               05 TL-DATA      PIC 9(08).

      *------[ CALCULO DE SERIAL DE DIAS ]------------------------------
       01 W-SER-DATA.
           03 W-SER-ANO    PIC 9(04).
           03 W-SER-MES    PIC 9(02).
           03 W-SER-DIA    PIC 9(02).
       01 W-SER-RESULT     PIC 9(08) VALUE ZEROS.
       01 W-SER-TEMP       PIC 9(08) VALUE ZEROS.
       01 TAB-DIAS-ACUMX.
           03 FILLER       PIC 9(03) VALUE 000.
           03 FILLER       PIC 9(03) VALUE 031.
           03 FILLER       PIC 9(03) VALUE 059.
           03 FILLER       PIC 9(03) VALUE 090.
           03 FILLER       PIC 9(03) VALUE 120.
           03 FILLER       PIC 9(03) VALUE 151.
           03 FILLER       PIC 9(03) VALUE 181.
           03 FILLER       PIC 9(03) VALUE 212.
           03 FILLER       PIC 9(03) VALUE 243.
           03 FILLER       PIC 9(03) VALUE 273.
           03 FILLER       PIC 9(03) VALUE 304.
           03 FILLER       PIC 9(03) VALUE 334.
       01 TAB-DIAS-ACUM REDEFINES TAB-DIAS-ACUMX.
           03 W-DIAS-ACUM  PIC 9(03) OCCURS 12 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SER-HOJE
           COMPUTE W-TRIM-NUM = (W-HOJE-MES + 2) / 3
           COMPUTE W-TRIMESTRE = W-HOJE-ANO * 10 + W-TRIM-NUM.

      *    LIMITE DE INATIVIDADE PARAMETRIZADO
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "DIASINATIV" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 10000
                    MOVE PA-VALOR TO W-DIAS-INATIV
                 END-IF
              END-IF
              CLOSE CADPARAM.

       R0.
           OPEN I-O CADOPER
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOPER: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADRECERT
           IF ST-ERRO-REC = "30" OR ST-ERRO-REC = "35"
              OPEN OUTPUT CADRECERT
              CLOSE CADRECERT
              OPEN I-O CADRECERT.
           IF ST-ERRO-REC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRECERT: "
                      ST-ERRO-REC
              CLOSE CADOPER
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADPERM
           IF ST-ERRO-PRM = "00"
              MOVE "S" TO W-PRM-ABERTO.
           OPEN INPUT CADSECLOG
           IF ST-ERRO-LOG = "00"
              MOVE "S" TO W-LOG-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTERECERT.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "RECERTIFICACAO DE ACESSOS - TRIMESTRE "
                  W-HOJE-ANO "/" W-TRIM-NUM " - EMITIDO EM " W-HOJE
                  " - LIMITE DE INATIVIDADE " W-DIAS-INATIV " DIAS"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-LOG-ABERTO = "N"
              MOVE SPACES TO LINHA-REL
              STRING "*** CADSECLOG INDISPONIVEL (" ST-ERRO-LOG
                     "): ULTIMO LOGIN NAO APURADO E BLOQUEIO "
                     "AUTOMATICO SUSPENSO ***"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "OPERADOR NOME                 FL CAD FAT REL ADM"
                  " ULT.LOGIN  DIAS SENHA(DIAS) FALHAS BLOQ"
                  " RECERT     SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

      *------[ TABELA DE OPERADORES NA ORDEM DO CADOPER ]---------------
       R1.
           MOVE LOW-VALUES TO OPERADOR
           START CADOPER KEY IS NOT LESS THAN OPERADOR
           IF ST-ERRO NOT = "00"
              GO TO R2.
       R1-LOOP.
           READ CADOPER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2.
           IF W-QTD-OPER NOT < 999
              DISPLAY "MAIS DE 999 OPERADORES: EXCEDENTES SEM "
                      "APURACAO DE LOGIN"
              GO TO R2.
           ADD 1 TO W-QTD-OPER
           MOVE OPERADOR TO TL-OPERADOR (W-QTD-OPER)
           MOVE ZEROS TO TL-DATA (W-QTD-OPER)
           GO TO R1-LOOP.

      *------[ ULTIMO LOGIN OK (EVENTO E) DE CADA OPERADOR ]------------
      * O LOG E LIDO NA ORDEM DA CHAVE (DATA/HORA), ENTAO O ULTIMO
      * LOGIN ACHADO DE CADA OPERADOR E O MAIS RECENTE
       R2.
           IF W-LOG-ABERTO = "N"
              GO TO R3.
           MOVE ZEROS TO SL-DATA SL-HORA SL-SEQ
           START CADSECLOG KEY IS NOT LESS THAN SL-CHAVE
           IF ST-ERRO-LOG NOT = "00"
              GO TO R3.
       R2-LOOP.
           READ CADSECLOG NEXT RECORD
           IF ST-ERRO-LOG NOT = "00"
              GO TO R3.
           IF W-INICIO-LOG = ZEROS
              MOVE SL-DATA TO W-INICIO-LOG.
           IF SL-EVENTO NOT = "E"
              GO TO R2-LOOP.
           MOVE SL-OPERADOR TO W-OPER-BUSCA
           PERFORM ACHA-OPER THRU ACHA-OPER-FIM
           IF W-ACHOU = "S"
              MOVE SL-DATA TO TL-DATA (W-IND).
           GO TO R2-LOOP.

      *------[ LISTAGEM, BLOQUEIO E ABERTURA DO TRIMESTRE ]-------------
       R3.
           MOVE LOW-VALUES TO OPERADOR
           START CADOPER KEY IS NOT LESS THAN OPERADOR
           IF ST-ERRO NOT = "00"
              GO TO R9.
       R3-LOOP.
           READ CADOPER NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R9.
           ADD 1 TO W-CONT-OPER
           MOVE "N" TO W-BLOQ-AGORA
           MOVE SPACES TO W-SITUACAO

           MOVE OPERADOR TO W-OPER-BUSCA
           PERFORM ACHA-OPER THRU ACHA-OPER-FIM
           MOVE ZEROS TO W-ULT-LOGIN
           IF W-ACHOU = "S"
              MOVE TL-DATA (W-IND) TO W-ULT-LOGIN.

           PERFORM LE-PERFIL THRU LE-PERFIL-FIM

      *    IDADE DA SENHA; CONTA QUE NUNCA TROCOU CONTA DO CADASTRO
           MOVE "SEM TROCA" TO W-ED-SENHA
           IF OP-DT-TROCA NOT = ZEROS
              MOVE OP-DT-TROCA TO W-SER-DATA
              PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
              COMPUTE W-DIAS-SENHA = W-SER-HOJE - W-SER-RESULT
              MOVE W-DIAS-SENHA TO W-ED-DIAS
              MOVE SPACES TO W-ED-SENHA
              MOVE W-ED-DIAS TO W-ED-SENHA.

      *    DIAS SEM LOGIN, CONTADOS DO EVENTO MAIS RECENTE ENTRE O
      *    ULTIMO LOGIN, O CADASTRO E O INICIO DO LOG
           MOVE W-ULT-LOGIN TO W-REFERENCIA
           IF DATA-CADASTRO OF REGOPER > W-REFERENCIA
              MOVE DATA-CADASTRO OF REGOPER TO W-REFERENCIA.
           IF W-INICIO-LOG > W-REFERENCIA
              MOVE W-INICIO-LOG TO W-REFERENCIA.
           MOVE ZEROS TO W-DIAS-SEM
           IF W-REFERENCIA NOT = ZEROS AND W-REFERENCIA < W-HOJE
              MOVE W-REFERENCIA TO W-SER-DATA
              PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
              COMPUTE W-DIAS-SEM = W-SER-HOJE - W-SER-RESULT.

           IF W-LOG-ABERTO = "N" OR W-ACHOU = "N"
              GO TO R3-RECERT.
           IF W-DIAS-SEM NOT > W-DIAS-INATIV
              GO TO R3-RECERT.
           IF OP-BLOQUEADO = "S"
              ADD 1 TO W-CONT-JABLOQ
              MOVE "INATIVA, JA BLOQUEADA" TO W-SITUACAO
              GO TO R3-RECERT.
           IF W-PERFIL (4:1) = "S"
              ADD 1 TO W-CONT-ADMIN
              MOVE "INATIVA, ADMIN - REVER" TO W-SITUACAO
              GO TO R3-RECERT.
           MOVE "S" TO OP-BLOQUEADO
           REWRITE REGOPER
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADOPER: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE "S" TO W-BLOQ-AGORA
           ADD 1 TO W-CONT-BLOQ
           MOVE "BLOQUEADA POR INATIVIDADE" TO W-SITUACAO
           MOVE SPACES TO W-LOG-DETALHE
           STRING "INATIVO " W-DIAS-SEM " DIAS"
                  DELIMITED BY SIZE INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO OPERADOR
                                   W-LOG-DETALHE.

      *    REGISTRO DO TRIMESTRE: ABERTO PENDENTE NA PRIMEIRA VEZ,
      *    DEPOIS SO ATUALIZA O LOGIN E O BLOQUEIO AUTOMATICO
       R3-RECERT.
           MOVE W-TRIMESTRE TO RC-TRIMESTRE
           MOVE OPERADOR TO RC-OPERADOR
           READ CADRECERT
           IF ST-ERRO-REC = "23"
              MOVE "P" TO RC-DECISAO
              MOVE W-PERFIL TO RC-PERFIL
              MOVE SPACES TO RC-APROVADOR
              MOVE ZEROS TO RC-DATA-DECISAO
              MOVE W-ULT-LOGIN TO RC-ULT-LOGIN
              MOVE W-BLOQ-AGORA TO RC-BLOQ-AUTO
              MOVE W-HOJE TO DATA-CADASTRO OF REGRECERT
              WRITE REGRECERT
              GO TO R3-RECERT-OK.
           IF ST-ERRO-REC NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADRECERT: "
                      ST-ERRO-REC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE W-ULT-LOGIN TO RC-ULT-LOGIN
           IF W-BLOQ-AGORA = "S"
              MOVE "S" TO RC-BLOQ-AUTO.
           REWRITE REGRECERT.
       R3-RECERT-OK.
           IF ST-ERRO-REC NOT = "00" AND ST-ERRO-REC NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADRECERT: "
                      ST-ERRO-REC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF RC-DECISAO = "C"
              ADD 1 TO W-CONT-CONF
              MOVE "CONFIRMADO" TO W-DECISAO-X
           ELSE
              IF RC-DECISAO = "R"
                 ADD 1 TO W-CONT-REVOG
                 MOVE "REVOGADO" TO W-DECISAO-X
              ELSE
                 ADD 1 TO W-CONT-PEND
                 MOVE "PENDENTE" TO W-DECISAO-X.

           MOVE "NUNCA" TO W-ED-LOGIN
           IF W-ULT-LOGIN NOT = ZEROS
              MOVE W-ULT-LOGIN TO W-ED-LOGIN.
           IF W-LOG-ABERTO = "N" OR W-ACHOU = "N"
              MOVE "-" TO W-ED-LOGIN.
           MOVE W-DIAS-SEM TO W-ED-DIAS
           MOVE SPACES TO LINHA-REL
           STRING OPERADOR " " NOME (1:20) " " OP-FILIAL
                  "  " W-PERFIL (1:1) "   " W-PERFIL (2:1)
                  "   " W-PERFIL (3:1) "   " W-PERFIL (4:1)
                  "  " W-ED-LOGIN " " W-ED-DIAS " " W-ED-SENHA
                  "     " OP-FALHAS "      " OP-BLOQUEADO "   "
                  W-DECISAO-X " " W-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R3-LOOP.

      *------[ TOTAIS E SITUACAO DO TRIMESTRE ]-------------------------
       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "OPERADORES: " W-CONT-OPER
                  "  BLOQUEADOS AGORA POR INATIVIDADE: " W-CONT-BLOQ
                  "  INATIVOS JA BLOQUEADOS: " W-CONT-JABLOQ
                  "  INATIVOS ADMIN (NAO BLOQUEADOS): " W-CONT-ADMIN
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "RECERTIFICACAO " W-HOJE-ANO "/" W-TRIM-NUM
                  ": CONFIRMADOS " W-CONT-CONF
                  "  REVOGADOS " W-CONT-REVOG
                  "  PENDENTES " W-CONT-PEND
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           IF W-CONT-PEND > ZEROS
              STRING "*** RECERTIFICACAO DO TRIMESTRE INCOMPLETA: "
                     W-CONT-PEND " OPERADOR(ES) SEM DECISAO NO SMP091"
                     " ***" DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              MOVE "RECERTIFICACAO DO TRIMESTRE COMPLETA" TO LINHA-REL.
           WRITE LINHA-REL
           DISPLAY "RECERTIFICACAO " W-HOJE-ANO "/" W-TRIM-NUM ": "
                   W-CONT-OPER " OPERADORES, " W-CONT-BLOQ
                   " BLOQUEADOS, " W-CONT-PEND " PENDENTES"
           GO TO ROT-FIM.

      *------[ POSICAO DO OPERADOR (W-OPER-BUSCA) NA TABELA ]-----------
       ACHA-OPER.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IND.
       ACHA-OPER-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-OPER
              GO TO ACHA-OPER-FIM.
           IF TL-OPERADOR (W-IND) = W-OPER-BUSCA
              MOVE "S" TO W-ACHOU
              GO TO ACHA-OPER-FIM.
           IF TL-OPERADOR (W-IND) > W-OPER-BUSCA
              GO TO ACHA-OPER-FIM.
           GO TO ACHA-OPER-LOOP.
       ACHA-OPER-FIM.
           EXIT.

      *------[ GRUPOS DO CADPERM; SEM PERFIL VALE O PADRAO DO MENU01 ]--
       LE-PERFIL.
           MOVE "SNNN" TO W-PERFIL
           IF W-PRM-ABERTO = "N"
              MOVE "SSSS" TO W-PERFIL
              GO TO LE-PERFIL-FIM.
           MOVE OPERADOR TO PM-OPERADOR
           READ CADPERM
           IF ST-ERRO-PRM NOT = "00"
              GO TO LE-PERFIL-FIM.
           MOVE PM-CADASTRO TO W-PERFIL (1:1)
           MOVE PM-FATURAMENTO TO W-PERFIL (2:1)
           MOVE PM-RELATORIOS TO W-PERFIL (3:1)
           MOVE PM-ADMIN TO W-PERFIL (4:1)
           INSPECT W-PERFIL CONVERTING "sn" TO "SN".
       LE-PERFIL-FIM.
           EXIT.

       CALC-SERIAL.
           COMPUTE W-SER-TEMP = W-SER-ANO - 1
           COMPUTE W-SER-RESULT = (W-SER-TEMP * 365)
                   + (W-SER-TEMP / 4) - (W-SER-TEMP / 100)
                   + (W-SER-TEMP / 400)
           ADD W-DIAS-ACUM (W-SER-MES) TO W-SER-RESULT
           ADD W-SER-DIA TO W-SER-RESULT
           IF W-SER-MES > 2
              DIVIDE W-SER-ANO BY 4 GIVING W-SER-TEMP
                     REMAINDER W-SER-TEMP
              IF W-SER-TEMP = ZEROS
                 ADD 1 TO W-SER-RESULT.
       CALC-SERIAL-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADOPER.
           CLOSE CADRECERT.
           IF W-PRM-ABERTO = "S"
              CLOSE CADPERM.
           IF W-LOG-ABERTO = "S"
              CLOSE CADSECLOG.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
