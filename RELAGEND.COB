      * MOSTRANDO PACIENTE, CID E MODALIDADE (PRESENCIAL,      *
      * TELE OU DOMICILIAR) NOS OCUPADOS E OS LIVRES, PARA A   *
      * RECEPCAO ENXAIXAR URGENCIAS, COM TOTAIS POR MODALIDADE *
      * CONSULTA MARCADA COMO BLOCO DE PROCEDIMENTO (CADBLOCO)  *
      * MOSTRA FIM, SALA, AUXILIAR E EQUIPAMENTO, E OS         *
      * HORARIOS COBERTOS PELO BLOCO SAEM EM PROCEDIMENTO      *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CID.

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

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
           03 CODIGO              PIC X(04).
           03 DENOMI              PIC X(30).

       FD CADBLOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLOCO.DAT".
           COPY REGBLOCO.

       FD CADRECURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECURSO.DAT".
           COPY REGRECURSO.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAGEND.TXT".
       01 W-MODAL-TXT      PIC X(05) VALUE SPACES.
       01 W-DUR-CONS       PIC 9(03) VALUE 30.
       01 W-MIN-OCUP       PIC 9(06) VALUE ZEROS.
       01 ST-ERRO-BLO      PIC X(02) VALUE "00".
       01 ST-ERRO-RCU      PIC X(02) VALUE "00".
       01 W-BLO-ABERTO     PIC X(01) VALUE "N".
       01 W-RCU-ABERTO     PIC X(01) VALUE "N".
       01 W-TOTAL-BLOCO    PIC 9(03) VALUE ZEROS.
       01 W-TOTAL-EMPROC   PIC 9(03) VALUE ZEROS.
       01 W-MIN-BLOCO      PIC 9(06) VALUE ZEROS.
       01 W-MIN-SLOT       PIC 9(05) VALUE ZEROS.
       01 W-MIN-BFIM       PIC 9(05) VALUE ZEROS.
       01 W-HORA-BFIM      PIC 9(04) VALUE ZEROS.
       01 W-EM-BLOCO       PIC X(01) VALUE "N".
       01 W-QTD-BLO        PIC 9(02) VALUE ZEROS.
       01 W-IND-BLO        PIC 9(02) VALUE ZEROS.
       01 W-AUX-TXT        PIC X(20) VALUE SPACES.
       01 W-EQP-TXT        PIC X(20) VALUE SPACES.

      *------[ JANELAS DOS BLOCOS DO CRM NO DIA, EM MINUTOS ]-----------
       01 TAB-BLOCOS.
          03 TB-BLOCO OCCURS 20 TIMES.
             05 TB-BLO-INI      PIC 9(05).
             05 TB-BLO-FIM      PIC 9(05).

       01  WRK-DATA.
           02 WRK-ANO          PIC 9(04) VALUE ZEROS.
                      ST-ERRO-CID
              GO TO ROT-FIM.

           OPEN INPUT CADBLOCO
           IF ST-ERRO-BLO = "00"
              MOVE "S" TO W-BLO-ABERTO.
           OPEN INPUT CADRECURSO
           IF ST-ERRO-RCU = "00"
              MOVE "S" TO W-RCU-ABERTO.

       R0A.
           MOVE W-CRM TO CRM
           READ CADMED
                  NOME DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           PERFORM CARREGA-BLOCOS THRU CARREGA-BLOCOS-FIM.

      *------[ GERA OS HORARIOS DE 30 EM 30 MINUTOS DA ESCALA ]---------
       R1.
           STRING "  " AG-HORA "  " W-MODAL-TXT "  " NOMEP "  " DENOMI
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-BLOCO THRU IMPRIME-BLOCO-FIM
           ADD 1 TO W-TOTAL-FORA
           ADD 1 TO W-TOTAL-OCUP.
       IMPRIME-FORA-FIM.
           IF ST-ERRO = "00" AND AG-STATUS NOT = 40
              PERFORM IMPRIME-OCUPADO
           ELSE
              PERFORM IMPRIME-LIVRE THRU IMPRIME-LIVRE-FIM.

      *------[ HORARIO SEM CONSULTA: LIVRE OU COBERTO POR BLOCO ]-------
       IMPRIME-LIVRE.
           COMPUTE W-MIN-SLOT = W-HORA-HH * 60 + W-HORA-MM
           MOVE "N" TO W-EM-BLOCO
           MOVE ZEROS TO W-IND-BLO.
       IMPRIME-LIVRE1.
           ADD 1 TO W-IND-BLO
           IF W-IND-BLO > W-QTD-BLO
              GO TO IMPRIME-LIVRE2.
           IF W-MIN-SLOT NOT < TB-BLO-INI (W-IND-BLO)
              AND W-MIN-SLOT < TB-BLO-FIM (W-IND-BLO)
              MOVE "S" TO W-EM-BLOCO
              GO TO IMPRIME-LIVRE2.
           GO TO IMPRIME-LIVRE1.
       IMPRIME-LIVRE2.
           MOVE SPACES TO LINHA-REL
           IF W-EM-BLOCO = "S"
              STRING "  " W-HORA-HH ":" W-HORA-MM "  EM PROCEDIMENTO"
                     DELIMITED BY SIZE INTO LINHA-REL
              ADD 1 TO W-TOTAL-EMPROC
           ELSE
              STRING "  " W-HORA-HH ":" W-HORA-MM "  LIVRE"
                     DELIMITED BY SIZE INTO LINHA-REL
              ADD 1 TO W-TOTAL-LIVRE.
           WRITE LINHA-REL.
       IMPRIME-LIVRE-FIM.
           EXIT.

       IMPRIME-OCUPADO.
           MOVE AG-CPF TO CPF
                  "  " NOMEP "  " DENOMI
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-BLOCO THRU IMPRIME-BLOCO-FIM
           ADD 1 TO W-TOTAL-OCUP.

      *------[ TRADUZ A MODALIDADE E SOMA O TOTAL DA FAIXA ]------------
                 MOVE "PRES " TO W-MODAL-TXT
                 ADD 1 TO W-TOTAL-PRES.

      *------[ CARREGA AS JANELAS DOS BLOCOS ATIVOS DO CRM NO DIA ]-----
       CARREGA-BLOCOS.
           MOVE ZEROS TO W-QTD-BLO
           IF W-BLO-ABERTO = "N"
              GO TO CARREGA-BLOCOS-FIM.
           MOVE W-DATA TO BP-DATA
           MOVE ZEROS TO BP-HORA BP-CRM
           START CADBLOCO KEY IS NOT LESS THAN BP-CHAVE
           IF ST-ERRO-BLO NOT = "00"
              GO TO CARREGA-BLOCOS-FIM.
       CARREGA-BLOCOS1.
           READ CADBLOCO NEXT RECORD
           IF ST-ERRO-BLO NOT = "00"
              GO TO CARREGA-BLOCOS-FIM.
           IF BP-DATA NOT = W-DATA
              GO TO CARREGA-BLOCOS-FIM.
           IF BP-CRM NOT = W-CRM OR W-QTD-BLO = 20
              GO TO CARREGA-BLOCOS1.
           MOVE BP-CRM TO AG-CRM
           MOVE BP-DATA TO AG-DATA
           MOVE BP-HORA TO AG-HORA
           READ CADAGENDA
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-BLOCOS1.
           IF AG-STATUS = 40
              GO TO CARREGA-BLOCOS1.
           ADD 1 TO W-QTD-BLO
           DIVIDE BP-HORA BY 100 GIVING W-HH-G REMAINDER W-MM-G
           COMPUTE TB-BLO-INI (W-QTD-BLO) = W-HH-G * 60 + W-MM-G
           COMPUTE TB-BLO-FIM (W-QTD-BLO) =
                   TB-BLO-INI (W-QTD-BLO) + BP-DURACAO
           GO TO CARREGA-BLOCOS1.
       CARREGA-BLOCOS-FIM.
           EXIT.

      *------[ SEGUNDA LINHA DA CONSULTA QUE E BLOCO DE PROCEDIMENTO ]--
       IMPRIME-BLOCO.
           IF W-BLO-ABERTO = "N"
              GO TO IMPRIME-BLOCO-FIM.
           MOVE AG-DATA TO BP-DATA
           MOVE AG-HORA TO BP-HORA
           MOVE AG-CRM TO BP-CRM
           READ CADBLOCO
           IF ST-ERRO-BLO NOT = "00"
              GO TO IMPRIME-BLOCO-FIM.
           ADD 1 TO W-TOTAL-BLOCO
           ADD BP-DURACAO TO W-MIN-BLOCO
           DIVIDE AG-HORA BY 100 GIVING W-HH-G REMAINDER W-MM-G
           COMPUTE W-MIN-BFIM = W-HH-G * 60 + W-MM-G + BP-DURACAO
           DIVIDE W-MIN-BFIM BY 60 GIVING W-HH-G REMAINDER W-MM-G
           COMPUTE W-HORA-BFIM = W-HH-G * 100 + W-MM-G
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
           STRING "         PROCEDIMENTO ATE " W-HORA-BFIM
                  "  SALA " BP-SALA "  AUX " W-AUX-TXT
                  "  EQUIP " W-EQP-TXT
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       IMPRIME-BLOCO-FIM.
           EXIT.

       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
                  " MIN): " W-MIN-OCUP
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-TOTAL-BLOCO > ZEROS
              MOVE SPACES TO LINHA-REL
              STRING "BLOCOS DE PROCEDIMENTO: " W-TOTAL-BLOCO
                     "   MINUTOS EM BLOCO: " W-MIN-BLOCO
                     "   HORARIOS COBERTOS: " W-TOTAL-EMPROC
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           CLOSE RELATORIO
           GO TO ROT-FIM.

           CLOSE CADMED.
           CLOSE CADPACI.
           CLOSE CADCID.
           IF W-BLO-ABERTO = "S"
              CLOSE CADBLOCO.
           IF W-RCU-ABERTO = "S"
              CLOSE CADRECURSO.
       ROT-FIM-SEMARQ.
           STOP RUN.

