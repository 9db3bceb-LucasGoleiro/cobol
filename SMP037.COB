      * ITENS DO SMP021. A OPCAO DE IMPRESSAO GERA A RECEITA      *
      * COMPLETA DA VISITA VIA PROGSPOOL, COM MEDICO (CADMED) E   *
      * PACIENTE (CADPACI), E O PRONTUARIO (RELPRONT) LISTA A     *
      * PRESCRICAO EM CADA VISITA. O MEDICAMENTO E CONFERIDO      *
      * CONTRA AS ALERGIAS DO PACIENTE NA TABELA CADCONTRA        *
      * (SMP065): B=BLOQUEIA, A=AVISA E SO PRESCREVE COM UMA      *
      * JUSTIFICATIVA, GRAVADA NA LINHA DA RECEITA. MEDICAMENTO   *
      * DE LISTA DA PORTARIA 344 (FM-LISTA) PEDE A IDENTIFICACAO  *
      * DO COMPRADOR, TIRA UM NUMERO DO PROGNUMERO (SERIE         *
      * "CONTROLE"), GRAVA O LIVRO CADCONTROL E IMPRIME NA HORA   *
      * A RECEITA DE CONTROLE ESPECIAL EM DUAS VIAS               *
      *************************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT CADCONTRA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CI-CHAVE
                     FILE STATUS IS ST-ERRO-CON.

       SELECT CADALERGIA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AL-CODIGO
                     FILE STATUS IS ST-ERRO-ALE.

       SELECT CADCONTROL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CT-NUMERO
                     FILE STATUS IS ST-ERRO-CTL.

       SELECT RECEITA ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-RCT.
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 SEXO           PIC X(01).
          03 DATANASC       PIC 9(08).
          03 GENERO         PIC X(01).
          03 CONVENIO       PIC 9(04).
          03 CEPPACI        PIC 9(08).
          03 NUMENDE        PIC 9(04).
          03 COMPLEM        PIC X(10).
          03 TELEFONE       PIC 9(11).
          03 EMAIL          PIC X(30).
          03 TIPOSANG       PIC 9(01).
          03 ALERGIA        PIC 9(02) OCCURS 5 TIMES.

       FD CADCONTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTRA.DAT".
           COPY REGCONTRA.

       FD CADALERGIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALERGIA.DAT".
           COPY REGALERGIA.

       FD CADCONTROL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTROL.DAT".
           COPY REGCONTROL.

       FD RECEITA
               LABEL RECORD IS STANDARD
       01 WS-NOME-RCT   PIC X(30) VALUE "RECEITA.TXT".
       01 W-PROG-SPOOL  PIC X(10) VALUE "SMP037".
       01 W-TOT-IMP     PIC 9(02) VALUE ZEROS.
       01 ST-ERRO-CON    PIC X(02) VALUE "00".
       01 ST-ERRO-ALE    PIC X(02) VALUE "00".
       01 W-CON-ABERTO  PIC X(01) VALUE "N".
       01 W-ALE-ABERTO  PIC X(01) VALUE "N".
       01 W-IA          PIC 9(01) VALUE ZEROS.
       01 W-CONTRA-ACAO PIC X(01) VALUE SPACES.
       01 W-CONTRA-ALE  PIC 9(02) VALUE ZEROS.
       01 TAB-ALERG-PAC.
          03 W-ALERG-PAC PIC 9(02) OCCURS 5 TIMES.
       01 ST-ERRO-CTL    PIC X(02) VALUE "00".
       01 W-VIA         PIC 9(01) VALUE ZEROS.
       01 W-NUM-SERIE   PIC X(10) VALUE "CONTROLE".
       01 W-NUM-MINIMO  PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *-----------------------------------------------------------------

           05  LINE 09 COLUMN 01 VALUE  "CODIGO DO MEDICAMENTO     :".
           05  LINE 10 COLUMN 01 VALUE  "POSOLOGIA                 :".
           05  LINE 11 COLUMN 01 VALUE  "DURACAO (DIAS)            :".
           05  LINE 13 COLUMN 01 VALUE  "JUSTIFICATIVA (ALERGIA)   :".
           05  LINE 15 COLUMN 01 VALUE  "RECEITA CONTROLADA - LISTA:".
           05  LINE 16 COLUMN 01 VALUE  "COMPRADOR - NOME          :".
           05  LINE 17 COLUMN 01 VALUE  "COMPRADOR - DOCUMENTO(RG) :".
           05  LINE 18 COLUMN 01 VALUE  "COMPRADOR - ENDERECO      :".
           05  LINE 19 COLUMN 01 VALUE  "COMPRADOR - TELEFONE      :".

      *-----------------------------------------------------------------

              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *------[ SEM A TABELA DE CONTRAINDICACAO NAO HA CONFERENCIA ]-----
       R0D.
           OPEN INPUT CADCONTRA
           IF ST-ERRO-CON = "00"
              MOVE "S" TO W-CON-ABERTO.
           OPEN INPUT CADALERGIA
           IF ST-ERRO-ALE = "00"
              MOVE "S" TO W-ALE-ABERTO.

       R0E.
           OPEN I-O CADCONTROL
           IF ST-ERRO-CTL NOT = "00"
              IF ST-ERRO-CTL = "30"
                 OPEN OUTPUT CADCONTROL
                 CLOSE CADCONTROL
                 OPEN I-O CADCONTROL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONTROL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R1.
           MOVE ZEROS TO RC-CRM RC-DATA RC-HORA RC-SEQ RC-MEDICAMENTO
                         RC-DURACAO TAB-ALERG-PAC RC-NUM-CONTROLE
                         CT-COMP-FONE
           MOVE SPACES TO CT-COMP-NOME CT-COMP-DOC CT-COMP-ENDER
           MOVE SPACES TO RC-POSOLOGIA RC-JUSTIF
           DISPLAY TELA2.

       R2.
              MOVE "ERRO NA LEITURA DO ARQUIVO CADAGENDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (06, 30) AG-CPF
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC = "00"
              MOVE ALERGIA (1) TO W-ALERG-PAC (1)
              MOVE ALERGIA (2) TO W-ALERG-PAC (2)
              MOVE ALERGIA (3) TO W-ALERG-PAC (3)
              MOVE ALERGIA (4) TO W-ALERG-PAC (4)
              MOVE ALERGIA (5) TO W-ALERG-PAC (5)
              DISPLAY (06, 43) NOMEP.

      *------[ CONTA OS MEDICAMENTOS JA LANCADOS DA VISITA ]------------
       R5.
           MOVE AG-HORA TO RC-HORA.

       R6.
           MOVE ZEROS TO RC-MEDICAMENTO RC-NUM-CONTROLE
           MOVE SPACES TO RC-JUSTIF
           DISPLAY (13, 30) RC-JUSTIF
           DISPLAY (15, 30) "  "
           ACCEPT(09, 30) RC-MEDICAMENTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           DISPLAY (09, 36) FM-NOME.

      *------[ CONFERE O MEDICAMENTO CONTRA AS ALERGIAS DO PACIENTE ]---
       VAL-ALERGIA.
           PERFORM CHECA-ALERGIA THRU CHECA-ALERGIA-FIM
           IF W-CONTRA-ACAO = SPACES
              GO TO R7.
           MOVE SPACES TO AL-DESCRICAO
           IF W-ALE-ABERTO = "S"
              MOVE W-CONTRA-ALE TO AL-CODIGO
              READ CADALERGIA
              IF ST-ERRO-ALE NOT = "00"
                 MOVE SPACES TO AL-DESCRICAO.
           MOVE SPACES TO MENS
           IF W-CONTRA-ACAO = "B"
              STRING "* BLOQUEADO, ALERGIA " W-CONTRA-ALE " "
                     AL-DESCRICAO DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           STRING "* ATENCAO: ALERGIA " W-CONTRA-ALE " "
                  AL-DESCRICAO DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R6J.
           ACCEPT(13, 30) RC-JUSTIF WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF RC-JUSTIF = SPACES
              MOVE "* SEM JUSTIFICATIVA O MEDICAMENTO NAO ENTRA *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT(10, 30) RC-POSOLOGIA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF FM-LISTA = SPACES
              GO TO INC-OPC.

      *------[ CONTROLADO: IDENTIFICACAO DO COMPRADOR ]-----------------
      * O COMPRADOR DA VISITA FICA NA TELA PARA O PROXIMO CONTROLADO
       R9.
           DISPLAY (15, 30) FM-LISTA
           IF CT-COMP-NOME = SPACES
              MOVE NOMEP TO CT-COMP-NOME.
           IF CT-COMP-FONE = ZEROS
              MOVE TELEFONE TO CT-COMP-FONE.
           ACCEPT(16, 30) CT-COMP-NOME WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF CT-COMP-NOME = SPACES
              MOVE "*** NOME DO COMPRADOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
           ACCEPT(17, 30) CT-COMP-DOC WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF CT-COMP-DOC = SPACES
              MOVE "*** DOCUMENTO DO COMPRADOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.

       R11.
           ACCEPT(18, 30) CT-COMP-ENDER WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF CT-COMP-ENDER = SPACES
              MOVE "*** ENDERECO DO COMPRADOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

       R12.
           ACCEPT(19, 30) CT-COMP-FONE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.

       INC-OPC.
           MOVE "S" TO W-OPCAO
              GO TO INC-OPC.
       INC-WR1.
           MOVE 1 TO RC-SEQ
           ACCEPT DATA-CADASTRO OF REGRECMED FROM DATE YYYYMMDD
           IF FM-LISTA = SPACES
              GO TO INC-WR2.
      *------[ NUMERO DA RECEITA CONTROLADA SAI DO DISPENSADOR ]--------
       INC-NUM.
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           IF W-NUM-RETORNO = ZEROS
              MOVE "ERRO NO DISPENSADOR DE NUMEROS (CADNUMERO)"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-NUM-RETORNO TO CT-NUMERO
           READ CADCONTROL
           IF ST-ERRO-CTL = "00"
              GO TO INC-NUM.
           MOVE W-NUM-RETORNO TO RC-NUM-CONTROLE.
       INC-WR2.
           WRITE REGRECMED
           IF ST-ERRO = "22"
              ADD 1 TO RC-SEQ
              IF RC-SEQ < 99
                 GO TO INC-WR2.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECMED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF RC-NUM-CONTROLE = ZEROS
              MOVE "*** MEDICAMENTO PRESCRITO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       INC-WR3.
           MOVE RC-NUM-CONTROLE TO CT-NUMERO
           MOVE RC-CHAVE TO CT-RECEITA
           MOVE RC-MEDICAMENTO TO CT-MEDICAMENTO
           MOVE FM-LISTA TO CT-LISTA
           MOVE AG-CPF TO CT-CPF
           MOVE W-OPERADOR-LOGADO TO CT-OPERADOR
           ACCEPT DATA-CADASTRO OF REGCONTROL FROM DATE YYYYMMDD
           WRITE REGCONTROL
           IF ST-ERRO-CTL NOT = "00" AND ST-ERRO-CTL NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCONTROL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM IMP-CONTROLE THRU IMP-CONTROLE-FIM
           GO TO R5.

      *------[ MEDICAMENTO ZERADO: OFERECE IMPRIMIR A RECEITA ]---------
       IMP-OPC.
           IF ST-ERRO-FRM NOT = "00"
              MOVE "MEDICAMENTO NAO CADASTRADO" TO FM-NOME
              MOVE SPACES TO FM-APRESENT.
           IF RC-NUM-CONTROLE NOT = ZEROS
              MOVE SPACES TO LINHA-RCT
              STRING "  " RC-SEQ ") " FM-NOME
                     " VIDE RECEITA DE CONTROLE ESPECIAL NO. "
                     RC-NUM-CONTROLE DELIMITED BY SIZE INTO LINHA-RCT
              WRITE LINHA-RCT
              ADD 1 TO W-TOT-IMP
              GO TO IMP-R2.
           MOVE SPACES TO LINHA-RCT
           STRING "  " RC-SEQ ") " FM-NOME " " FM-APRESENT
                  DELIMITED BY SIZE INTO LINHA-RCT
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *****************************************
      * RECEITA DE CONTROLE ESPECIAL, 2 VIAS  *
      *****************************************
       IMP-CONTROLE.
           MOVE "SMP037" TO W-PROG-SPOOL
           MOVE SPACES TO WS-NOME-RCT
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-RCT
           IF WS-NOME-RCT = SPACES
              MOVE "RECCONTROLE.TXT" TO WS-NOME-RCT.
           OPEN OUTPUT RECEITA
           IF ST-ERRO-RCT NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RECEITA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-CONTROLE-FIM.
           MOVE CT-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE CT-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO NOMEP.
           MOVE 1 TO W-VIA.
       IMP-CONTROLE1.
           MOVE SPACES TO LINHA-RCT
           STRING "RECEITUARIO DE CONTROLE ESPECIAL"
                  "                    NO. " CT-NUMERO
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           IF W-VIA = 1
              MOVE "1A VIA - RETENCAO DA FARMACIA OU DROGARIA"
                TO LINHA-RCT
           ELSE
              MOVE "2A VIA - ORIENTACAO AO PACIENTE" TO LINHA-RCT.
           WRITE LINHA-RCT
           MOVE ALL "-" TO LINHA-RCT
           WRITE LINHA-RCT
           MOVE "IDENTIFICACAO DO EMITENTE" TO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           STRING "  DR(A) " NOME "  CRM " CT-CRM
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           STRING "PACIENTE: " NOMEP "  CPF " CT-CPF
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           STRING "PRESCRICAO (LISTA " CT-LISTA "):"
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           STRING "  " FM-NOME " " FM-APRESENT
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           STRING "     " RC-POSOLOGIA "  POR " RC-DURACAO " DIAS"
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           STRING "DATA DA EMISSAO: " CT-DATA
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           MOVE "ASSINATURA: ______________________________"
             TO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           WRITE LINHA-RCT
           MOVE "IDENTIFICACAO DO COMPRADOR" TO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           STRING "  NOME: " CT-COMP-NOME "  DOC.: " CT-COMP-DOC
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           STRING "  ENDERECO: " CT-COMP-ENDER
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           STRING "  TELEFONE: " CT-COMP-FONE
                  DELIMITED BY SIZE INTO LINHA-RCT
           WRITE LINHA-RCT
           MOVE "IDENTIFICACAO DO FORNECEDOR: ____________________"
             TO LINHA-RCT
           WRITE LINHA-RCT
           MOVE ALL "=" TO LINHA-RCT
           WRITE LINHA-RCT
           MOVE SPACES TO LINHA-RCT
           WRITE LINHA-RCT
           IF W-VIA = 1
              MOVE 2 TO W-VIA
              GO TO IMP-CONTROLE1.
           CLOSE RECEITA
           MOVE SPACES TO MENS
           STRING "* RECEITA CONTROLADA " CT-NUMERO " EM "
                  WS-NOME-RCT DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMP-CONTROLE-FIM.
           EXIT.

      *------[ ALERGIA DO PACIENTE X MEDICAMENTO OU SUA CLASSE ]--------
      * B (BLOQUEIO) PREVALECE SOBRE A (AVISO) QUANDO HOUVER OS DOIS
       CHECA-ALERGIA.
           MOVE SPACES TO W-CONTRA-ACAO
           MOVE ZEROS TO W-CONTRA-ALE
           IF W-CON-ABERTO = "N"
              GO TO CHECA-ALERGIA-FIM.
           MOVE 1 TO W-IA.
       CHECA-ALERGIA1.
           IF W-IA > 5
              GO TO CHECA-ALERGIA-FIM.
           IF W-ALERG-PAC (W-IA) = ZEROS
              GO TO CHECA-ALERGIA2.
           MOVE W-ALERG-PAC (W-IA) TO CI-ALERGIA
           MOVE "M" TO CI-TIPO
           MOVE FM-CODIGO TO CI-CODIGO
           READ CADCONTRA
           IF ST-ERRO-CON = "00"
              PERFORM CHECA-ANOTA THRU CHECA-ANOTA-FIM.
           IF FM-CLASSE = ZEROS
              GO TO CHECA-ALERGIA2.
           MOVE W-ALERG-PAC (W-IA) TO CI-ALERGIA
           MOVE "C" TO CI-TIPO
           MOVE FM-CLASSE TO CI-CODIGO
           READ CADCONTRA
           IF ST-ERRO-CON = "00"
              PERFORM CHECA-ANOTA THRU CHECA-ANOTA-FIM.
       CHECA-ALERGIA2.
           IF W-IA < 5
              ADD 1 TO W-IA
              GO TO CHECA-ALERGIA1.
       CHECA-ALERGIA-FIM.
           EXIT.

       CHECA-ANOTA.
           IF W-CONTRA-ACAO = "B"
              GO TO CHECA-ANOTA-FIM.
           IF CI-ACAO = "B"
              MOVE "B" TO W-CONTRA-ACAO
              MOVE CI-ALERGIA TO W-CONTRA-ALE
              GO TO CHECA-ANOTA-FIM.
           IF W-CONTRA-ACAO = SPACES
              MOVE "A" TO W-CONTRA-ACAO
              MOVE CI-ALERGIA TO W-CONTRA-ALE.
       CHECA-ANOTA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADRECMED.
           CLOSE CADAGENDA.
           CLOSE CADFARM.
           CLOSE CADMED.
           CLOSE CADPACI.
           CLOSE CADCONTROL.
           IF W-CON-ABERTO = "S"
              CLOSE CADCONTRA.
           IF W-ALE-ABERTO = "S"
              CLOSE CADALERGIA.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
