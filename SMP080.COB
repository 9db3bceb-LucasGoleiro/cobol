       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP080.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * FECHAMENTO DE PERIODO CONTABIL (CADPERIODO): O SUPERVISOR *
      * FECHA O MES JA APURADO E DECLARADO; DAI EM DIANTE NENHUMA *
      * TELA OU LOTE GRAVA, ALTERA OU EXCLUI FATURA, PAGAMENTO,   *
      * GLOSA, CAIXA, PARCELA, TITULO A PAGAR, ESTORNO OU         *
      * LANCAMENTO DO MEDICO DATADO NELE (PROGPERIODO). O         *
      * FECHAMENTO VALE NA HORA; A REABERTURA E EXCECAO E PASSA   *
      * PELA APROVACAO DUPLA: O PEDIDO VAI PARA O CADAPROV, UM    *
      * SEGUNDO ADMIN LIBERA NO SMP056 E A REABERTURA SO E FEITA  *
      * QUANDO O MES E PEDIDO DE NOVO AQUI. FECHAMENTO E          *
      * REABERTURA FICAM NO CADSECLOG. O MES SO FECHA COM TODAS   *
      * AS LACUNAS DE NUMERACAO DELE (CADSEQJUS, APONTADAS PELO   *
      * LOTESEQ) JUSTIFICADAS NO SMP086                           *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPERIODO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PE-COMPET
                     FILE STATUS IS ST-ERRO.

       SELECT CADAPROV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AV-NUMERO
                     FILE STATUS IS ST-ERRO-APR.

       SELECT CADSEQJUS ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SJ-CHAVE
                     FILE STATUS IS ST-ERRO-SEQ.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPERIODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERIODO.DAT".
           COPY REGPERIODO.

       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
           COPY REGAPROV.

       FD CADSEQJUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQJUS.DAT".
           COPY REGSEQJUS.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-APR   PIC X(02) VALUE "00".
       01 ST-ERRO-SEQ   PIC X(02) VALUE "00".
       01 W-LACUNA      PIC X(01) VALUE "N".
       01 W-SEQ-COMPET  PIC 9(06) VALUE ZEROS.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-NOVO        PIC X(01) VALUE "N".
       01 W-SITUACAO    PIC X(01) VALUE SPACES.
       01 W-ANO         PIC 9(04) VALUE ZEROS.
       01 W-MES         PIC 9(02) VALUE ZEROS.
       01 W-APROVADO    PIC X(01) VALUE "N".
       01 W-PENDENTE    PIC X(01) VALUE "N".
       01 W-LOG-EVENTO  PIC X(01) VALUE SPACES.
       01 W-LOG-DETALHE PIC X(20) VALUE SPACES.
       01 W-NUM-SERIE   PIC X(10) VALUE "APROVACAO".
       01 W-NUM-MINIMO  PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** FECHAMENTO DE PERIODO CONTABIL ***".
           05  LINE 03 COLUMN 01 VALUE  "COMPETENCIA (AAAAMM)     :".
           05  LINE 04 COLUMN 01 VALUE  "SITUACAO ATUAL           :".
           05  LINE 04 COLUMN 31 VALUE  "A=ABERTO F=FECHADO".
           05  LINE 05 COLUMN 01 VALUE  "FECHADO POR / EM         :".
           05  LINE 06 COLUMN 01 VALUE  "REABERTO POR / EM        :".
           05  LINE 07 COLUMN 01 VALUE  "LIBERACAO DA REABERTURA  :".
           05  LINE 09 COLUMN 01 VALUE  "NOVA SITUACAO (A/F)      :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADPERIODO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPERIODO
                 CLOSE CADPERIODO
                 MOVE "*** ARQUIVO CADPERIODO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPERIODO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R1.
           MOVE ZEROS TO PE-COMPET
           MOVE SPACES TO W-SITUACAO
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) PE-COMPET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           DIVIDE PE-COMPET BY 100 GIVING W-ANO REMAINDER W-MES
           IF PE-COMPET < 190001 OR W-MES < 01 OR W-MES > 12
              MOVE "*** COMPETENCIA INVALIDA (AAAAMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       LER-CADPERIODO.
           MOVE "N" TO W-NOVO
           READ CADPERIODO
           IF ST-ERRO = "23"
              MOVE "S" TO W-NOVO
              MOVE "A" TO PE-SITUACAO
              MOVE SPACES TO PE-OPER-FECHA PE-OPER-REABRE
              MOVE ZEROS TO PE-DATA-FECHA PE-DATA-REABRE
                            PE-APROVACAO
              MOVE ZEROS TO DATA-CADASTRO OF REGPERIODO
              GO TO R2A.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADPERIODO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R2A.
           DISPLAY (04, 28) PE-SITUACAO
           DISPLAY (05, 28) PE-OPER-FECHA
           DISPLAY (05, 38) PE-DATA-FECHA
           DISPLAY (06, 28) PE-OPER-REABRE
           DISPLAY (06, 38) PE-DATA-REABRE
           DISPLAY (07, 28) PE-APROVACAO.

       R3.
           ACCEPT(09, 28) W-SITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-SITUACAO = "a"
              MOVE "A" TO W-SITUACAO.
           IF W-SITUACAO = "f"
              MOVE "F" TO W-SITUACAO.
           IF W-SITUACAO NOT = "A" AND W-SITUACAO NOT = "F"
              MOVE "*** SITUACAO: A=ABERTO OU F=FECHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-SITUACAO = PE-SITUACAO
              MOVE "*** O MES JA ESTA NESSA SITUACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R4.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** SITUACAO NAO ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-SITUACAO = "A"
              GO TO R6.

      *------[ FECHAMENTO: VALE NA HORA ]-------------------------------
       R5.
           PERFORM TESTA-LACUNA THRU TESTA-LACUNA-FIM
           IF W-LACUNA = "S"
              MOVE "* LACUNA DE NUMERACAO SEM JUSTIFICATIVA (SMP086) *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "F" TO PE-SITUACAO
           MOVE W-OPERADOR-LOGADO TO PE-OPER-FECHA
           ACCEPT PE-DATA-FECHA FROM DATE YYYYMMDD
           MOVE SPACES TO W-LOG-DETALHE
           STRING "FECHA PERIODO " PE-COMPET DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           GO TO GRAVA.

      *------[ REABERTURA: SO COM APROVACAO DUPLA ]---------------------
       R6.
           PERFORM TESTA-APROVACAO THRU TESTA-APROVACAO-FIM
           IF W-APROVADO = "N"
              MOVE "* PEDIDO PENDENTE: ADMIN LIBERA NO SMP056 *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "A" TO PE-SITUACAO
           MOVE W-OPERADOR-LOGADO TO PE-OPER-REABRE
           ACCEPT PE-DATA-REABRE FROM DATE YYYYMMDD
           MOVE W-NUM-RETORNO TO PE-APROVACAO
           MOVE SPACES TO W-LOG-DETALHE
           STRING "REABRE PERIODO " PE-COMPET DELIMITED BY SIZE
                  INTO W-LOG-DETALHE.

       GRAVA.
           IF W-NOVO = "S"
              ACCEPT DATA-CADASTRO OF REGPERIODO FROM DATE YYYYMMDD
              WRITE REGPERIODO
           ELSE
              REWRITE REGPERIODO.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPERIODO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "O" TO W-LOG-EVENTO
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE
           IF PE-SITUACAO = "F"
              MOVE "*** MES FECHADO ***" TO MENS
           ELSE
              MOVE "*** MES REABERTO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ PROCURA LIBERACAO DO MES; SEM ELA, DEIXA O PEDIDO ]------
      *------[ NA FILA (UM SO PEDIDO PENDENTE POR MES)           ]------
       TESTA-APROVACAO.
           MOVE "N" TO W-APROVADO
           MOVE "N" TO W-PENDENTE
           OPEN I-O CADAPROV
           IF ST-ERRO-APR NOT = "00"
              IF ST-ERRO-APR = "30"
                 OPEN OUTPUT CADAPROV
                 CLOSE CADAPROV
                 OPEN I-O CADAPROV
              ELSE
                 GO TO TESTA-APROVACAO-FIM.
           IF ST-ERRO-APR NOT = "00"
              GO TO TESTA-APROVACAO-FIM.
           MOVE ZEROS TO AV-NUMERO
           START CADAPROV KEY IS NOT LESS THAN AV-NUMERO
           IF ST-ERRO-APR NOT = "00"
              GO TO TESTA-GRAVA-PEDIDO.
       TESTA-APROVACAO1.
           READ CADAPROV NEXT RECORD
           IF ST-ERRO-APR NOT = "00"
              GO TO TESTA-GRAVA-PEDIDO.
           IF AV-PROGRAMA NOT = "SMP080"
              GO TO TESTA-APROVACAO1.
           IF AV-NUM1 NOT = PE-COMPET
              GO TO TESTA-APROVACAO1.
           IF AV-SITUACAO = "P"
              MOVE "S" TO W-PENDENTE.
           IF AV-SITUACAO NOT = "A"
              GO TO TESTA-APROVACAO1.
      *    LIBERADO: EXECUTA E LOGA AS DUAS IDENTIDADES
           MOVE "E" TO AV-SITUACAO
           REWRITE REGAPROV
           MOVE "S" TO W-APROVADO
           MOVE AV-NUMERO TO W-NUM-RETORNO
           MOVE "O" TO W-LOG-EVENTO
           MOVE SPACES TO W-LOG-DETALHE
           STRING "SMP080 EXEC " AV-NUMERO DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE
           MOVE SPACES TO W-LOG-DETALHE
           STRING "SMP080 APROV " AV-NUMERO DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO AV-OPER-DECISAO
                                   W-LOG-DETALHE
           GO TO TESTA-APROVACAO-ENC.
       TESTA-GRAVA-PEDIDO.
           IF W-PENDENTE = "S"
              GO TO TESTA-APROVACAO-ENC.
           MOVE ZEROS TO W-NUM-MINIMO
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           MOVE W-NUM-RETORNO TO AV-NUMERO
           MOVE "SMP080" TO AV-PROGRAMA
           MOVE SPACES TO AV-DESCRICAO
           STRING "REABERTURA DO PERIODO CONTABIL " PE-COMPET
                  DELIMITED BY SIZE INTO AV-DESCRICAO
           MOVE PE-COMPET TO AV-NUM1
           MOVE ZEROS TO AV-NUM2 AV-NUM3
           MOVE "P" TO AV-SITUACAO
           MOVE W-OPERADOR-LOGADO TO AV-OPER-PEDIDO
           MOVE SPACES TO AV-OPER-DECISAO
           MOVE ZEROS TO AV-DATA-DECISAO
           ACCEPT DATA-CADASTRO OF REGAPROV FROM DATE YYYYMMDD
           WRITE REGAPROV
           IF ST-ERRO-APR NOT = "00" AND ST-ERRO-APR NOT = "02"
              MOVE "ERRO NA GRAVACAO DO PEDIDO DE APROVACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TESTA-APROVACAO-ENC.
           CLOSE CADAPROV.
       TESTA-APROVACAO-FIM.
           EXIT.

      *------[ LACUNA DE NUMERACAO PENDENTE NO MES A FECHAR? ]----------
       TESTA-LACUNA.
           MOVE "N" TO W-LACUNA
           OPEN INPUT CADSEQJUS
           IF ST-ERRO-SEQ NOT = "00"
              GO TO TESTA-LACUNA-FIM.
           MOVE LOW-VALUES TO SJ-CHAVE
           START CADSEQJUS KEY IS NOT LESS THAN SJ-CHAVE
           IF ST-ERRO-SEQ NOT = "00"
              GO TO TESTA-LACUNA-ENC.
       TESTA-LACUNA1.
           READ CADSEQJUS NEXT RECORD
           IF ST-ERRO-SEQ NOT = "00"
              GO TO TESTA-LACUNA-ENC.
           IF SJ-SITUACAO NOT = "P"
              GO TO TESTA-LACUNA1.
           DIVIDE SJ-DATA-REF BY 100 GIVING W-SEQ-COMPET
           IF W-SEQ-COMPET NOT = PE-COMPET
              GO TO TESTA-LACUNA1.
           MOVE "S" TO W-LACUNA.
       TESTA-LACUNA-ENC.
           CLOSE CADSEQJUS.
       TESTA-LACUNA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPERIODO.
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
