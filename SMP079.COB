       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP079.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * MAPEAMENTO CONTABIL DOS EVENTOS (CADCTBEVT): PARA CADA    *
      * EVENTO DO NEGOCIO (FATURA, PAGAMENTO DO CONVENIO, GLOSA,  *
      * ESTORNO, CAIXA, CONTAS A PAGAR E CONTA-CORRENTE DO        *
      * MEDICO) A CONTA A DEBITAR, A CONTA A CREDITAR (AMBAS      *
      * ATIVAS NO PLANO DE CONTAS DO SMP078) E O HISTORICO DO     *
      * LANCAMENTO QUE O LOTECTB EXPORTA PARA A CONTABILIDADE. NO *
      * TITULO DE FORNECEDOR (APTI) A CATEGORIA DE DESPESA PODE   *
      * TER REGRA PROPRIA; A CATEGORIA 00 E A REGRA PADRAO. O     *
      * SINAL DE ORCAMENTO DEVOLVIDO NO CAIXA SAI NO EVENTO CXDV  *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCTBEVT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EV-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADCONTA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CT-CODIGO
                     FILE STATUS IS ST-ERRO-CTA.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCTBEVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTBEVT.DAT".
           COPY REGCTBEVT.

       FD CADCONTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTA.DAT".
           COPY REGCONTA.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-CTA   PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-CONTA-TESTE PIC X(12) VALUE SPACES.
       01 W-CONTA-OK    PIC X(01) VALUE "N".
       01 W-CONTA-DESC  PIC X(30) VALUE SPACES.

      *------[ EVENTOS QUE O LOTECTB CONTABILIZA ]----------------------
       01 TAB-EVENTOS-DADOS.
           03 FILLER PIC X(34) VALUE "FTCVFATURA - PARTE DO CONVENIO".
           03 FILLER PIC X(34) VALUE "FTPAFATURA - PARTE DO PACIENTE".
           03 FILLER PIC X(34) VALUE "PGCVRECEBIDO DO CONVENIO".
           03 FILLER PIC X(34) VALUE "RTIRIR RETIDO PELO CONVENIO".
           03 FILLER PIC X(34) VALUE "RTPIPIS RETIDO PELO CONVENIO".
           03 FILLER PIC X(34) VALUE "RTCOCOFINS RETIDA PELO CONVENIO".
           03 FILLER PIC X(34) VALUE "RTCSCSLL RETIDA PELO CONVENIO".
           03 FILLER PIC X(34) VALUE "GLOSGLOSA ACEITA COMO PERDA".
           03 FILLER PIC X(34) VALUE "ESTOESTORNO DE FATURA".
           03 FILLER PIC X(34) VALUE "CXDICAIXA - DINHEIRO".
           03 FILLER PIC X(34) VALUE "CXCACAIXA - CARTAO".
           03 FILLER PIC X(34) VALUE "CXPICAIXA - PIX".
           03 FILLER PIC X(34) VALUE "APTITITULO DE FORNECEDOR".
           03 FILLER PIC X(34) VALUE "APPGPAGAMENTO DE FORNECEDOR".
           03 FILLER PIC X(34) VALUE "MEDRREPASSE AO MEDICO".
           03 FILLER PIC X(34) VALUE "MEDAADIANTAMENTO AO MEDICO".
           03 FILLER PIC X(34) VALUE "MEDIIRRF RETIDO DO MEDICO".
           03 FILLER PIC X(34) VALUE "MEDSISS RETIDO DO MEDICO".
           03 FILLER PIC X(34) VALUE "MEDUUSO DE SALA PELO MEDICO".
           03 FILLER PIC X(34) VALUE "MEDOOUTROS DEBITOS DO MEDICO".
           03 FILLER PIC X(34) VALUE "CXDVCAIXA - DEVOLUCAO DE SINAL".
       01 TAB-EVENTOS REDEFINES TAB-EVENTOS-DADOS.
           03 TB-EVENTO OCCURS 21 TIMES.
               05 TB-EV-CODIGO  PIC X(04).
               05 TB-EV-DESC    PIC X(30).

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** MAPEAMENTO CONTABIL DOS EVENTOS ***".
           05  LINE 03 COLUMN 01 VALUE  "EVENTO                   :".
           05  LINE 04 COLUMN 01 VALUE  "CATEGORIA (SO APTI)      :".
           05  LINE 04 COLUMN 34 VALUE  "00=PADRAO DO EVENTO".
           05  LINE 05 COLUMN 01 VALUE  "CONTA A DEBITAR          :".
           05  LINE 06 COLUMN 01 VALUE  "CONTA A CREDITAR         :".
           05  LINE 07 COLUMN 01 VALUE  "HISTORICO                :".
           05  LINE 09 COLUMN 01 VALUE
           "FTCV FTPA PGCV RTIR RTPI RTCO RTCS GLOS ESTO CXDI".
           05  LINE 10 COLUMN 01 VALUE
           "CXCA CXPI APTI APPG MEDR MEDA MEDI MEDS MEDU MEDO".
           05  LINE 11 COLUMN 01 VALUE "CXDV".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADCTBEVT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCTBEVT
                 CLOSE CADCTBEVT
                 MOVE "*** ARQUIVO CADCTBEVT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTBEVT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADCONTA
           IF ST-ERRO-CTA NOT = "00"
              MOVE "*** CADASTRE O PLANO DE CONTAS (SMP078) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCTBEVT
              GO TO ROT-FIM-SEMARQ.

       R1.
           MOVE ZEROS TO EV-COMPL W-SEL DATA-CADASTRO OF REGCTBEVT
           MOVE SPACES TO EV-EVENTO EV-CONTA-DEB EV-CONTA-CRED
                          EV-HISTORICO
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) EV-EVENTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE 1 TO W-IND.
       R2-EVENTO.
           IF TB-EV-CODIGO (W-IND) = EV-EVENTO
              DISPLAY (03, 34) TB-EV-DESC (W-IND)
              GO TO R3.
           ADD 1 TO W-IND
           IF W-IND NOT > 21
              GO TO R2-EVENTO.
           MOVE "*** EVENTO INVALIDO: VEJA A LISTA ABAIXO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.

       R3.
           IF EV-EVENTO NOT = "APTI"
              MOVE ZEROS TO EV-COMPL
              DISPLAY (04, 28) EV-COMPL
              GO TO LER-CADCTBEVT.
           ACCEPT(04, 28) EV-COMPL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       LER-CADCTBEVT.
           READ CADCTBEVT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 MOVE EV-CONTA-DEB TO W-CONTA-TESTE
                 PERFORM TESTA-CONTA THRU TESTA-CONTA-FIM
                 DISPLAY (05, 28) EV-CONTA-DEB
                 DISPLAY (05, 42) W-CONTA-DESC
                 MOVE EV-CONTA-CRED TO W-CONTA-TESTE
                 PERFORM TESTA-CONTA THRU TESTA-CONTA-FIM
                 DISPLAY (06, 28) EV-CONTA-CRED
                 DISPLAY (06, 42) W-CONTA-DESC
                 DISPLAY (07, 28) EV-HISTORICO
                 MOVE "*** REGRA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADCTBEVT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R4.
           ACCEPT(05, 28) EV-CONTA-DEB WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE EV-CONTA-DEB TO W-CONTA-TESTE
           PERFORM TESTA-CONTA THRU TESTA-CONTA-FIM
           DISPLAY (05, 42) W-CONTA-DESC
           IF W-CONTA-OK = "N"
              MOVE "*** CONTA NAO CADASTRADA OU DESATIVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(06, 28) EV-CONTA-CRED WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE EV-CONTA-CRED TO W-CONTA-TESTE
           PERFORM TESTA-CONTA THRU TESTA-CONTA-FIM
           DISPLAY (06, 42) W-CONTA-DESC
           IF W-CONTA-OK = "N"
              MOVE "*** CONTA NAO CADASTRADA OU DESATIVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF EV-CONTA-CRED = EV-CONTA-DEB
              MOVE "*** DEBITO E CREDITO NA MESMA CONTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) EV-HISTORICO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF EV-HISTORICO = SPACES
              MOVE TB-EV-DESC (W-IND) TO EV-HISTORICO
              DISPLAY (07, 28) EV-HISTORICO.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           ACCEPT DATA-CADASTRO OF REGCTBEVT FROM DATE YYYYMMDD
           WRITE REGCTBEVT
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGRA CONTABIL GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCTBEVT" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E" GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1
           ELSE
              IF W-OPCAO = "A"
                 MOVE 1 TO W-SEL
                 GO TO R4
              ELSE
                 GO TO EXC-OPC.

       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           DELETE CADCTBEVT RECORD
           IF ST-ERRO = "00"
              MOVE "*** REGRA EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGCTBEVT
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DA REGRA CONTABIL" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ CONTA DO PLANO: EXISTE E ESTA ATIVA ]--------------------
       TESTA-CONTA.
           MOVE "N" TO W-CONTA-OK
           MOVE SPACES TO W-CONTA-DESC
           MOVE W-CONTA-TESTE TO CT-CODIGO
           READ CADCONTA
           IF ST-ERRO-CTA NOT = "00"
              MOVE "** NAO CADASTRADA **" TO W-CONTA-DESC
              GO TO TESTA-CONTA-FIM.
           MOVE CT-DESCRICAO TO W-CONTA-DESC
           IF CT-ATIVA = "N"
              MOVE "** DESATIVADA **" TO W-CONTA-DESC
              GO TO TESTA-CONTA-FIM.
           MOVE "S" TO W-CONTA-OK.
       TESTA-CONTA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADCTBEVT.
           CLOSE CADCONTA.
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
