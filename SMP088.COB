       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP088.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * TRANSFERENCIA DE INSUMOS ENTRE FILIAIS (CADTRANSF E       *
      * CADTRFIT), NO MOLDE DO PEDIDO DE COMPRA DO SMP087: A      *
      * ORIGEM DIGITA OS ITENS (SO CABE O QUE TEM NO SALDO DA     *
      * FILIAL, CADESTFIL) E DESPACHA; A QUANTIDADE SAI DA ORIGEM *
      * E FICA EM TRANSITO NO DESTINO ATE O RECEBIMENTO, QUE      *
      * LANCA O QUE CHEGOU DE CADA ITEM. O QUE NAO CHEGOU E PERDA *
      * NO TRANSPORTE E SAI DO EQ-SALDO. O EQ-SALDO NAO MUDA NA   *
      * TRANSFERENCIA EM SI (O TRANSITO AINDA E DA CLINICA).      *
      * FOI NO CARRO DA CLINICA? O DESPACHO PEDE A PLACA E AMARRA *
      * A VIAGEM DO DIA NO CADVIAGEM (SMP060). SO RECEBE QUEM E   *
      * DA FILIAL DE DESTINO; SO CANCELA ANTES DO DESPACHO. O     *
      * RELTRANSF COBRA O QUE NAO CHEGOU EM DOIS DIAS UTEIS       *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADTRANSF ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TF-NUMERO
                     FILE STATUS IS ST-ERRO.

       SELECT CADTRFIT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TI-CHAVE
                     FILE STATUS IS ST-ERRO-TIT.

       SELECT CADESTOQ ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EQ-CODIGO
                     FILE STATUS IS ST-ERRO-EST.

       SELECT CADFILIAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FL-CODIGO
                     FILE STATUS IS ST-ERRO-FIL.

       SELECT CADVIAGEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VG-CHAVE
                     FILE STATUS IS ST-ERRO-VIA.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRANSF.DAT".
           COPY REGTRANSF.

       FD CADTRFIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRFIT.DAT".
           COPY REGTRFIT.

       FD CADESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
           COPY REGESTOQ.

       FD CADFILIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFILIAL.DAT".
           COPY REGFILIAL.

       FD CADVIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIAGEM.DAT".
           COPY REGVIAGEM.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-TIT   PIC X(02) VALUE "00".
       01 ST-ERRO-EST   PIC X(02) VALUE "00".
       01 ST-ERRO-FIL   PIC X(02) VALUE "00".
       01 ST-ERRO-VIA   PIC X(02) VALUE "00".
       01 W-VIA-ABERTO  PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-ULT-SEQ     PIC 9(02) VALUE ZEROS.
       01 W-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-PERDA       PIC 9(06) VALUE ZEROS.
       01 W-I           PIC 9(02) VALUE ZEROS.
       01 W-PLACA       PIC X(07) VALUE SPACES.
       01 W-NOVA-ORIGEM PIC 9(02) VALUE ZEROS.
       01 W-NOVO-DESTINO PIC 9(02) VALUE ZEROS.
       01 W-SIT-DESC    PIC X(20) VALUE SPACES.
       01 W-NUM-SERIE   PIC X(10) VALUE "TRANSF".
       01 W-NUM-MINIMO  PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO PIC 9(08) VALUE ZEROS.
       01 W-EF-ACAO     PIC X(01) VALUE "C".
       01 W-EF-FILIAL   PIC 9(02) VALUE ZEROS.
       01 W-EF-QTD      PIC 9(06) VALUE ZEROS.
       01 W-EF-BASE     PIC 9(06) VALUE ZEROS.
       01 W-EF-SALDO    PIC 9(06) VALUE ZEROS.
       01 W-FILIAL-LOGADA PIC 9(02) IS EXTERNAL VALUE ZEROS.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *    QUANTIDADES QUE CHEGARAM, POR SEQ DO ITEM, SO APLICADAS
      *    DEPOIS DO RECEBIMENTO CONFIRMADO
       01 W-QTD-REC     PIC 9(02) VALUE ZEROS.
       01 TAB-REC.
           03 TR-OCORR OCCURS 99 TIMES.
               05 TR-SEQ        PIC 9(02).
               05 TR-QTD        PIC 9(06).

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** TRANSFERENCIA ENTRE FILIAIS ***".
           05  LINE 03 COLUMN 01 VALUE  "NUMERO (0=NOVA)          :".
           05  LINE 04 COLUMN 01 VALUE  "FILIAL DE ORIGEM         :".
           05  LINE 05 COLUMN 01 VALUE  "FILIAL DE DESTINO        :".
           05  LINE 06 COLUMN 01 VALUE  "SITUACAO                 :".
           05  LINE 07 COLUMN 01 VALUE  "EMISSAO / DESPACHO / POR :".
           05  LINE 08 COLUMN 01 VALUE  "RECEBIDA EM / POR        :".
           05  LINE 09 COLUMN 01 VALUE  "VIAGEM (PLACA/SAIDA)     :".
           05  LINE 10 COLUMN 01 VALUE  "SQ ITEM DESCRICAO".
           05  LINE 10 COLUMN 35 VALUE  "ENVIADO  RECEB.".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN I-O CADTRANSF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTRANSF
                 CLOSE CADTRANSF
                 MOVE "*** ARQUIVO CADTRANSF FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRANSF" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM-SEMARQ
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADTRFIT
           IF ST-ERRO-TIT NOT = "00"
              IF ST-ERRO-TIT = "30"
                 OPEN OUTPUT CADTRFIT
                 CLOSE CADTRFIT
                 MOVE "*** ARQUIVO CADTRFIT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADTRFIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADTRANSF
                 GO TO ROT-FIM-SEMARQ
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "*** ARQUIVO CADESTOQ NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRANSF
              CLOSE CADTRFIT
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL NOT = "00"
              MOVE "*** ARQUIVO CADFILIAL NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADTRANSF
              CLOSE CADTRFIT
              CLOSE CADESTOQ
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADVIAGEM
           IF ST-ERRO-VIA = "00"
              MOVE "S" TO W-VIA-ABERTO.

       R1.
           MOVE ZEROS TO TF-NUMERO TF-ORIGEM TF-DESTINO TF-EMISSAO
                         TF-DESPACHO TF-RECEBIDA TF-VG-DATA
                         TF-VG-HORA
           MOVE SPACES TO TF-SITUACAO TF-OPER-DESP TF-OPER-REC
                          TF-PLACA
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) TF-NUMERO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF TF-NUMERO = ZEROS
              GO TO NOVO-1.
       LER-CADTRANSF.
           READ CADTRANSF
           IF ST-ERRO = "23"
              MOVE "*** TRANSFERENCIA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADTRANSF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-TRANSF THRU MOSTRA-TRANSF-FIM.

      *****************************************
      * EDICAO / DESPACHO / RECEBIMENTO       *
      *****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVA I=INCL A=ALTERA D=DESPACHA R=RECEBE C=CANCELA"
           ACCEPT (23, 65) W-OPCAO
           DISPLAY (23, 12)
                "                                                     "
           IF W-OPCAO = "N" OR W-OPCAO = "n"
              GO TO R1.
           IF W-OPCAO = "I" OR W-OPCAO = "i"
              GO TO INC-IT.
           IF W-OPCAO = "A" OR W-OPCAO = "a"
              GO TO ALT-IT.
           IF W-OPCAO = "D" OR W-OPCAO = "d"
              GO TO DES-1.
           IF W-OPCAO = "R" OR W-OPCAO = "r"
              GO TO REC-1.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              GO TO CAN-1.
           GO TO ACE-001.

      *------[ TRANSFERENCIA NOVA: ORIGEM E DESTINO ]-------------------
       NOVO-1.
           MOVE W-FILIAL-LOGADA TO TF-ORIGEM
           ACCEPT(04, 28) TF-ORIGEM WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE TF-ORIGEM TO FL-CODIGO
           PERFORM LE-FILIAL THRU LE-FILIAL-FIM
           IF ST-ERRO-FIL NOT = "00"
              GO TO NOVO-1.
           DISPLAY (04, 34) FL-NOME.

       NOVO-2.
           ACCEPT(05, 28) TF-DESTINO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO NOVO-1.
           IF TF-DESTINO = TF-ORIGEM
              MOVE "*** DESTINO IGUAL A ORIGEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-2.
           MOVE TF-DESTINO TO FL-CODIGO
           PERFORM LE-FILIAL THRU LE-FILIAL-FIM
           IF ST-ERRO-FIL NOT = "00"
              GO TO NOVO-2.
           DISPLAY (05, 34) FL-NOME.

       NOVO-OPC.
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
              GO TO NOVO-OPC.
           MOVE TF-ORIGEM TO W-NOVA-ORIGEM
           MOVE TF-DESTINO TO W-NOVO-DESTINO
           PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM
           IF TF-NUMERO = ZEROS
              MOVE "ERRO NO NUMERO DA TRANSFERENCIA (PROGNUMERO)"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-NOVA-ORIGEM TO TF-ORIGEM
           MOVE W-NOVO-DESTINO TO TF-DESTINO
           MOVE "D" TO TF-SITUACAO
           MOVE W-HOJE TO TF-EMISSAO
           MOVE ZEROS TO TF-DESPACHO TF-RECEBIDA TF-VG-DATA
                         TF-VG-HORA
           MOVE SPACES TO TF-OPER-DESP TF-OPER-REC TF-PLACA
           MOVE W-HOJE TO DATA-CADASTRO OF REGTRANSF
           WRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTRANSF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-TRANSF THRU MOSTRA-TRANSF-FIM
           GO TO INC-IT.

      *------[ INCLUSAO DE ITEM: SO O QUE A ORIGEM TEM EM SALDO ]-------
       INC-IT.
           IF TF-SITUACAO NOT = "D"
              MOVE "*** SO A TRANSFERENCIA EM DIGITACAO SE EDITA ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           PERFORM ULTIMO-SEQ THRU ULTIMO-SEQ-FIM
           IF W-ULT-SEQ = 99
              MOVE "*** TRANSFERENCIA JA TEM 99 ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       INC-IT1.
           MOVE ZEROS TO EQ-CODIGO
           DISPLAY (22, 12) "ITEM DO ESTOQUE (0=FIM):"
           ACCEPT (22, 37) EQ-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF W-ACT = 01 OR EQ-CODIGO = ZEROS
              GO TO ACE-001.
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "*** ITEM FORA DO ESTOQUE (SMP053) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-IT1.
           MOVE TF-ORIGEM TO W-EF-FILIAL
           PERFORM SALDO-FILIAL THRU SALDO-FILIAL-FIM
           MOVE ZEROS TO TI-QTD
           DISPLAY (22, 12) EQ-DESCRICAO
           DISPLAY (22, 43) "SALDO" W-EF-SALDO " QTD:"
           ACCEPT (22, 60) TI-QTD
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF TI-QTD = ZEROS
              MOVE "*** QUANTIDADE OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-IT1.
           IF TI-QTD > W-EF-SALDO
              MOVE "*** MAIS QUE O SALDO DA FILIAL DE ORIGEM ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-IT1.
           ADD 1 TO W-ULT-SEQ
           MOVE TF-NUMERO TO TI-NUMERO
           MOVE W-ULT-SEQ TO TI-SEQ
           MOVE EQ-CODIGO TO TI-ITEM
           MOVE ZEROS TO TI-QTD-RECEB
           WRITE REGTRFIT
           IF ST-ERRO-TIT NOT = "00" AND ST-ERRO-TIT NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADTRFIT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-TRANSF THRU MOSTRA-TRANSF-FIM
           IF W-ULT-SEQ < 99
              GO TO INC-IT1.
           GO TO ACE-001.

      *------[ ALTERACAO DE ITEM; QUANTIDADE ZERO TIRA O ITEM ]---------
       ALT-IT.
           IF TF-SITUACAO NOT = "D"
              MOVE "*** SO A TRANSFERENCIA EM DIGITACAO SE EDITA ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE ZEROS TO W-SEQ
           DISPLAY (22, 12) "SEQ DO ITEM:"
           ACCEPT (22, 25) W-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF W-ACT = 01 OR W-SEQ = ZEROS
              GO TO ACE-001.
           MOVE TF-NUMERO TO TI-NUMERO
           MOVE W-SEQ TO TI-SEQ
           READ CADTRFIT
           IF ST-ERRO-TIT NOT = "00"
              MOVE "*** ITEM NAO EXISTE NESTA TRANSFERENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-IT.
           MOVE TI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO
              MOVE ZEROS TO EQ-SALDO.
           MOVE TF-ORIGEM TO W-EF-FILIAL
           PERFORM SALDO-FILIAL THRU SALDO-FILIAL-FIM
           DISPLAY (22, 12) EQ-DESCRICAO
           DISPLAY (22, 43) "SALDO" W-EF-SALDO " QTD:"
           ACCEPT (22, 60) TI-QTD WITH UPDATE
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF TI-QTD > W-EF-SALDO
              MOVE "*** MAIS QUE O SALDO DA FILIAL DE ORIGEM ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-IT.
           IF TI-QTD = ZEROS
              DELETE CADTRFIT RECORD
           ELSE
              REWRITE REGTRFIT.
           IF ST-ERRO-TIT NOT = "00" AND ST-ERRO-TIT NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADTRFIT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-TRANSF THRU MOSTRA-TRANSF-FIM
           GO TO ALT-IT.

      *------[ CANCELAMENTO: SO ANTES DO DESPACHO ]---------------------
       CAN-1.
           IF TF-SITUACAO NOT = "D"
              MOVE "*** TRANSFERENCIA JA DESPACHADA OU ENCERRADA ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       CAN-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELA  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** TRANSFERENCIA NAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-OPC.
           MOVE "C" TO TF-SITUACAO
           REWRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADTRANSF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-TRANSF THRU MOSTRA-TRANSF-FIM
           MOVE "*** TRANSFERENCIA CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *****************************************
      * DESPACHO: DA ORIGEM PARA O TRANSITO   *
      *****************************************
       DES-1.
           IF TF-SITUACAO NOT = "D"
              MOVE "*** TRANSFERENCIA NAO ESTA EM DIGITACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           PERFORM ULTIMO-SEQ THRU ULTIMO-SEQ-FIM
           IF W-QTD-ITENS = ZEROS
              MOVE "*** TRANSFERENCIA SEM ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
      *    O SALDO DA ORIGEM PODE TER MUDADO DESDE A DIGITACAO
           MOVE TF-NUMERO TO TI-NUMERO
           MOVE ZEROS TO TI-SEQ
           START CADTRFIT KEY IS NOT LESS THAN TI-CHAVE
           IF ST-ERRO-TIT NOT = "00"
              GO TO DES-2.
       DES-1A.
           READ CADTRFIT NEXT RECORD
           IF ST-ERRO-TIT NOT = "00"
              GO TO DES-2.
           IF TI-NUMERO NOT = TF-NUMERO
              GO TO DES-2.
           MOVE TI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE ZEROS TO EQ-SALDO.
           MOVE TF-ORIGEM TO W-EF-FILIAL
           PERFORM SALDO-FILIAL THRU SALDO-FILIAL-FIM
           IF TI-QTD NOT > W-EF-SALDO
              GO TO DES-1A.
           MOVE SPACES TO MENS
           STRING "*** SALDO NA ORIGEM NAO COBRE O SEQ " TI-SEQ " ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *    FOI NO CARRO DA CLINICA: A VIAGEM DE HOJE DA PLACA
       DES-2.
           MOVE SPACES TO W-PLACA
           MOVE ZEROS TO TF-VG-DATA TF-VG-HORA
           DISPLAY (22, 12) "PLACA DO CARRO (BRANCO=SEM FROTA):"
           ACCEPT (22, 47) W-PLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF W-ACT = 01
              GO TO ACE-001.
           IF W-PLACA = SPACES
              GO TO DES-OPC.
           IF W-VIA-ABERTO = "N"
              MOVE "*** DIARIO DE VIAGENS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DES-2.
           MOVE W-PLACA TO VG-PLACA
           MOVE W-HOJE TO VG-SAIDA-DATA
           MOVE ZEROS TO VG-SAIDA-HORA
           START CADVIAGEM KEY IS NOT LESS THAN VG-CHAVE
           IF ST-ERRO-VIA NOT = "00"
              GO TO DES-2B.
       DES-2A.
           READ CADVIAGEM NEXT RECORD
           IF ST-ERRO-VIA NOT = "00"
              GO TO DES-2B.
           IF VG-PLACA NOT = W-PLACA OR VG-SAIDA-DATA NOT = W-HOJE
              GO TO DES-2B.
           MOVE VG-SAIDA-DATA TO TF-VG-DATA
           MOVE VG-SAIDA-HORA TO TF-VG-HORA
           GO TO DES-2A.
       DES-2B.
           IF TF-VG-DATA = ZEROS
              MOVE "*** PLACA SEM VIAGEM HOJE NO DIARIO (SMP060) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DES-2.

       DES-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DESPACHA (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** TRANSFERENCIA NAO DESPACHADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DES-OPC.
           MOVE TF-NUMERO TO TI-NUMERO
           MOVE ZEROS TO TI-SEQ
           START CADTRFIT KEY IS NOT LESS THAN TI-CHAVE
           IF ST-ERRO-TIT NOT = "00"
              GO TO DES-4.
       DES-3.
           READ CADTRFIT NEXT RECORD
           IF ST-ERRO-TIT NOT = "00"
              GO TO DES-4.
           IF TI-NUMERO NOT = TF-NUMERO
              GO TO DES-4.
           MOVE TI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE ZEROS TO EQ-SALDO.
           MOVE EQ-SALDO TO W-EF-BASE
           MOVE TI-QTD TO W-EF-QTD
           MOVE "B" TO W-EF-ACAO
           CALL "PROGESTFIL" USING W-EF-ACAO TI-ITEM TF-ORIGEM
                                   W-EF-QTD W-EF-BASE W-EF-SALDO
           MOVE "T" TO W-EF-ACAO
           CALL "PROGESTFIL" USING W-EF-ACAO TI-ITEM TF-DESTINO
                                   W-EF-QTD W-EF-BASE W-EF-SALDO
           GO TO DES-3.
       DES-4.
           MOVE "T" TO TF-SITUACAO
           MOVE W-HOJE TO TF-DESPACHO
           MOVE W-OPERADOR-LOGADO TO TF-OPER-DESP
           MOVE W-PLACA TO TF-PLACA
           REWRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADTRANSF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-TRANSF THRU MOSTRA-TRANSF-FIM
           MOVE "*** DESPACHADA - ITENS EM TRANSITO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *****************************************
      * RECEBIMENTO NA FILIAL DE DESTINO      *
      *****************************************
       REC-1.
           IF TF-SITUACAO NOT = "T"
              MOVE "*** TRANSFERENCIA NAO ESTA EM TRANSITO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-FILIAL-LOGADA NOT = ZEROS
              AND W-FILIAL-LOGADA NOT = TF-DESTINO
              MOVE "*** SO A FILIAL DE DESTINO RECEBE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE ZEROS TO W-QTD-REC
           MOVE TF-NUMERO TO TI-NUMERO
           MOVE ZEROS TO TI-SEQ
           START CADTRFIT KEY IS NOT LESS THAN TI-CHAVE
           IF ST-ERRO-TIT NOT = "00"
              GO TO REC-OPC.
      *    UM ITEM POR VEZ NA LINHA 22; VEM PREENCHIDO COM O ENVIADO
       REC-2.
           READ CADTRFIT NEXT RECORD
           IF ST-ERRO-TIT NOT = "00"
              GO TO REC-OPC.
           IF TI-NUMERO NOT = TF-NUMERO
              GO TO REC-OPC.
           MOVE TI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO.
       REC-2A.
           MOVE TI-QTD TO W-QTD
           DISPLAY (22, 05) TI-SEQ
           DISPLAY (22, 08) EQ-DESCRICAO
           DISPLAY (22, 39) "ENVIADO" TI-QTD " CHEGOU:"
           ACCEPT (22, 61) W-QTD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF W-ACT = 01
              MOVE "*** RECEBIMENTO ABANDONADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-QTD > TI-QTD
              MOVE "*** MAIS QUE O ENVIADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-2A.
           ADD 1 TO W-QTD-REC
           MOVE TI-SEQ TO TR-SEQ (W-QTD-REC)
           MOVE W-QTD TO TR-QTD (W-QTD-REC)
           GO TO REC-2.

       REC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "RECEBE   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RECEBIMENTO NAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-OPC.
           MOVE ZEROS TO W-I.
      *    DO TRANSITO PARA O SALDO DO DESTINO; A FALTA E PERDA
       REC-3.
           ADD 1 TO W-I
           IF W-I > W-QTD-REC
              GO TO REC-4.
           MOVE TF-NUMERO TO TI-NUMERO
           MOVE TR-SEQ (W-I) TO TI-SEQ
           READ CADTRFIT
           IF ST-ERRO-TIT NOT = "00"
              GO TO REC-3.
           MOVE TR-QTD (W-I) TO TI-QTD-RECEB
           REWRITE REGTRFIT
           COMPUTE W-PERDA = TI-QTD - TI-QTD-RECEB
           MOVE TI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE ZEROS TO EQ-SALDO.
           MOVE EQ-SALDO TO W-EF-BASE
           MOVE "R" TO W-EF-ACAO
           MOVE TI-QTD-RECEB TO W-EF-QTD
           CALL "PROGESTFIL" USING W-EF-ACAO TI-ITEM TF-DESTINO
                                   W-EF-QTD W-EF-BASE W-EF-SALDO
           IF W-PERDA = ZEROS
              GO TO REC-3.
           MOVE "P" TO W-EF-ACAO
           MOVE W-PERDA TO W-EF-QTD
           CALL "PROGESTFIL" USING W-EF-ACAO TI-ITEM TF-DESTINO
                                   W-EF-QTD W-EF-BASE W-EF-SALDO
           IF ST-ERRO-EST NOT = "00"
              GO TO REC-3.
           IF EQ-SALDO < W-PERDA
              MOVE ZEROS TO EQ-SALDO
           ELSE
              SUBTRACT W-PERDA FROM EQ-SALDO.
           REWRITE REGESTOQ
           GO TO REC-3.

       REC-4.
           MOVE "R" TO TF-SITUACAO
           MOVE W-HOJE TO TF-RECEBIDA
           MOVE W-OPERADOR-LOGADO TO TF-OPER-REC
           REWRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADTRANSF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-TRANSF THRU MOSTRA-TRANSF-FIM
           MOVE "*** TRANSFERENCIA RECEBIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *------[ CABECALHO E OS 10 PRIMEIROS ITENS NA TELA ]--------------
       MOSTRA-TRANSF.
           DISPLAY TELA2
           DISPLAY (03, 28) TF-NUMERO
           DISPLAY (04, 28) TF-ORIGEM
           MOVE TF-ORIGEM TO FL-CODIGO
           READ CADFILIAL
           IF ST-ERRO-FIL = "00"
              DISPLAY (04, 34) FL-NOME.
           DISPLAY (05, 28) TF-DESTINO
           MOVE TF-DESTINO TO FL-CODIGO
           READ CADFILIAL
           IF ST-ERRO-FIL = "00"
              DISPLAY (05, 34) FL-NOME.
           MOVE SPACES TO W-SIT-DESC
           IF TF-SITUACAO = "D"
              MOVE "EM DIGITACAO" TO W-SIT-DESC.
           IF TF-SITUACAO = "T"
              MOVE "EM TRANSITO" TO W-SIT-DESC.
           IF TF-SITUACAO = "R"
              MOVE "RECEBIDA" TO W-SIT-DESC.
           IF TF-SITUACAO = "C"
              MOVE "CANCELADA" TO W-SIT-DESC.
           DISPLAY (06, 28) TF-SITUACAO
           DISPLAY (06, 30) W-SIT-DESC
           DISPLAY (07, 28) TF-EMISSAO
           DISPLAY (07, 39) TF-DESPACHO
           DISPLAY (07, 50) TF-OPER-DESP
           DISPLAY (08, 28) TF-RECEBIDA
           DISPLAY (08, 39) TF-OPER-REC
           DISPLAY (09, 28) TF-PLACA
           DISPLAY (09, 36) TF-VG-DATA
           DISPLAY (09, 45) TF-VG-HORA
           MOVE 11 TO W-LIN
           MOVE TF-NUMERO TO TI-NUMERO
           MOVE ZEROS TO TI-SEQ
           START CADTRFIT KEY IS NOT LESS THAN TI-CHAVE
           IF ST-ERRO-TIT NOT = "00"
              GO TO MOSTRA-TRANSF-FIM.
       MOSTRA-TRANSF1.
           READ CADTRFIT NEXT RECORD
           IF ST-ERRO-TIT NOT = "00"
              GO TO MOSTRA-TRANSF-FIM.
           IF TI-NUMERO NOT = TF-NUMERO OR W-LIN > 20
              GO TO MOSTRA-TRANSF-FIM.
           MOVE TI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO.
           DISPLAY (W-LIN, 01) TI-SEQ
           DISPLAY (W-LIN, 04) TI-ITEM
           DISPLAY (W-LIN, 09) EQ-DESCRICAO
           DISPLAY (W-LIN, 35) TI-QTD
           DISPLAY (W-LIN, 44) TI-QTD-RECEB
           ADD 1 TO W-LIN
           GO TO MOSTRA-TRANSF1.
       MOSTRA-TRANSF-FIM.
           EXIT.

      *------[ FILIAL CADASTRADA E ATIVA ]------------------------------
       LE-FILIAL.
           READ CADFILIAL
           IF ST-ERRO-FIL NOT = "00"
              MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LE-FILIAL-FIM.
           IF FL-ATIVA = "N"
              MOVE "*** FILIAL INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "23" TO ST-ERRO-FIL.
       LE-FILIAL-FIM.
           EXIT.

      *------[ SALDO DO ITEM LIDO NA FILIAL W-EF-FILIAL ]---------------
       SALDO-FILIAL.
           MOVE "C" TO W-EF-ACAO
           MOVE ZEROS TO W-EF-QTD
           MOVE EQ-SALDO TO W-EF-BASE
           CALL "PROGESTFIL" USING W-EF-ACAO EQ-CODIGO W-EF-FILIAL
                                   W-EF-QTD W-EF-BASE W-EF-SALDO.
       SALDO-FILIAL-FIM.
           EXIT.

      *------[ ULTIMO SEQ E QUANTIDADE DE ITENS ]-----------------------
       ULTIMO-SEQ.
           MOVE ZEROS TO W-ULT-SEQ W-QTD-ITENS
           MOVE TF-NUMERO TO TI-NUMERO
           MOVE ZEROS TO TI-SEQ
           START CADTRFIT KEY IS NOT LESS THAN TI-CHAVE
           IF ST-ERRO-TIT NOT = "00"
              GO TO ULTIMO-SEQ-FIM.
       ULTIMO-SEQ1.
           READ CADTRFIT NEXT RECORD
           IF ST-ERRO-TIT NOT = "00"
              GO TO ULTIMO-SEQ-FIM.
           IF TI-NUMERO NOT = TF-NUMERO
              GO TO ULTIMO-SEQ-FIM.
           MOVE TI-SEQ TO W-ULT-SEQ
           ADD 1 TO W-QTD-ITENS
           GO TO ULTIMO-SEQ1.
       ULTIMO-SEQ-FIM.
           EXIT.

      *------[ NUMERO NOVO: MAIOR GRAVADO MAIS UM COMO PISO ]-----------
       PROXIMO-NUMERO.
           MOVE ZEROS TO TF-NUMERO W-NUM-MINIMO
           START CADTRANSF KEY IS NOT LESS THAN TF-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO PROXIMO-NUMERO2.
       PROXIMO-NUMERO1.
           READ CADTRANSF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PROXIMO-NUMERO2.
           MOVE TF-NUMERO TO W-NUM-MINIMO
           GO TO PROXIMO-NUMERO1.
       PROXIMO-NUMERO2.
           ADD 1 TO W-NUM-MINIMO
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           MOVE W-NUM-RETORNO TO TF-NUMERO.
       PROXIMO-NUMERO-FIM.
           EXIT.

       LIMPA-22.
           DISPLAY (22, 01)
           "                                                  "
           DISPLAY (22, 51)
           "                             ".
       LIMPA-22-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADTRANSF.
           CLOSE CADTRFIT.
           CLOSE CADESTOQ.
           CLOSE CADFILIAL.
           IF W-VIA-ABERTO = "S"
              CLOSE CADVIAGEM.
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
