       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESTLOT.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * MOVIMENTO DO SALDO POR LOTE DOS INSUMOS (CADESTLOT),   *
      * NO MOLDE DO PROGNUMERO: CALLED COM A ACAO, O ITEM, O   *
      * LOTE, A VALIDADE E A QUANTIDADE. O SALDO DO ITEM       *
      * (EQ-SALDO) CONTINUA COM QUEM CHAMA; AQUI SO O LOTE.    *
      * ACAO E = ENTRADA: SOMA NO LOTE (CRIA SE NAO EXISTE).   *
      * ACAO C = CONSUMO: BAIXA DOS LOTES DO ITEM NA ORDEM DE  *
      * VENCIMENTO, O QUE VENCE PRIMEIRO ANTES, PULANDO O LOTE *
      * VENCIDO; DEVOLVE EM LK-QTD O QUE NAO COUBE EM LOTE     *
      * VALIDO, EM LK-LOTE/LK-VALIDADE O PRIMEIRO LOTE BAIXADO *
      * E LK-VENCIDO = "S" SE O ITEM TEM LOTE VENCIDO COM      *
      * SALDO (A BAIXA DA PERDA E NO RELVALID)                 *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESTLOT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EL-CHAVE
                     FILE STATUS IS ST-ERRO.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADESTLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTLOT.DAT".
           COPY REGESTLOT.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-BAIXA       PIC 9(06) VALUE ZEROS.

      *----------------------------------------------------------------

       LINKAGE SECTION.
       01  LK-ACAO           PIC X(01).
       01  LK-ITEM           PIC 9(04).
       01  LK-LOTE           PIC X(15).
       01  LK-VALIDADE       PIC 9(08).
       01  LK-QTD            PIC 9(06).
       01  LK-VENCIDO        PIC X(01).

      *----------------------------------------------------------------

       PROCEDURE DIVISION USING LK-ACAO LK-ITEM LK-LOTE LK-VALIDADE
                                LK-QTD LK-VENCIDO.
       INICIO.
           MOVE "N" TO LK-VENCIDO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF LK-QTD = ZEROS
              GOBACK.
           IF LK-ACAO = "E" AND LK-LOTE = SPACES
              GOBACK.

       R0.
           OPEN I-O CADESTLOT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADESTLOT
                 CLOSE CADESTLOT
                 OPEN I-O CADESTLOT
              ELSE
                 GOBACK.
           IF ST-ERRO NOT = "00"
              GOBACK.
           IF LK-ACAO = "C"
              GO TO R2.

      *------[ ENTRADA NO LOTE ]----------------------------------------
       R1.
           MOVE LK-ITEM TO EL-ITEM
           MOVE LK-VALIDADE TO EL-VALIDADE
           MOVE LK-LOTE TO EL-LOTE
           READ CADESTLOT
           IF ST-ERRO = "00"
              ADD LK-QTD TO EL-QTD-ENTRADA EL-SALDO
              MOVE W-HOJE TO EL-ULT-MOVTO
              REWRITE REGESTLOT
              GO TO ROT-FIM.
           MOVE LK-QTD TO EL-QTD-ENTRADA EL-SALDO
           MOVE W-HOJE TO EL-ENTRADA EL-ULT-MOVTO DATA-CADASTRO
           WRITE REGESTLOT
           GO TO ROT-FIM.

      *------[ CONSUMO: O LOTE QUE VENCE PRIMEIRO ]---------------------
       R2.
           MOVE SPACES TO LK-LOTE
           MOVE ZEROS TO LK-VALIDADE
           MOVE LK-ITEM TO EL-ITEM
           MOVE ZEROS TO EL-VALIDADE
           MOVE SPACES TO EL-LOTE
           START CADESTLOT KEY IS NOT LESS THAN EL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
       R3.
           READ CADESTLOT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF EL-ITEM NOT = LK-ITEM
              GO TO ROT-FIM.
           IF EL-SALDO = ZEROS
              GO TO R3.
           IF EL-VALIDADE < W-HOJE
              MOVE "S" TO LK-VENCIDO
              GO TO R3.
           IF LK-LOTE = SPACES
              MOVE EL-LOTE TO LK-LOTE
              MOVE EL-VALIDADE TO LK-VALIDADE.
           IF EL-SALDO < LK-QTD
              MOVE EL-SALDO TO W-BAIXA
           ELSE
              MOVE LK-QTD TO W-BAIXA.
           SUBTRACT W-BAIXA FROM EL-SALDO LK-QTD
           MOVE W-HOJE TO EL-ULT-MOVTO
           REWRITE REGESTLOT
           IF LK-QTD > ZEROS
              GO TO R3.

       ROT-FIM.
           CLOSE CADESTLOT.
           GOBACK.
