       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGESTFIL.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * MOVIMENTO DO SALDO DOS INSUMOS POR FILIAL (CADESTFIL), *
      * NO MOLDE DO PROGESTLOT: CALLED COM A ACAO, O ITEM, A   *
      * FILIAL E A QUANTIDADE. O EQ-SALDO (TOTAL DA CLINICA)   *
      * CONTINUA COM QUEM CHAMA, QUE MANDA EM LK-BASE O        *
      * EQ-SALDO DE ANTES DO MOVIMENTO: ITEM QUE AINDA NAO TEM *
      * NENHUMA FILIAL NASCE COM ESSE SALDO NA UNIDADE         *
      * PRINCIPAL (01). FILIAL ZERO TAMBEM VALE A PRINCIPAL.   *
      * DEVOLVE EM LK-SALDO O SALDO DA FILIAL ANTES DO         *
      * MOVIMENTO (O AJUSTE DO SMP053 PRECISA DA DIFERENCA)    *
      * ACAO S = SOMA NO SALDO       B = BAIXA DO SALDO        *
      * ACAO J = SALDO CONTADO       M = NIVEL MINIMO          *
      * ACAO T = ENTRA EM TRANSITO   R = RECEBE DO TRANSITO    *
      * ACAO P = PERDA NO TRANSITO   C = SO CONSULTA O SALDO   *
      * BAIXA MAIOR QUE O SALDO ZERA O SALDO                   *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESTFIL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EF-CHAVE
                     FILE STATUS IS ST-ERRO.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADESTFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTFIL.DAT".
           COPY REGESTFIL.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.

      *----------------------------------------------------------------

       LINKAGE SECTION.
       01  LK-ACAO           PIC X(01).
       01  LK-ITEM           PIC 9(04).
       01  LK-FILIAL         PIC 9(02).
       01  LK-QTD            PIC 9(06).
       01  LK-BASE           PIC 9(06).
       01  LK-SALDO          PIC 9(06).

      *----------------------------------------------------------------

       PROCEDURE DIVISION USING LK-ACAO LK-ITEM LK-FILIAL LK-QTD
                                LK-BASE LK-SALDO.
       INICIO.
           MOVE ZEROS TO LK-SALDO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE LK-FILIAL TO W-FILIAL
           IF W-FILIAL = ZEROS
              MOVE 1 TO W-FILIAL.

       R0.
           OPEN I-O CADESTFIL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT CADESTFIL
                 CLOSE CADESTFIL
                 OPEN I-O CADESTFIL
              ELSE
                 GOBACK.
           IF ST-ERRO NOT = "00"
              GOBACK.

      *------[ ITEM SEM NENHUMA FILIAL: SALDO TODO NA PRINCIPAL ]-------
       R1.
           MOVE LK-ITEM TO EF-ITEM
           MOVE ZEROS TO EF-FILIAL
           START CADESTFIL KEY IS NOT LESS THAN EF-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R1A.
           READ CADESTFIL NEXT RECORD
           IF ST-ERRO = "00" AND EF-ITEM = LK-ITEM
              GO TO R2.
       R1A.
           MOVE LK-ITEM TO EF-ITEM
           MOVE 1 TO EF-FILIAL
           MOVE LK-BASE TO EF-SALDO
           MOVE ZEROS TO EF-TRANSITO EF-MINIMO
           MOVE W-HOJE TO EF-ULT-MOVTO DATA-CADASTRO
           WRITE REGESTFIL.

      *------[ REGISTRO DA FILIAL (CRIA ZERADO SE NAO EXISTE) ]---------
       R2.
           MOVE LK-ITEM TO EF-ITEM
           MOVE W-FILIAL TO EF-FILIAL
           READ CADESTFIL
           IF ST-ERRO = "00"
              GO TO R3.
           IF LK-ACAO = "C"
              GO TO ROT-FIM.
           MOVE ZEROS TO EF-SALDO EF-TRANSITO EF-MINIMO
           MOVE W-HOJE TO EF-ULT-MOVTO DATA-CADASTRO
           WRITE REGESTFIL
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.

       R3.
           MOVE EF-SALDO TO LK-SALDO
           IF LK-ACAO = "C"
              GO TO ROT-FIM.
           IF LK-ACAO = "S"
              ADD LK-QTD TO EF-SALDO.
           IF LK-ACAO = "B"
              IF EF-SALDO < LK-QTD
                 MOVE ZEROS TO EF-SALDO
              ELSE
                 SUBTRACT LK-QTD FROM EF-SALDO.
           IF LK-ACAO = "J"
              MOVE LK-QTD TO EF-SALDO.
           IF LK-ACAO = "M"
              MOVE LK-QTD TO EF-MINIMO
              GO TO R4.
           IF LK-ACAO = "T"
              ADD LK-QTD TO EF-TRANSITO.
           IF LK-ACAO = "R" OR LK-ACAO = "P"
              IF EF-TRANSITO < LK-QTD
                 MOVE ZEROS TO EF-TRANSITO
              ELSE
                 SUBTRACT LK-QTD FROM EF-TRANSITO.
           IF LK-ACAO = "R"
              ADD LK-QTD TO EF-SALDO.
           MOVE W-HOJE TO EF-ULT-MOVTO.
       R4.
           REWRITE REGESTFIL.

       ROT-FIM.
           CLOSE CADESTFIL.
           GOBACK.
