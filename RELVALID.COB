       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVALID.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * VALIDADE DOS LOTES DE INSUMO (CADESTLOT), RODADO TODO  *
      * MES: PRIMEIRO OS LOTES JA VENCIDOS QUE AINDA TEM SALDO *
      * E DEPOIS OS QUE VENCEM NOS PROXIMOS 60 DIAS, COM O     *
      * VALOR PELO ULTIMO CUSTO DO ITEM (EQ-CUSTO). COM A      *
      * BAIXA PEDIDA (S), CADA LOTE VENCIDO VIRA PERDA NO      *
      * CADBAIXA (MOTIVO V), SAI DO SALDO DO ITEM (EQ-SALDO) E *
      * FICA COM SALDO ZERO. LOTE VENCIDO SEM BAIXA DEVOLVE    *
      * CODIGO 4. A PERDA SAI DO SALDO DA FILIAL DE QUEM RODA  *
      * (PROGESTFIL, CADESTFIL)                                *
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

       SELECT CADESTOQ ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EQ-CODIGO
                     FILE STATUS IS ST-ERRO-EST.

       SELECT CADBAIXA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BX-CHAVE
                     FILE STATUS IS ST-ERRO-BX.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADESTLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTLOT.DAT".
           COPY REGESTLOT.

       FD CADESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
           COPY REGESTOQ.

       FD CADBAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBAIXA.DAT".
           COPY REGBAIXA.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-EST      PIC X(02) VALUE "00".
       01 ST-ERRO-BX       PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-LIMITE         PIC 9(08) VALUE ZEROS.
       01 W-BAIXA-VENC     PIC X(01) VALUE "N".
       01 W-CUSTO          PIC 9(05)V99 VALUE ZEROS.
       01 W-VALOR          PIC 9(07)V99 VALUE ZEROS.
       01 W-QTD-VENC       PIC 9(05) VALUE ZEROS.
       01 W-QTD-BAIXADOS   PIC 9(05) VALUE ZEROS.
       01 W-QTD-A-VENCER   PIC 9(05) VALUE ZEROS.
       01 W-VAL-VENC       PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-A-VENCER   PIC 9(09)V99 VALUE ZEROS.
       01 W-ED1            PIC ZZZ.ZZ9,99.
       01 W-ED2            PIC ZZ.ZZZ.ZZ9,99.
       01 WS-NOME-REL      PIC X(30) VALUE "RELVALID.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELVALID".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-FILIAL-LOGADA PIC 9(02) IS EXTERNAL VALUE ZEROS.
       01 W-EF-ACAO        PIC X(01) VALUE "B".
       01 W-EF-QTD         PIC 9(06) VALUE ZEROS.
       01 W-EF-BASE        PIC 9(06) VALUE ZEROS.
       01 W-EF-SALDO       PIC 9(06) VALUE ZEROS.

       01  WRK-DATA.
           02 WRK-ANO          PIC 9(04) VALUE ZEROS.
           02 WRK-MES          PIC 9(02) VALUE ZEROS.
           02 WRK-DIA          PIC 9(02) VALUE ZEROS.

       01  W-DIAS-MESX.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 28.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
       01  W-DIAS-MES REDEFINES W-DIAS-MESX.
           03 W-ULTDIA      PIC 9(02) OCCURS 12 TIMES.

       01  W-BISSEXTO       PIC 9(01) VALUE ZEROS.
       01  W-Z-A            PIC S9(06) VALUE ZEROS.
       01  W-Z-RESTO        PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO WRK-DATA
           PERFORM P-AVANCA-DIA 60 TIMES
           MOVE WRK-DATA TO W-LIMITE
           DISPLAY "BAIXA COMO PERDA OS LOTES VENCIDOS (S/N): "
           ACCEPT W-BAIXA-VENC
           IF W-BAIXA-VENC = "s"
              MOVE "S" TO W-BAIXA-VENC.

       R0.
           OPEN I-O CADESTLOT
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESTLOT: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESTOQ: "
                      ST-ERRO-EST
              MOVE 8 TO RETURN-CODE
              CLOSE CADESTLOT
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADBAIXA
           IF ST-ERRO-BX = "30" OR ST-ERRO-BX = "35"
              OPEN OUTPUT CADBAIXA
              CLOSE CADBAIXA
              OPEN I-O CADBAIXA.
           IF ST-ERRO-BX NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBAIXA: "
                      ST-ERRO-BX
              MOVE 8 TO RETURN-CODE
              CLOSE CADESTLOT
              CLOSE CADESTOQ
              GO TO ROT-FIM-SEMARQ.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELVALID.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "VALIDADE DOS LOTES DE INSUMO EM " W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "LOTES VENCIDOS AINDA COM SALDO" TO LINHA-REL
           WRITE LINHA-REL.

      *------[ PRIMEIRA PASSADA: VENCIDOS (E BAIXA DA PERDA) ]----------
       R1.
           MOVE LOW-VALUES TO EL-CHAVE
           START CADESTLOT KEY IS NOT LESS THAN EL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R1-LE.
           READ CADESTLOT NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADESTLOT: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF EL-SALDO = ZEROS OR EL-VALIDADE NOT < W-HOJE
              GO TO R1-LE.
           PERFORM LE-ITEM THRU LE-ITEM-FIM
           COMPUTE W-VALOR = EL-SALDO * W-CUSTO
           ADD 1 TO W-QTD-VENC
           ADD W-VALOR TO W-VAL-VENC
           MOVE W-VALOR TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " EL-ITEM "  " EQ-DESCRICAO "  LOTE " EL-LOTE
                  "  VENCEU " EL-VALIDADE "  SALDO " EL-SALDO
                  " " EQ-UNIDADE "  " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-BAIXA-VENC NOT = "S"
              GO TO R1-LE.
           PERFORM BAIXA-LOTE THRU BAIXA-LOTE-FIM
           GO TO R1-LE.

      *------[ SEGUNDA PASSADA: A VENCER EM 60 DIAS ]-------------------
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LOTES QUE VENCEM ATE " W-LIMITE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE LOW-VALUES TO EL-CHAVE
           START CADESTLOT KEY IS NOT LESS THAN EL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R9.
       R3-LE.
           READ CADESTLOT NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R9.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADESTLOT: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF EL-SALDO = ZEROS OR EL-VALIDADE < W-HOJE
              OR EL-VALIDADE > W-LIMITE
              GO TO R3-LE.
           PERFORM LE-ITEM THRU LE-ITEM-FIM
           COMPUTE W-VALOR = EL-SALDO * W-CUSTO
           ADD 1 TO W-QTD-A-VENCER
           ADD W-VALOR TO W-VAL-A-VENCER
           MOVE W-VALOR TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " EL-ITEM "  " EQ-DESCRICAO "  LOTE " EL-LOTE
                  "  VENCE " EL-VALIDADE "  SALDO " EL-SALDO
                  " " EQ-UNIDADE "  " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R3-LE.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-VENC TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "LOTES VENCIDOS COM SALDO: " W-QTD-VENC
                  "   VALOR " W-ED2
                  "   BAIXADOS COMO PERDA: " W-QTD-BAIXADOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-VAL-A-VENCER TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "LOTES A VENCER EM 60 DIAS: " W-QTD-A-VENCER
                  "   VALOR " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-QTD-VENC > W-QTD-BAIXADOS AND RETURN-CODE = ZEROS
              MOVE 4 TO RETURN-CODE.
           GO TO ROT-FIM.

      *------[ DESCRICAO E CUSTO DO ITEM DO LOTE ]----------------------
       LE-ITEM.
           MOVE EL-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO
              MOVE SPACES TO EQ-UNIDADE
              MOVE ZEROS TO EQ-CUSTO.
           IF EQ-CUSTO NOT NUMERIC
              MOVE ZEROS TO EQ-FORNECEDOR EQ-QTD-REPOS EQ-CUSTO.
           MOVE EQ-CUSTO TO W-CUSTO.
       LE-ITEM-FIM.
           EXIT.

      *------[ PERDA DO LOTE VENCIDO: CADBAIXA, EQ-SALDO E LOTE ]-------
       BAIXA-LOTE.
           MOVE W-HOJE TO BX-DATA DATA-CADASTRO OF REGBAIXA
           MOVE EL-ITEM TO BX-ITEM
           MOVE EL-LOTE TO BX-LOTE
           MOVE EL-VALIDADE TO BX-VALIDADE
           MOVE EL-SALDO TO BX-QTD
           MOVE W-CUSTO TO BX-CUSTO
           MOVE W-VALOR TO BX-VALOR
           MOVE "V" TO BX-MOTIVO
           MOVE W-OPERADOR-LOGADO TO BX-OPERADOR
           WRITE REGBAIXA
           IF ST-ERRO-BX NOT = "00" AND ST-ERRO-BX NOT = "02"
              MOVE SPACES TO LINHA-REL
              STRING "    ERRO NA GRAVACAO DA BAIXA NO CADBAIXA: "
                     ST-ERRO-BX " - LOTE NAO BAIXADO"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              GO TO BAIXA-LOTE-FIM.
           IF ST-ERRO-EST = "00"
              MOVE EQ-SALDO TO W-EF-BASE
              IF EQ-SALDO < EL-SALDO
                 MOVE ZEROS TO EQ-SALDO
              ELSE
                 SUBTRACT EL-SALDO FROM EQ-SALDO
              END-IF
              REWRITE REGESTOQ
              MOVE "B" TO W-EF-ACAO
              MOVE EL-SALDO TO W-EF-QTD
              CALL "PROGESTFIL" USING W-EF-ACAO EL-ITEM
                                      W-FILIAL-LOGADA W-EF-QTD
                                      W-EF-BASE W-EF-SALDO.
           MOVE ZEROS TO EL-SALDO
           MOVE W-HOJE TO EL-ULT-MOVTO
           REWRITE REGESTLOT
           ADD 1 TO W-QTD-BAIXADOS
           MOVE "    BAIXADO COMO PERDA (CADBAIXA)" TO LINHA-REL
           WRITE LINHA-REL.
       BAIXA-LOTE-FIM.
           EXIT.

      *------[ AVANCA WRK-DATA EM UM DIA CORRIDO ]----------------------
       P-AVANCA-DIA.
           MOVE ZEROS TO W-BISSEXTO
           DIVIDE WRK-ANO BY 4 GIVING W-Z-A REMAINDER W-Z-RESTO
           IF W-Z-RESTO = ZEROS
              MOVE 1 TO W-BISSEXTO
              DIVIDE WRK-ANO BY 100 GIVING W-Z-A REMAINDER W-Z-RESTO
              IF W-Z-RESTO = ZEROS
                 MOVE ZEROS TO W-BISSEXTO
                 DIVIDE WRK-ANO BY 400 GIVING W-Z-A REMAINDER W-Z-RESTO
                 IF W-Z-RESTO = ZEROS
                    MOVE 1 TO W-BISSEXTO.

           IF W-BISSEXTO = 1
              MOVE 29 TO W-ULTDIA(2)
           ELSE
              MOVE 28 TO W-ULTDIA(2).

           ADD 1 TO WRK-DIA
           IF WRK-DIA > W-ULTDIA(WRK-MES)
              MOVE 1 TO WRK-DIA
              ADD 1 TO WRK-MES
              IF WRK-MES > 12
                 MOVE 1 TO WRK-MES
                 ADD 1 TO WRK-ANO.

       ROT-FIM.
           CLOSE CADESTLOT.
           CLOSE CADESTOQ.
           CLOSE CADBAIXA.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
