       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPEDIDO.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * PEDIDOS DE COMPRA EM ABERTO (CADPEDIDO/CADPEDIT):      *
      * PROPOSTOS AINDA NAO APROVADOS, APROVADOS E EM ENTREGA  *
      * PARCIAL, COM O SALDO A RECEBER DE CADA ITEM. PEDIDO    *
      * APROVADO OU PARCIAL COM A ENTREGA PREVISTA VENCIDA SAI *
      * MARCADO COMO ATRASADO, COM OS DIAS DE ATRASO, PARA O   *
      * COMPRADOR COBRAR O FORNECEDOR                          *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPEDIDO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PD-NUMERO
                     FILE STATUS IS ST-ERRO.

       SELECT CADPEDIT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PI-CHAVE
                     FILE STATUS IS ST-ERRO-PIT.

       SELECT CADESTOQ ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EQ-CODIGO
                     FILE STATUS IS ST-ERRO-EST.

       SELECT CADFORN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FO-CODIGO
                     FILE STATUS IS ST-ERRO-FOR.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPEDIDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDIDO.DAT".
           COPY REGPEDIDO.

       FD CADPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDIT.DAT".
           COPY REGPEDIT.

       FD CADESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
           COPY REGESTOQ.

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY REGFORN.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-PIT      PIC X(02) VALUE "00".
       01 ST-ERRO-EST      PIC X(02) VALUE "00".
       01 ST-ERRO-FOR      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-EST-ABERTO     PIC X(01) VALUE "N".
       01 W-FOR-ABERTO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-SIT-DESC       PIC X(16) VALUE SPACES.
       01 W-ATRASO         PIC X(01) VALUE "N".
       01 W-DIAS-ATRASO    PIC 9(05) VALUE ZEROS.
       01 W-PENDENTE       PIC 9(06) VALUE ZEROS.
       01 W-VALOR-IT       PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR-PED      PIC 9(08)V99 VALUE ZEROS.
       01 W-TOT-ABERTOS    PIC 9(05) VALUE ZEROS.
       01 W-TOT-PROPOSTOS  PIC 9(05) VALUE ZEROS.
       01 W-TOT-ATRASADOS  PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-VAL-ATRASO PIC 9(09)V99 VALUE ZEROS.
       01 W-FORN-NOME      PIC X(30) VALUE SPACES.
       01 W-ED1            PIC ZZZ.ZZ9,99.
       01 W-ED2            PIC ZZ.ZZZ.ZZ9,99.
       01 WS-NOME-REL      PIC X(30) VALUE "RELPEDIDO.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELPEDIDO".

      *    DIAS DE ATRASO PELO NUMERO SERIAL DO DIA (MESMA CONTA DO
      *    LOTECOBRA)
       01 W-SER-DATA.
           03 W-SER-ANO    PIC 9(04).
           03 W-SER-MES    PIC 9(02).
           03 W-SER-DIA    PIC 9(02).
       01 W-SER-RESULT     PIC 9(08) VALUE ZEROS.
       01 W-SER-TEMP       PIC 9(08) VALUE ZEROS.
       01 W-SER-Q4         PIC 9(08) VALUE ZEROS.
       01 W-SER-Q100       PIC 9(08) VALUE ZEROS.
       01 W-SER-Q400       PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-DIAS-ACUMX.
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
       01 W-DIAS-ACUMR REDEFINES W-DIAS-ACUMX.
           03 W-DIAS-ACUM  PIC 9(03) OCCURS 12 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-HOJE.

       R0.
           OPEN INPUT CADPEDIDO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPEDIDO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADPEDIT
           IF ST-ERRO-PIT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPEDIT: "
                      ST-ERRO-PIT
              MOVE 8 TO RETURN-CODE
              CLOSE CADPEDIDO
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADESTOQ
           IF ST-ERRO-EST = "00"
              MOVE "S" TO W-EST-ABERTO.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELPEDIDO.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS DE COMPRA EM ABERTO EM " W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       R1.
           MOVE ZEROS TO PD-NUMERO
           START CADPEDIDO KEY IS NOT LESS THAN PD-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO R3.

       R2.
           READ CADPEDIDO NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPEDIDO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF PD-SITUACAO NOT = "P" AND PD-SITUACAO NOT = "A"
              AND PD-SITUACAO NOT = "E"
              GO TO R2.
           MOVE "N" TO W-ATRASO
           MOVE ZEROS TO W-DIAS-ATRASO W-VALOR-PED
           IF PD-SITUACAO = "P"
              MOVE "NAO APROVADO" TO W-SIT-DESC
              ADD 1 TO W-TOT-PROPOSTOS
           ELSE
              IF PD-SITUACAO = "A"
                 MOVE "APROVADO" TO W-SIT-DESC
              ELSE
                 MOVE "ENTREGA PARCIAL" TO W-SIT-DESC.
           IF PD-SITUACAO NOT = "P" AND PD-PREVISTA < W-HOJE
              MOVE "S" TO W-ATRASO
              MOVE PD-PREVISTA TO W-SER-DATA
              PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
              COMPUTE W-DIAS-ATRASO = W-SERIAL-HOJE - W-SER-RESULT
              ADD 1 TO W-TOT-ATRASADOS.
           ADD 1 TO W-TOT-ABERTOS

           MOVE SPACES TO W-FORN-NOME
           IF W-FOR-ABERTO = "S"
              MOVE PD-FORNECEDOR TO FO-CODIGO
              READ CADFORN
              IF ST-ERRO-FOR = "00"
                 MOVE FO-NOME TO W-FORN-NOME.
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDO " PD-NUMERO "  " PD-FORNECEDOR " "
                  W-FORN-NOME "  " W-SIT-DESC
                  "  PREVISTA " PD-PREVISTA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-ATRASO = "S"
              MOVE SPACES TO LINHA-REL
              STRING "    *** ATRASADO HA " W-DIAS-ATRASO " DIA(S)"
                     "  -  ULTIMO RECEBIMENTO " PD-ULT-RECEB
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM
           MOVE W-VALOR-PED TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "    VALOR A RECEBER                      " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           ADD W-VALOR-PED TO W-TOT-VALOR
           IF W-ATRASO = "S"
              ADD W-VALOR-PED TO W-TOT-VAL-ATRASO.
           GO TO R2.

       R3.
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS EM ABERTO: " W-TOT-ABERTOS
                  "   NAO APROVADOS: " W-TOT-PROPOSTOS
                  "   ATRASADOS: " W-TOT-ATRASADOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-VALOR TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "VALOR A RECEBER: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-VAL-ATRASO TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "DOS QUAIS ATRASADOS: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

      *------[ ITENS DO PEDIDO COM SALDO A RECEBER ]--------------------
       LISTA-ITENS.
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE ZEROS TO PI-SEQ
           START CADPEDIT KEY IS NOT LESS THAN PI-CHAVE
           IF ST-ERRO-PIT NOT = "00"
              GO TO LISTA-ITENS-FIM.
       LISTA-ITENS1.
           READ CADPEDIT NEXT RECORD
           IF ST-ERRO-PIT NOT = "00"
              GO TO LISTA-ITENS-FIM.
           IF PI-NUMERO NOT = PD-NUMERO
              GO TO LISTA-ITENS-FIM.
           IF PI-QTD-RECEB NOT < PI-QTD
              GO TO LISTA-ITENS1.
           COMPUTE W-PENDENTE = PI-QTD - PI-QTD-RECEB
           COMPUTE W-VALOR-IT = W-PENDENTE * PI-CUSTO
           ADD W-VALOR-IT TO W-VALOR-PED
           MOVE SPACES TO EQ-DESCRICAO EQ-UNIDADE
           IF W-EST-ABERTO = "S"
              MOVE PI-ITEM TO EQ-CODIGO
              READ CADESTOQ
              IF ST-ERRO-EST NOT = "00"
                 MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO
                 MOVE SPACES TO EQ-UNIDADE.
           MOVE W-VALOR-IT TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "    " PI-ITEM "  " EQ-DESCRICAO
                  "  PEDIDO " PI-QTD "  RECEBIDO " PI-QTD-RECEB
                  "  FALTA " W-PENDENTE " " EQ-UNIDADE "  " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-ITENS1.
       LISTA-ITENS-FIM.
           EXIT.

      *------[ NUMERO SERIAL DO DIA DE W-SER-DATA EM W-SER-RESULT ]----
       CALC-SERIAL.
           COMPUTE W-SER-TEMP = W-SER-ANO - 1
           DIVIDE W-SER-TEMP BY 4 GIVING W-SER-Q4
           DIVIDE W-SER-TEMP BY 100 GIVING W-SER-Q100
           DIVIDE W-SER-TEMP BY 400 GIVING W-SER-Q400
           COMPUTE W-SER-RESULT = (W-SER-TEMP * 365)
                   + W-SER-Q4 - W-SER-Q100 + W-SER-Q400
           ADD W-DIAS-ACUM (W-SER-MES) TO W-SER-RESULT
           ADD W-SER-DIA TO W-SER-RESULT
      *    ANO BISSEXTO JA PASSOU DE FEVEREIRO: SOMA O DIA 29
           IF W-SER-MES > 2
              DIVIDE W-SER-ANO BY 4 GIVING W-SER-TEMP
                     REMAINDER W-SER-TEMP
              IF W-SER-TEMP = ZEROS
                 ADD 1 TO W-SER-RESULT.
       CALC-SERIAL-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPEDIDO.
           CLOSE CADPEDIT.
           IF W-EST-ABERTO = "S"
              CLOSE CADESTOQ.
           IF W-FOR-ABERTO = "S"
              CLOSE CADFORN.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
