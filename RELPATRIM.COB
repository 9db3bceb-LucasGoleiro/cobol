       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPATRIM.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * INVENTARIO FISICO DO PATRIMONIO: LISTA OS BENS ATIVOS  *
      * DO CADPATRIM POR FILIAL E SALA (CHAVE ALTERNATIVA      *
      * PT-LOCAL), COM UMA COLUNA EM BRANCO PARA A CONFERENCIA *
      * NA CONTAGEM ANUAL E O SUBTOTAL DE BENS E DE VALOR DE   *
      * AQUISICAO POR SALA. FILIAL 99 LISTA TODAS              *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPATRIM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PT-PLAQUETA
                     ALTERNATE RECORD KEY IS PT-LOCAL WITH DUPLICATES
                     ALTERNATE RECORD KEY IS PT-PLACA WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADFILIAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FL-CODIGO
                     FILE STATUS IS ST-ERRO-FIL.

       SELECT CADSALA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SA-CODIGO
                     FILE STATUS IS ST-ERRO-SAL.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPATRIM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPATRIM.DAT".
           COPY REGPATRIM.

       FD CADFILIAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFILIAL.DAT".
           COPY REGFILIAL.

       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
           COPY REGSALA.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-FIL      PIC X(02) VALUE "00".
       01 ST-ERRO-SAL      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-FIL-ABERTO     PIC X(01) VALUE "N".
       01 W-SAL-ABERTO     PIC X(01) VALUE "N".
       01 WS-NOME-REL      PIC X(30) VALUE "RELPATRIM.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELPATRIM".
       01 W-FILIAL         PIC 9(02) VALUE ZEROS.
       01 W-LOCAL-ATUAL    PIC 9(04) VALUE 9999.
       01 W-FIL-NOME       PIC X(30) VALUE SPACES.
       01 W-SALA-NOME      PIC X(20) VALUE SPACES.
       01 W-QTD-SALA       PIC 9(05) VALUE ZEROS.
       01 W-QTD-TOTAL      PIC 9(06) VALUE ZEROS.
       01 W-VAL-SALA       PIC 9(10)V99 VALUE ZEROS.
       01 W-VAL-TOTAL      PIC 9(10)V99 VALUE ZEROS.
       01 W-ED1            PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED2            PIC Z.ZZZ.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FILIAL DO INVENTARIO (99 = TODAS): "
           ACCEPT W-FILIAL.

       R0.
           OPEN INPUT CADPATRIM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPATRIM: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.
           OPEN INPUT CADSALA
           IF ST-ERRO-SAL = "00"
              MOVE "S" TO W-SAL-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELPATRIM.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "INVENTARIO FISICO DO PATRIMONIO - FILIAL " W-FILIAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

       R1.
           MOVE ZEROS TO PT-FILIAL PT-SALA
           IF W-FILIAL NOT = 99
              MOVE W-FILIAL TO PT-FILIAL.
           START CADPATRIM KEY IS NOT LESS THAN PT-LOCAL
           IF ST-ERRO NOT = "00"
              GO TO R9.
       R1-LOOP.
           READ CADPATRIM NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R9.
           IF W-FILIAL NOT = 99 AND PT-FILIAL NOT = W-FILIAL
              GO TO R9.
           IF PT-SITUACAO NOT = "A"
              GO TO R1-LOOP.
           IF PT-LOCAL NOT = W-LOCAL-ATUAL
              PERFORM QUEBRA-SALA THRU QUEBRA-SALA-FIM.
           ADD 1 TO W-QTD-SALA
           ADD PT-VALOR-AQUIS TO W-VAL-SALA
           MOVE PT-VALOR-AQUIS TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " PT-PLAQUETA "  " PT-DESCRICAO " " PT-CATEGORIA
                  " " PT-DATA-AQUIS " " W-ED1 " " PT-PLACA
                  "  [   ]"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R1-LOOP.

      *------[ FECHA A SALA ANTERIOR E ABRE O CABECALHO DA NOVA ]-------
       QUEBRA-SALA.
           IF W-LOCAL-ATUAL NOT = 9999
              PERFORM TOTAL-SALA THRU TOTAL-SALA-FIM.
           MOVE PT-LOCAL TO W-LOCAL-ATUAL
           MOVE "CLINICA" TO W-FIL-NOME
           IF PT-FILIAL NOT = ZEROS
              MOVE "FILIAL NAO CADASTRADA" TO W-FIL-NOME
              IF W-FIL-ABERTO = "S"
                 MOVE PT-FILIAL TO FL-CODIGO
                 READ CADFILIAL
                 IF ST-ERRO-FIL = "00"
                    MOVE FL-NOME TO W-FIL-NOME.
           MOVE "SEM SALA" TO W-SALA-NOME
           IF PT-SALA NOT = ZEROS
              MOVE "SALA NAO CADASTRADA" TO W-SALA-NOME
              IF W-SAL-ABERTO = "S"
                 MOVE PT-SALA TO SA-CODIGO
                 READ CADSALA
                 IF ST-ERRO-SAL = "00"
                    MOVE SA-DESCRICAO TO W-SALA-NOME.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "FILIAL " PT-FILIAL " " W-FIL-NOME
                  "  SALA " PT-SALA " " W-SALA-NOME
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  PLAQ.   DESCRICAO                      CT"
                  " AQUISICAO    VALOR AQUIS. PLACA    CONF."
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       QUEBRA-SALA-FIM.
           EXIT.

       TOTAL-SALA.
           MOVE W-VAL-SALA TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "  BENS NA SALA: " W-QTD-SALA
                  "   VALOR DE AQUISICAO: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD W-QTD-SALA TO W-QTD-TOTAL
           ADD W-VAL-SALA TO W-VAL-TOTAL
           MOVE ZEROS TO W-QTD-SALA W-VAL-SALA.
       TOTAL-SALA-FIM.
           EXIT.

       R9.
           IF W-LOCAL-ATUAL NOT = 9999
              PERFORM TOTAL-SALA THRU TOTAL-SALA-FIM.
           MOVE W-VAL-TOTAL TO W-ED2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE BENS ATIVOS: " W-QTD-TOTAL
                  "   VALOR DE AQUISICAO: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADPATRIM.
           IF W-FIL-ABERTO = "S"
              CLOSE CADFILIAL.
           IF W-SAL-ABERTO = "S"
              CLOSE CADSALA.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
