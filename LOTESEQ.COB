       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTESEQ.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * AUDITORIA DE SEQUENCIA DA NUMERACAO, NO PERIODO PEDIDO *
      * (DATA INICIAL E FINAL): CARREGA DO JORNAL OS NUMEROS   *
      * ENTREGUES PELO PROGNUMERO E OS RECIBOS GRAVADOS NO     *
      * CAIXA (SMP023), COM OPERADOR E HORA, E CONFERE:        *
      *  - CADA SERIE DO CADNUMERO: SALTO NA EMISSAO, NUMERO   *
      *    ENTREGUE DUAS VEZES E NUMERO FORA DE ORDEM;         *
      *  - CADLOTE E CADORCA: NUMERO QUE FALTA ENTRE DOIS      *
      *    USADOS (EMITIDO E NAO USADO OU NUNCA EMITIDO),      *
      *    EMITIDO DEPOIS DO ULTIMO USADO E NUMERO MAIOR COM   *
      *    DATA MENOR QUE O ANTERIOR;                          *
      *  - CADRECIBO: SEQUENCIA DO DIA/OPERADOR COM BURACO,    *
      *    RECIBO GRAVADO DUAS VEZES E RECIBO FORA DA ORDEM    *
      *    DE HORA;                                            *
      *  - CADFATURA: FATURA EM LOTE NAO CADASTRADO OU EM      *
      *    LOTE DE OUTRO CONVENIO (NUMERO REPETIDO).           *
      * CADA LACUNA VAI PARA O CADSEQJUS, PENDENTE ATE SER     *
      * JUSTIFICADA NO SMP086; O SMP080 NAO FECHA O MES COM    *
      * LACUNA PENDENTE. RODAR DE NOVO NAO APAGA JUSTIFICATIVA *
      * JA DADA. A NUMERACAO DO SPOOL ("SP"+DATA) NAO E        *
      * CONTROLE E FICA DE FORA                                *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JORNAL ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-JRN.

       SELECT CADNUMERO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS NU-SERIE
                     FILE STATUS IS ST-ERRO-NUM.

       SELECT CADLOTE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS LT-NUMERO
                     FILE STATUS IS ST-ERRO-LOT.

       SELECT CADORCA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OR-NUMERO
                     FILE STATUS IS ST-ERRO-ORC.

       SELECT CADRECIBO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RC-CHAVE
                     FILE STATUS IS ST-ERRO-RCB.

       SELECT CADFATURA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FT-CHAVE
                     FILE STATUS IS ST-ERRO-FAT.

       SELECT CADSEQJUS ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SJ-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNAL.TXT".
       01 REG-JORNAL.
           03 JN-DATA               PIC 9(08).
           03 JN-HORA               PIC 9(06).
           03 JN-ARQUIVO            PIC X(10).
           03 JN-ACAO               PIC X(01).
           03 JN-REGISTRO           PIC X(130).

       FD CADNUMERO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNUMERO.DAT".
       01 REGNUMERO.
           03 NU-SERIE              PIC X(10).
           03 NU-PROXIMO            PIC 9(08).

       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
           COPY REGLOTE.

       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
           COPY REGORCA.

       FD CADRECIBO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECIBO.DAT".
       01 REGRECIBO.
           03 RC-CHAVE.
               05 RC-DATA           PIC 9(08).
               05 RC-OPERADOR       PIC X(08).
               05 RC-SEQ            PIC 9(04).
           03 RC-CRM                PIC 9(06).
           03 RC-DATCON             PIC 9(08).
           03 RC-HORCON             PIC 9(04).
           03 RC-FORMA              PIC X(01).
           03 RC-VALOR              PIC 9(06)V99.

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
           COPY REGFATURA.

       FD CADSEQJUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEQJUS.DAT".
           COPY REGSEQJUS.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-JRN      PIC X(02) VALUE "00".
       01 ST-ERRO-NUM      PIC X(02) VALUE "00".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-ORC      PIC X(02) VALUE "00".
       01 ST-ERRO-RCB      PIC X(02) VALUE "00".
       01 ST-ERRO-FAT      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-NUM-ABERTO     PIC X(01) VALUE "N".
       01 W-LOT-ABERTO     PIC X(01) VALUE "N".
       01 W-ORC-ABERTO     PIC X(01) VALUE "N".
       01 W-RCB-ABERTO     PIC X(01) VALUE "N".
       01 W-FAT-ABERTO     PIC X(01) VALUE "N".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTESEQ.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTESEQ".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM       PIC 9(08) VALUE ZEROS.

      *------[ NUMEROS ENTREGUES E RECIBOS GRAVADOS, DO JORNAL ]--------
       01 W-MAX-EMI        PIC 9(05) VALUE 3000.
       01 W-QTD-EMI        PIC 9(05) VALUE ZEROS.
       01 W-TAB-CHEIA      PIC X(01) VALUE "N".
       01 TAB-EMI.
           03 TE-OCORR OCCURS 3000 TIMES.
              05 TE-SERIE          PIC X(10).
              05 TE-DIA            PIC 9(08).
              05 TE-CAIXA          PIC X(08).
              05 TE-NUMERO         PIC 9(08).
              05 TE-DATA           PIC 9(08).
              05 TE-HORA           PIC 9(06).
              05 TE-OPER           PIC X(08).
       01 W-IND            PIC 9(05) VALUE ZEROS.
       01 W-IND2           PIC 9(05) VALUE ZEROS.

      *------[ PROCURA NA TABELA (A PARTIR DE W-BUS-INI) ]--------------
       01 W-BUS-SERIE      PIC X(10) VALUE SPACES.
       01 W-BUS-DIA        PIC 9(08) VALUE ZEROS.
       01 W-BUS-CAIXA      PIC X(08) VALUE SPACES.
       01 W-BUS-NUMERO     PIC 9(08) VALUE ZEROS.
       01 W-BUS-INI        PIC 9(05) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-ACH-IND        PIC 9(05) VALUE ZEROS.

      *------[ SERIE EM CONFERENCIA ]-----------------------------------
       01 W-SER-ATUAL      PIC X(10) VALUE SPACES.
       01 W-ULT-NUM        PIC 9(08) VALUE ZEROS.
       01 W-ANT-NUM        PIC 9(08) VALUE ZEROS.
       01 W-ANT-DATA       PIC 9(08) VALUE ZEROS.
       01 W-CUR-NUM        PIC 9(08) VALUE ZEROS.
       01 W-CUR-DATA       PIC 9(08) VALUE ZEROS.
       01 W-RC-DIA         PIC 9(08) VALUE ZEROS.
       01 W-RC-CAIXA       PIC X(08) VALUE SPACES.
       01 W-RC-ESPERA      PIC 9(08) VALUE ZEROS.
       01 W-RC-ULT-HORA    PIC 9(06) VALUE ZEROS.
       01 W-LOTE-ERR       PIC 9(06) VALUE ZEROS.

      *------[ FAIXA QUE FALTA NA SERIE ]-------------------------------
       01 W-FAL-INI        PIC 9(08) VALUE ZEROS.
       01 W-FAL-FIM        PIC 9(08) VALUE ZEROS.
       01 W-FAL-NUM        PIC 9(08) VALUE ZEROS.
       01 W-FAL-DIA        PIC 9(08) VALUE ZEROS.
       01 W-FAL-CAIXA      PIC X(08) VALUE SPACES.
       01 W-FAL-REF        PIC 9(08) VALUE ZEROS.
       01 W-FAL-TAM        PIC 9(08) VALUE ZEROS.
       01 W-RNG-INI        PIC 9(08) VALUE ZEROS.
       01 W-RNG-FIM        PIC 9(08) VALUE ZEROS.
       01 W-MOT-EMITIDO    PIC X(30) VALUE SPACES.
       01 W-MOT-FALTA      PIC X(30) VALUE SPACES.

      *------[ LACUNA A GRAVAR NO CADSEQJUS ]---------------------------
       01 W-LAC-SERIE      PIC X(10) VALUE SPACES.
       01 W-LAC-DIA        PIC 9(08) VALUE ZEROS.
       01 W-LAC-CAIXA      PIC X(08) VALUE SPACES.
       01 W-LAC-NUM        PIC 9(08) VALUE ZEROS.
       01 W-LAC-ATE        PIC 9(08) VALUE ZEROS.
       01 W-LAC-MOTIVO     PIC X(30) VALUE SPACES.
       01 W-LAC-REF        PIC 9(08) VALUE ZEROS.
       01 W-LAC-OPER       PIC X(08) VALUE SPACES.
       01 W-LAC-HORA       PIC 9(06) VALUE ZEROS.
       01 W-TXT-SIT        PIC X(11) VALUE SPACES.

       01 W-QTD-LAC        PIC 9(05) VALUE ZEROS.
       01 W-QTD-PEND       PIC 9(05) VALUE ZEROS.
       01 W-QTD-DUP        PIC 9(05) VALUE ZEROS.
       01 W-QTD-ORDEM      PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "DATA INICIAL DA AUDITORIA (AAAAMMDD): "
           ACCEPT W-DATA-INI
           DISPLAY "DATA FINAL DA AUDITORIA   (AAAAMMDD): "
           ACCEPT W-DATA-FIM
           IF W-DATA-INI = ZEROS OR W-DATA-FIM < W-DATA-INI
              DISPLAY "PERIODO INVALIDO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN I-O CADSEQJUS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSEQJUS
                 CLOSE CADSEQJUS
                 OPEN I-O CADSEQJUS
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSEQJUS: "
                         ST-ERRO
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADNUMERO
           IF ST-ERRO-NUM = "00"
              MOVE "S" TO W-NUM-ABERTO.
           OPEN INPUT CADLOTE
           IF ST-ERRO-LOT = "00"
              MOVE "S" TO W-LOT-ABERTO.
           OPEN INPUT CADORCA
           IF ST-ERRO-ORC = "00"
              MOVE "S" TO W-ORC-ABERTO.
           OPEN INPUT CADRECIBO
           IF ST-ERRO-RCB = "00"
              MOVE "S" TO W-RCB-ABERTO.
           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT = "00"
              MOVE "S" TO W-FAT-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTESEQ.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "AUDITORIA DE SEQUENCIA DA NUMERACAO - DE "
                  W-DATA-INI " A " W-DATA-FIM
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  SERIE      NUMERO   ATE      DIA      CAIXA    "
                  "OCORRENCIA                     OPERADOR HORA   "
                  "SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

      *------[ JORNAL: NUMEROS ENTREGUES E RECIBOS DO PERIODO ]---------
       R1.
           OPEN INPUT JORNAL
           IF ST-ERRO-JRN NOT = "00"
              MOVE "  JORNAL.TXT NAO ENCONTRADO: SEM OPERADOR E HORA"
                TO LINHA-REL
              WRITE LINHA-REL
              GO TO R2.
       R1-LOOP.
           READ JORNAL
           IF ST-ERRO-JRN NOT = "00"
              CLOSE JORNAL
              GO TO R1-FIM.
           IF JN-DATA < W-DATA-INI OR JN-DATA > W-DATA-FIM
              GO TO R1-LOOP.
           IF JN-ARQUIVO = "CADNUMERO" AND JN-ACAO = "N"
              GO TO R1-NUMERO.
           IF JN-ARQUIVO = "CADRECIBO" AND JN-ACAO = "W"
              GO TO R1-RECIBO.
           GO TO R1-LOOP.
       R1-NUMERO.
      *    SERIE DO SPOOL ("SP" + DATA) NAO E NUMERACAO DE CONTROLE
           IF JN-REGISTRO (1:2) = "SP" AND JN-REGISTRO (3:8) NUMERIC
              GO TO R1-LOOP.
           IF W-QTD-EMI NOT < W-MAX-EMI
              MOVE "S" TO W-TAB-CHEIA
              GO TO R1-LOOP.
           ADD 1 TO W-QTD-EMI
           MOVE JN-REGISTRO (1:10) TO TE-SERIE (W-QTD-EMI)
           MOVE ZEROS TO TE-DIA (W-QTD-EMI)
           MOVE SPACES TO TE-CAIXA (W-QTD-EMI)
           MOVE JN-REGISTRO (11:8) TO TE-NUMERO (W-QTD-EMI)
           MOVE JN-REGISTRO (19:8) TO TE-OPER (W-QTD-EMI)
           MOVE JN-DATA TO TE-DATA (W-QTD-EMI)
           MOVE JN-HORA TO TE-HORA (W-QTD-EMI)
           GO TO R1-LOOP.
       R1-RECIBO.
           IF W-QTD-EMI NOT < W-MAX-EMI
              MOVE "S" TO W-TAB-CHEIA
              GO TO R1-LOOP.
           ADD 1 TO W-QTD-EMI
           MOVE "RECIBO" TO TE-SERIE (W-QTD-EMI)
           MOVE JN-REGISTRO (1:8) TO TE-DIA (W-QTD-EMI)
           MOVE JN-REGISTRO (9:8) TO TE-CAIXA (W-QTD-EMI)
           MOVE JN-REGISTRO (17:4) TO TE-NUMERO (W-QTD-EMI)
           MOVE JN-REGISTRO (9:8) TO TE-OPER (W-QTD-EMI)
           MOVE JN-DATA TO TE-DATA (W-QTD-EMI)
           MOVE JN-HORA TO TE-HORA (W-QTD-EMI)
           GO TO R1-LOOP.
       R1-FIM.
           IF W-TAB-CHEIA = "S"
              MOVE SPACES TO LINHA-REL
              STRING "  *** MAIS DE " W-MAX-EMI " EMISSOES NO JORNAL:"
                     " REDUZA O PERIODO ***"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.

      *------[ SERIES DO CADNUMERO: EMISSAO CONTINUA E UNICA ]----------
       R2.
           IF W-NUM-ABERTO = "N"
              GO TO R3.
           MOVE SPACES TO NU-SERIE
           START CADNUMERO KEY IS NOT LESS THAN NU-SERIE
           IF ST-ERRO-NUM NOT = "00"
              GO TO R3.
       R2-SERIE.
           READ CADNUMERO NEXT RECORD
           IF ST-ERRO-NUM NOT = "00"
              GO TO R3.
           IF NU-SERIE (1:2) = "SP" AND NU-SERIE (3:8) NUMERIC
              GO TO R2-SERIE.
           MOVE NU-SERIE TO W-SER-ATUAL
           MOVE ZEROS TO W-ULT-NUM W-IND.
       R2-EMI.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-EMI
              GO TO R2-SERIE.
           IF TE-SERIE (W-IND) NOT = W-SER-ATUAL
              GO TO R2-EMI.
           IF W-ULT-NUM = ZEROS
              MOVE TE-NUMERO (W-IND) TO W-ULT-NUM
              GO TO R2-EMI.
           IF TE-NUMERO (W-IND) NOT > W-ULT-NUM
              PERFORM EMI-REPETIDA THRU EMI-REPETIDA-FIM
              GO TO R2-EMI.
      *    LOTE E ORCAMENTO TEM A FALTA CONFERIDA NO PROPRIO ARQUIVO
           IF TE-NUMERO (W-IND) > W-ULT-NUM + 1
              AND W-SER-ATUAL NOT = "LOTE"
              AND W-SER-ATUAL NOT = "ORCAMENTO"
              MOVE W-SER-ATUAL TO W-LAC-SERIE
              MOVE ZEROS TO W-LAC-DIA
              MOVE SPACES TO W-LAC-CAIXA
              COMPUTE W-LAC-NUM = W-ULT-NUM + 1
              COMPUTE W-LAC-ATE = TE-NUMERO (W-IND) - 1
              MOVE "SALTO NA EMISSAO" TO W-LAC-MOTIVO
              MOVE TE-DATA (W-IND) TO W-LAC-REF
              MOVE TE-OPER (W-IND) TO W-LAC-OPER
              MOVE TE-HORA (W-IND) TO W-LAC-HORA
              PERFORM GRAVA-LACUNA THRU GRAVA-LACUNA-FIM.
           MOVE TE-NUMERO (W-IND) TO W-ULT-NUM
           GO TO R2-EMI.

      *------[ CADLOTE: FALTAS, ORDEM DE DATA E SOBRA DA EMISSAO ]------
       R3.
           IF W-LOT-ABERTO = "N"
              GO TO R4.
           MOVE "LOTE" TO W-SER-ATUAL
           MOVE "EMITIDO E NAO USADO" TO W-MOT-EMITIDO
           MOVE "NUMERO NAO EMITIDO" TO W-MOT-FALTA
           MOVE ZEROS TO W-FAL-DIA W-ANT-NUM W-ANT-DATA
           MOVE SPACES TO W-FAL-CAIXA
           MOVE ZEROS TO LT-NUMERO
           START CADLOTE KEY IS NOT LESS THAN LT-NUMERO
           IF ST-ERRO-LOT NOT = "00"
              GO TO R3-SOBRA.
       R3-LOOP.
           READ CADLOTE NEXT RECORD
           IF ST-ERRO-LOT NOT = "00"
              GO TO R3-SOBRA.
           MOVE LT-NUMERO TO W-CUR-NUM
           MOVE DATA-CADASTRO OF REGLOTE TO W-CUR-DATA
           PERFORM CONFERE-USADO THRU CONFERE-USADO-FIM
           GO TO R3-LOOP.
       R3-SOBRA.
           PERFORM SOBRA-EMISSAO THRU SOBRA-EMISSAO-FIM.

      *------[ CADORCA: O MESMO PARA OS ORCAMENTOS ]--------------------
       R4.
           IF W-ORC-ABERTO = "N"
              GO TO R5.
           MOVE "ORCAMENTO" TO W-SER-ATUAL
           MOVE "EMITIDO E NAO USADO" TO W-MOT-EMITIDO
           MOVE "NUMERO NAO EMITIDO" TO W-MOT-FALTA
           MOVE ZEROS TO W-FAL-DIA W-ANT-NUM W-ANT-DATA
           MOVE SPACES TO W-FAL-CAIXA
           MOVE ZEROS TO OR-NUMERO
           START CADORCA KEY IS NOT LESS THAN OR-NUMERO
           IF ST-ERRO-ORC NOT = "00"
              GO TO R4-SOBRA.
       R4-LOOP.
           READ CADORCA NEXT RECORD
           IF ST-ERRO-ORC NOT = "00"
              GO TO R4-SOBRA.
           MOVE OR-NUMERO TO W-CUR-NUM
           MOVE DATA-CADASTRO OF REGORCA TO W-CUR-DATA
           PERFORM CONFERE-USADO THRU CONFERE-USADO-FIM
           GO TO R4-LOOP.
       R4-SOBRA.
           PERFORM SOBRA-EMISSAO THRU SOBRA-EMISSAO-FIM.

      *------[ CADRECIBO: SEQUENCIA POR DIA E OPERADOR ]----------------
       R5.
           IF W-RCB-ABERTO = "N"
              GO TO R6.
           MOVE "RECIBO" TO W-SER-ATUAL
           MOVE "GRAVADO E DEPOIS APAGADO" TO W-MOT-EMITIDO
           MOVE "SEQUENCIA PULADA" TO W-MOT-FALTA
           MOVE ZEROS TO W-RC-DIA
           MOVE SPACES TO W-RC-CAIXA
           MOVE W-DATA-INI TO RC-DATA
           MOVE LOW-VALUES TO RC-OPERADOR
           MOVE ZEROS TO RC-SEQ
           START CADRECIBO KEY IS NOT LESS THAN RC-CHAVE
           IF ST-ERRO-RCB NOT = "00"
              GO TO R6.
       R5-LOOP.
           READ CADRECIBO NEXT RECORD
           IF ST-ERRO-RCB NOT = "00"
              GO TO R6.
           IF RC-DATA > W-DATA-FIM
              GO TO R6.
           IF RC-DATA NOT = W-RC-DIA OR RC-OPERADOR NOT = W-RC-CAIXA
              MOVE RC-DATA TO W-RC-DIA
              MOVE RC-OPERADOR TO W-RC-CAIXA
              MOVE 1 TO W-RC-ESPERA
              MOVE ZEROS TO W-RC-ULT-HORA.
           IF RC-SEQ > W-RC-ESPERA
              MOVE W-RC-ESPERA TO W-FAL-INI
              COMPUTE W-FAL-FIM = RC-SEQ - 1
              MOVE RC-DATA TO W-FAL-DIA W-FAL-REF
              MOVE RC-OPERADOR TO W-FAL-CAIXA
              PERFORM FALTAS THRU FALTAS-FIM.
           COMPUTE W-RC-ESPERA = RC-SEQ + 1
      *    HORA DO RECIBO NO JORNAL: ORDEM E GRAVACAO EM DOBRO
           MOVE "RECIBO" TO W-BUS-SERIE
           MOVE RC-DATA TO W-BUS-DIA
           MOVE RC-OPERADOR TO W-BUS-CAIXA
           MOVE RC-SEQ TO W-BUS-NUMERO
           MOVE 1 TO W-BUS-INI
           PERFORM ACHA-EMI THRU ACHA-EMI-FIM
           IF W-ACHOU = "N"
              GO TO R5-LOOP.
           MOVE W-ACH-IND TO W-IND
           IF TE-HORA (W-IND) < W-RC-ULT-HORA
              ADD 1 TO W-QTD-ORDEM
              MOVE SPACES TO LINHA-REL
              STRING "  RECIBO     " RC-SEQ "              " RC-DATA
                     " " RC-OPERADOR " FORA DE ORDEM (HORA)          "
                     TE-OPER (W-IND) " " TE-HORA (W-IND)
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           IF TE-HORA (W-IND) > W-RC-ULT-HORA
              MOVE TE-HORA (W-IND) TO W-RC-ULT-HORA.
           COMPUTE W-BUS-INI = W-IND + 1
           PERFORM ACHA-EMI THRU ACHA-EMI-FIM
           IF W-ACHOU = "S"
              ADD 1 TO W-QTD-DUP
              MOVE SPACES TO LINHA-REL
              STRING "  RECIBO     " RC-SEQ "              " RC-DATA
                     " " RC-OPERADOR " GRAVADO DUAS VEZES: "
                     TE-DATA (W-IND) " " TE-HORA (W-IND) " E "
                     TE-DATA (W-ACH-IND) " " TE-HORA (W-ACH-IND)
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           GO TO R5-LOOP.

      *------[ CADFATURA: LOTE DA FATURA EXISTE E E DO CONVENIO ]-------
       R6.
           IF W-FAT-ABERTO = "N" OR W-LOT-ABERTO = "N"
              GO TO R9.
           MOVE ZEROS TO W-LOTE-ERR
           MOVE LOW-VALUES TO FT-CHAVE
           START CADFATURA KEY IS NOT LESS THAN FT-CHAVE
           IF ST-ERRO-FAT NOT = "00"
              GO TO R9.
       R6-LOOP.
           READ CADFATURA NEXT RECORD
           IF ST-ERRO-FAT NOT = "00"
              GO TO R9.
           IF FT-LOTE = ZEROS
              GO TO R6-LOOP.
           IF FT-DATA < W-DATA-INI OR FT-DATA > W-DATA-FIM
              GO TO R6-LOOP.
           IF FT-LOTE = W-LOTE-ERR
              GO TO R6-LOOP.
           MOVE FT-LOTE TO LT-NUMERO
           READ CADLOTE
           IF ST-ERRO-LOT NOT = "00"
              MOVE FT-LOTE TO W-LOTE-ERR
              ADD 1 TO W-QTD-DUP
              MOVE SPACES TO LINHA-REL
              STRING "  LOTE       " FT-LOTE "                    "
                     "        FATURA EM LOTE NAO CADASTRADO  CRM "
                     FT-CRM " " FT-DATA " " FT-HORA
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              GO TO R6-LOOP.
           IF LT-CODCONV NOT = FT-CODCONV
              MOVE FT-LOTE TO W-LOTE-ERR
              ADD 1 TO W-QTD-DUP
              MOVE SPACES TO LINHA-REL
              STRING "  LOTE       " FT-LOTE "                    "
                     "        NUMERO REPETIDO: CONVENIO " LT-CODCONV
                     " E FATURA DO CONVENIO " FT-CODCONV
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           GO TO R6-LOOP.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "EMISSOES LIDAS DO JORNAL....: " W-QTD-EMI
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LACUNAS APONTADAS...........: " W-QTD-LAC
                  "   PENDENTES DE JUSTIFICATIVA (SMP086): " W-QTD-PEND
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "NUMEROS DUPLICADOS/REPETIDOS: " W-QTD-DUP
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "NUMEROS FORA DE ORDEM.......: " W-QTD-ORDEM
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "LACUNAS: " W-QTD-LAC "  PENDENTES: " W-QTD-PEND
                   "  DUPLICADOS: " W-QTD-DUP
                   "  FORA DE ORDEM: " W-QTD-ORDEM
           IF W-QTD-PEND > ZEROS
              MOVE 4 TO RETURN-CODE.
           GO TO ROT-FIM.

      *------[ NUMERO USADO (LOTE/ORCAMENTO) CONTRA O ANTERIOR ]--------
       CONFERE-USADO.
           IF W-CUR-DATA < W-DATA-INI OR W-CUR-DATA > W-DATA-FIM
              GO TO CONFERE-USADO-GUARDA.
           IF W-ANT-NUM = ZEROS
              GO TO CONFERE-USADO-GUARDA.
           IF W-CUR-NUM > W-ANT-NUM + 1
              COMPUTE W-FAL-INI = W-ANT-NUM + 1
              COMPUTE W-FAL-FIM = W-CUR-NUM - 1
              MOVE W-CUR-DATA TO W-FAL-REF
              PERFORM FALTAS THRU FALTAS-FIM.
           IF W-CUR-DATA < W-ANT-DATA
              ADD 1 TO W-QTD-ORDEM
              MOVE W-SER-ATUAL TO W-BUS-SERIE
              MOVE ZEROS TO W-BUS-DIA
              MOVE SPACES TO W-BUS-CAIXA
              MOVE W-CUR-NUM TO W-BUS-NUMERO
              MOVE 1 TO W-BUS-INI
              PERFORM ACHA-EMI THRU ACHA-EMI-FIM
              MOVE SPACES TO W-LAC-OPER
              MOVE ZEROS TO W-LAC-HORA
              IF W-ACHOU = "S"
                 MOVE TE-OPER (W-ACH-IND) TO W-LAC-OPER
                 MOVE TE-HORA (W-ACH-IND) TO W-LAC-HORA
              END-IF
              MOVE SPACES TO LINHA-REL
              STRING "  " W-SER-ATUAL " " W-CUR-NUM "          "
                     W-CUR-DATA "          FORA DE ORDEM: ANTERIOR "
                     W-ANT-DATA " " W-LAC-OPER " " W-LAC-HORA
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
       CONFERE-USADO-GUARDA.
           MOVE W-CUR-NUM TO W-ANT-NUM
           MOVE W-CUR-DATA TO W-ANT-DATA.
       CONFERE-USADO-FIM.
           EXIT.

      *------[ EMITIDO NO PERIODO DEPOIS DO ULTIMO NUMERO USADO ]-------
       SOBRA-EMISSAO.
           MOVE ZEROS TO W-IND.
       SOBRA-EMISSAO1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-EMI
              GO TO SOBRA-EMISSAO-FIM.
           IF TE-SERIE (W-IND) NOT = W-SER-ATUAL
              OR TE-NUMERO (W-IND) NOT > W-ANT-NUM
              GO TO SOBRA-EMISSAO1.
           MOVE W-SER-ATUAL TO W-LAC-SERIE
           MOVE ZEROS TO W-LAC-DIA
           MOVE SPACES TO W-LAC-CAIXA
           MOVE TE-NUMERO (W-IND) TO W-LAC-NUM W-LAC-ATE
           MOVE W-MOT-EMITIDO TO W-LAC-MOTIVO
           MOVE TE-DATA (W-IND) TO W-LAC-REF
           MOVE TE-OPER (W-IND) TO W-LAC-OPER
           MOVE TE-HORA (W-IND) TO W-LAC-HORA
           PERFORM GRAVA-LACUNA THRU GRAVA-LACUNA-FIM
           GO TO SOBRA-EMISSAO1.
       SOBRA-EMISSAO-FIM.
           EXIT.

      *------[ NUMEROS W-FAL-INI A W-FAL-FIM QUE FALTAM NA SERIE: ]-----
      *------[ O QUE O JORNAL MOSTRA ENTREGUE SAI UM A UM, COM    ]-----
      *------[ OPERADOR E HORA; O RESTO SAI EM FAIXAS             ]-----
       FALTAS.
           MOVE ZEROS TO W-RNG-INI W-RNG-FIM
           COMPUTE W-FAL-TAM = W-FAL-FIM - W-FAL-INI
           IF W-FAL-TAM > 500
              MOVE W-FAL-INI TO W-RNG-INI
              MOVE W-FAL-FIM TO W-RNG-FIM
              GO TO FALTAS-FIM-FAIXA.
           MOVE W-FAL-INI TO W-FAL-NUM.
       FALTAS1.
           IF W-FAL-NUM > W-FAL-FIM
              GO TO FALTAS-FIM-FAIXA.
           MOVE W-SER-ATUAL TO W-BUS-SERIE
           MOVE W-FAL-DIA TO W-BUS-DIA
           MOVE W-FAL-CAIXA TO W-BUS-CAIXA
           MOVE W-FAL-NUM TO W-BUS-NUMERO
           MOVE 1 TO W-BUS-INI
           PERFORM ACHA-EMI THRU ACHA-EMI-FIM
           IF W-ACHOU = "N"
              IF W-RNG-INI = ZEROS
                 MOVE W-FAL-NUM TO W-RNG-INI
              END-IF
              MOVE W-FAL-NUM TO W-RNG-FIM
              GO TO FALTAS2.
           PERFORM FALTAS-FAIXA THRU FALTAS-FAIXA-FIM
           MOVE W-SER-ATUAL TO W-LAC-SERIE
           MOVE W-FAL-DIA TO W-LAC-DIA
           MOVE W-FAL-CAIXA TO W-LAC-CAIXA
           MOVE W-FAL-NUM TO W-LAC-NUM W-LAC-ATE
           MOVE W-MOT-EMITIDO TO W-LAC-MOTIVO
           MOVE TE-DATA (W-ACH-IND) TO W-LAC-REF
           MOVE TE-OPER (W-ACH-IND) TO W-LAC-OPER
           MOVE TE-HORA (W-ACH-IND) TO W-LAC-HORA
           PERFORM GRAVA-LACUNA THRU GRAVA-LACUNA-FIM.
       FALTAS2.
           ADD 1 TO W-FAL-NUM
           GO TO FALTAS1.
       FALTAS-FIM-FAIXA.
           PERFORM FALTAS-FAIXA THRU FALTAS-FAIXA-FIM.
       FALTAS-FIM.
           EXIT.

       FALTAS-FAIXA.
           IF W-RNG-INI = ZEROS
              GO TO FALTAS-FAIXA-FIM.
           MOVE W-SER-ATUAL TO W-LAC-SERIE
           MOVE W-FAL-DIA TO W-LAC-DIA
           MOVE W-FAL-CAIXA TO W-LAC-CAIXA
           MOVE W-RNG-INI TO W-LAC-NUM
           MOVE W-RNG-FIM TO W-LAC-ATE
           MOVE W-MOT-FALTA TO W-LAC-MOTIVO
           MOVE W-FAL-REF TO W-LAC-REF
           MOVE SPACES TO W-LAC-OPER
           MOVE ZEROS TO W-LAC-HORA
           PERFORM GRAVA-LACUNA THRU GRAVA-LACUNA-FIM
           MOVE ZEROS TO W-RNG-INI W-RNG-FIM.
       FALTAS-FAIXA-FIM.
           EXIT.

      *------[ NUMERO ENTREGUE DE NOVO OU ABAIXO DO ULTIMO ]------------
       EMI-REPETIDA.
           MOVE W-SER-ATUAL TO W-BUS-SERIE
           MOVE ZEROS TO W-BUS-DIA
           MOVE SPACES TO W-BUS-CAIXA
           MOVE TE-NUMERO (W-IND) TO W-BUS-NUMERO
           MOVE 1 TO W-BUS-INI
           PERFORM ACHA-EMI THRU ACHA-EMI-FIM
           MOVE SPACES TO LINHA-REL
           IF W-ACH-IND < W-IND
              ADD 1 TO W-QTD-DUP
              STRING "  " W-SER-ATUAL " " TE-NUMERO (W-IND)
                     "                            ENTREGUE DUAS VEZES: "
                     TE-DATA (W-ACH-IND) " " TE-HORA (W-ACH-IND) " "
                     TE-OPER (W-ACH-IND) " E " TE-DATA (W-IND) " "
                     TE-HORA (W-IND) " " TE-OPER (W-IND)
                     DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              ADD 1 TO W-QTD-ORDEM
              STRING "  " W-SER-ATUAL " " TE-NUMERO (W-IND)
                     "          " TE-DATA (W-IND)
                     "          FORA DE ORDEM: ULTIMO " W-ULT-NUM " "
                     TE-OPER (W-IND) " " TE-HORA (W-IND)
                     DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL.
       EMI-REPETIDA-FIM.
           EXIT.

      *------[ PROCURA A EMISSAO NA TABELA A PARTIR DE W-BUS-INI ]------
       ACHA-EMI.
           MOVE "N" TO W-ACHOU
           MOVE W-BUS-INI TO W-IND2.
       ACHA-EMI1.
           IF W-IND2 > W-QTD-EMI
              GO TO ACHA-EMI-FIM.
           IF TE-SERIE (W-IND2) = W-BUS-SERIE
              AND TE-NUMERO (W-IND2) = W-BUS-NUMERO
              AND TE-DIA (W-IND2) = W-BUS-DIA
              AND TE-CAIXA (W-IND2) = W-BUS-CAIXA
              MOVE "S" TO W-ACHOU
              MOVE W-IND2 TO W-ACH-IND
              GO TO ACHA-EMI-FIM.
           ADD 1 TO W-IND2
           GO TO ACHA-EMI1.
       ACHA-EMI-FIM.
           EXIT.

      *------[ LACUNA NO CADSEQJUS (A JUSTIFICATIVA DADA FICA) ]--------
       GRAVA-LACUNA.
           MOVE W-LAC-SERIE TO SJ-SERIE
           MOVE W-LAC-DIA TO SJ-DIA
           MOVE W-LAC-CAIXA TO SJ-CAIXA
           MOVE W-LAC-NUM TO SJ-NUMERO
           READ CADSEQJUS
           IF ST-ERRO = "00"
              GO TO GRAVA-LACUNA-REL.
           MOVE W-LAC-ATE TO SJ-NUMERO-ATE
           MOVE W-LAC-MOTIVO TO SJ-MOTIVO
           MOVE W-LAC-REF TO SJ-DATA-REF
           MOVE W-LAC-OPER TO SJ-OPERADOR
           MOVE W-LAC-HORA TO SJ-HORA
           MOVE "P" TO SJ-SITUACAO
           MOVE SPACES TO SJ-JUSTIF SJ-JUS-OPER
           MOVE ZEROS TO SJ-JUS-DATA
           MOVE W-HOJE TO DATA-CADASTRO OF REGSEQJUS
           WRITE REGSEQJUS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADSEQJUS: " ST-ERRO
              MOVE 8 TO RETURN-CODE.
       GRAVA-LACUNA-REL.
           ADD 1 TO W-QTD-LAC
           IF SJ-SITUACAO = "J"
              MOVE "JUSTIFICADA" TO W-TXT-SIT
           ELSE
              MOVE "PENDENTE" TO W-TXT-SIT
              ADD 1 TO W-QTD-PEND.
           MOVE SPACES TO LINHA-REL
           STRING "  " W-LAC-SERIE " " W-LAC-NUM " " W-LAC-ATE " "
                  W-LAC-DIA " " W-LAC-CAIXA " " W-LAC-MOTIVO " "
                  W-LAC-OPER " " W-LAC-HORA " " W-TXT-SIT
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       GRAVA-LACUNA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADSEQJUS.
           IF W-NUM-ABERTO = "S"
              CLOSE CADNUMERO.
           IF W-LOT-ABERTO = "S"
              CLOSE CADLOTE.
           IF W-ORC-ABERTO = "S"
              CLOSE CADORCA.
           IF W-RCB-ABERTO = "S"
              CLOSE CADRECIBO.
           IF W-FAT-ABERTO = "S"
              CLOSE CADFATURA.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
