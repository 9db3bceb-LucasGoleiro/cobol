       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTERPS.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * ARQUIVO MENSAL DE RPS PARA A NFS-E DA PREFEITURA: PARA *
      * A COMPETENCIA (AAAAMM) INFORMADA GERA UM RPS POR LOTE  *
      * FECHADO DE CONVENIO (CADLOTE, TOMADOR = CNPJ DO        *
      * CADCONV), UM POR RECIBO DO CAIXA (CADRECIBO, TOMADOR = *
      * CPF DO PACIENTE DA CONSULTA) E UM POR PARTE DO         *
      * PACIENTE DAS FATURAS (FT-VALOR-PACI DA CADFATURA) CUJA *
      * CONSULTA NAO TEM RECIBO COM RPS. O NUMERO DO RPS SAI   *
      * DO DISPENSADOR CENTRAL (PROGNUMERO, SERIE "RPS") E     *
      * FICA GRAVADO EM CADNFSE AMARRADO A ORIGEM, DE MODO QUE *
      * RODAR DE NOVO A MESMA COMPETENCIA REPETE OS MESMOS     *
      * NUMEROS E PULA O QUE JA VIROU NFS-E. CODIGO DE SERVICO *
      * E ALIQUOTA DE ISS VEM DO CADPARAM: "CODSERVISS" E O    *
      * CODIGO DA LISTA DE SERVICOS SEM PONTO (PADRAO 401) E   *
      * "ALIQISS" A ALIQUOTA EM CENTESIMOS DE PORCENTO (EX.    *
      * 500 = 5,00%, OBRIGATORIA). SAI RPS<AAAAMM>.TXT         *
      * DELIMITADO PARA O PORTAL DA PREFEITURA (LINHAS H, R E  *
      * T) E O RESUMO VIA PROGSPOOL. O RETORNO DA PREFEITURA E *
      * LIDO PELO LOTENFSE                                     *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNFSE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS NF-RPS
                     ALTERNATE RECORD KEY IS NF-ORIGEM
                     ALTERNATE RECORD KEY IS NF-CONSULTA
                                         WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADLOTE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS LT-NUMERO
                     FILE STATUS IS ST-ERRO-LOT.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT CADRECIBO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RC-CHAVE
                     FILE STATUS IS ST-ERRO-RCB.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-AGE.

       SELECT CADFATURA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FT-CHAVE
                     FILE STATUS IS ST-ERRO-FAT.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT ARQRPS ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-RPS.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADNFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFSE.DAT".
           COPY REGNFSE.

       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
           COPY REGLOTE.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGO           PIC 9(04).
           03 CNV-NOME         PIC X(30).
           03 PLANO            PIC 9(02).
           03 CNPJ             PIC 9(14).

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

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
           COPY REGFATURA.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD ARQRPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-RPS.
       01 LINHA-RPS                 PIC X(160).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-CNV      PIC X(02) VALUE "00".
       01 ST-ERRO-RCB      PIC X(02) VALUE "00".
       01 ST-ERRO-AGE      PIC X(02) VALUE "00".
       01 ST-ERRO-FAT      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-RPS      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-LOT-ABERTO     PIC X(01) VALUE "N".
       01 W-RCB-ABERTO     PIC X(01) VALUE "N".
       01 W-ERRO-ARQ       PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-X       PIC X(06) VALUE SPACES.
       01 W-COMPET-REG     PIC 9(06) VALUE ZEROS.
       01 W-ALIQ           PIC 9(02)V99 VALUE ZEROS.
       01 W-ALIQ-CENT      PIC 9(04) VALUE ZEROS.
       01 W-COD-SERVICO    PIC 9(06) VALUE ZEROS.
       01 W-TIPO           PIC X(01) VALUE SPACES.
       01 W-CHAVE-ORIG     PIC X(20) VALUE SPACES.
       01 W-CONSULTA       PIC X(18) VALUE SPACES.
       01 W-TIPO-DOC       PIC X(01) VALUE SPACES.
       01 W-DOC-TOMADOR    PIC 9(14) VALUE ZEROS.
       01 W-VALOR          PIC 9(10)V99 VALUE ZEROS.
       01 W-DISCRIM        PIC X(60) VALUE SPACES.
       01 W-VALOR-CENT     PIC 9(12) VALUE ZEROS.
       01 W-ISS-CENT       PIC 9(12) VALUE ZEROS.
       01 W-NOVO           PIC X(01) VALUE "N".
       01 W-TEM-RECIBO     PIC X(01) VALUE "N".
       01 W-CONT-LOTES     PIC 9(05) VALUE ZEROS.
       01 W-CONT-RECIBOS   PIC 9(05) VALUE ZEROS.
       01 W-CONT-FATURAS   PIC 9(05) VALUE ZEROS.
       01 W-CONT-RPS       PIC 9(05) VALUE ZEROS.
       01 W-CONT-EMITIDAS  PIC 9(05) VALUE ZEROS.
       01 W-CONT-PEND      PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR      PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ISS        PIC 9(11)V99 VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-ISS         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-ALIQ        PIC Z9,99.
       01 W-NUM-SERIE      PIC X(10) VALUE "RPS".
       01 W-NUM-MINIMO     PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO    PIC 9(08) VALUE ZEROS.
       01 WS-NOME-RPS      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTERPS.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTERPS".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "COMPETENCIA DOS RPS (AAAAMM): "
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

      *------[ CODIGO DE SERVICO E ALIQUOTA DE ISS PARAMETRIZADOS ]-----
           MOVE 401 TO W-COD-SERVICO
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "CODSERVISS" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00" AND PA-VALOR > ZEROS
                 MOVE PA-VALOR TO W-COD-SERVICO
              END-IF
              MOVE "ALIQISS" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00" AND PA-VALOR < 10000
                 COMPUTE W-ALIQ = PA-VALOR / 100
              END-IF
              CLOSE CADPARAM.
           IF W-ALIQ = ZEROS
              DISPLAY "ALIQUOTA DE ISS NAO CADASTRADA NO CADPARAM "
                      "(ALIQISS)"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           COMPUTE W-ALIQ-CENT = W-ALIQ * 100.

       R0.
           OPEN I-O CADNFSE
           IF ST-ERRO = "30"
              OPEN OUTPUT CADNFSE
              CLOSE CADNFSE
              OPEN I-O CADNFSE.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNFSE: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV: "
                      ST-ERRO-CNV
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: "
                      ST-ERRO-AGE
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATURA: "
                      ST-ERRO-FAT
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADLOTE
           IF ST-ERRO-LOT = "00"
              MOVE "S" TO W-LOT-ABERTO.
           OPEN INPUT CADRECIBO
           IF ST-ERRO-RCB = "00"
              MOVE "S" TO W-RCB-ABERTO.

           MOVE W-COMPET TO W-COMPET-X
           MOVE SPACES TO WS-NOME-RPS
           STRING "RPS" W-COMPET-X ".TXT"
                  DELIMITED BY SIZE INTO WS-NOME-RPS
           OPEN OUTPUT ARQRPS
           IF ST-ERRO-RPS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RPS: "
                      ST-ERRO-RPS
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTERPS.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE W-ALIQ TO W-ED-ALIQ
           MOVE SPACES TO LINHA-REL
           STRING "RPS DA COMPETENCIA " W-COMPET " - ARQUIVO "
                  WS-NOME-RPS " ISS " W-ED-ALIQ "% SERVICO "
                  W-COD-SERVICO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE
           "  T  RPS      ORIGEM               TOMADOR                  
      -    "   VALOR               ISS SITUACAO" TO LINHA-REL
           WRITE LINHA-REL

      *------[ HEADER: COMPETENCIA, DATA, SERVICO E ALIQUOTA ]----------
           MOVE SPACES TO LINHA-RPS
           STRING "H;" W-COMPET ";" W-HOJE ";" W-COD-SERVICO ";"
                  W-ALIQ-CENT
                  DELIMITED BY SIZE INTO LINHA-RPS
           WRITE LINHA-RPS.

      *------[ PASSO 1: UM RPS POR LOTE FECHADO DA COMPETENCIA ]--------
       R1.
           IF W-LOT-ABERTO = "N"
              GO TO R2.
           MOVE ZEROS TO LT-NUMERO
           START CADLOTE KEY IS NOT LESS THAN LT-NUMERO
           IF ST-ERRO-LOT NOT = "00"
              GO TO R2.
       R1A.
           READ CADLOTE NEXT RECORD
           IF ST-ERRO-LOT NOT = "00"
              GO TO R2.
           IF LT-COMPET NOT = W-COMPET OR LT-VALOR = ZEROS
              GO TO R1A.
           MOVE LT-CODCONV TO CODIGO
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
              MOVE ZEROS TO CNPJ
              MOVE "CONVENIO NAO CADASTRADO" TO CNV-NOME.
           MOVE "L" TO W-TIPO
           MOVE SPACES TO W-CHAVE-ORIG W-CONSULTA
           MOVE LT-NUMERO TO W-CHAVE-ORIG
           MOVE "J" TO W-TIPO-DOC
           MOVE CNPJ TO W-DOC-TOMADOR
           MOVE LT-VALOR TO W-VALOR
           MOVE SPACES TO W-DISCRIM
           STRING "CONSULTAS MEDICAS LOTE " LT-NUMERO " COMPET. "
                  LT-COMPET " " CNV-NOME
                  DELIMITED BY SIZE INTO W-DISCRIM
           PERFORM GERA-RPS THRU GERA-RPS-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-LOTES
           GO TO R1A.

      *------[ PASSO 2: UM RPS POR RECIBO DO CAIXA NA COMPETENCIA ]-----
       R2.
           IF W-RCB-ABERTO = "N"
              GO TO R3.
           MOVE SPACES TO RC-CHAVE
           COMPUTE RC-DATA = W-COMPET * 100
           START CADRECIBO KEY IS NOT LESS THAN RC-CHAVE
           IF ST-ERRO-RCB NOT = "00"
              GO TO R3.
       R2A.
           READ CADRECIBO NEXT RECORD
           IF ST-ERRO-RCB NOT = "00"
              GO TO R3.
           DIVIDE RC-DATA BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG < W-COMPET
              GO TO R2A.
           IF W-COMPET-REG > W-COMPET
              GO TO R3.
           IF RC-VALOR = ZEROS
              GO TO R2A.
           MOVE RC-CRM TO AG-CRM
           MOVE RC-DATCON TO AG-DATA
           MOVE RC-HORCON TO AG-HORA
           READ CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              MOVE ZEROS TO AG-CPF.
           MOVE "R" TO W-TIPO
           MOVE RC-CHAVE TO W-CHAVE-ORIG
           MOVE SPACES TO W-CONSULTA
           STRING RC-CRM RC-DATCON RC-HORCON
                  DELIMITED BY SIZE INTO W-CONSULTA
           MOVE "F" TO W-TIPO-DOC
           MOVE AG-CPF TO W-DOC-TOMADOR
           MOVE RC-VALOR TO W-VALOR
           MOVE SPACES TO W-DISCRIM
           STRING "CONSULTA MEDICA EM " RC-DATCON " CRM " RC-CRM
                  DELIMITED BY SIZE INTO W-DISCRIM
           PERFORM GERA-RPS THRU GERA-RPS-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-RECIBOS
           GO TO R2A.

      *------[ PASSO 3: PARTE DO PACIENTE DAS FATURAS SEM RECIBO ]------
       R3.
           MOVE SPACES TO FT-CHAVE
           START CADFATURA KEY IS NOT LESS THAN FT-CHAVE
           IF ST-ERRO-FAT NOT = "00"
              GO TO R4.
       R3A.
           READ CADFATURA NEXT RECORD
           IF ST-ERRO-FAT NOT = "00"
              GO TO R4.
           DIVIDE FT-DATA BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG NOT = W-COMPET OR FT-VALOR-PACI = ZEROS
              GO TO R3A.
           PERFORM TESTA-RECIBO THRU TESTA-RECIBO-FIM
           IF W-TEM-RECIBO = "S"
              GO TO R3A.
           MOVE "F" TO W-TIPO
           MOVE SPACES TO W-CHAVE-ORIG
           MOVE FT-CHAVE TO W-CHAVE-ORIG W-CONSULTA
           MOVE "F" TO W-TIPO-DOC
           MOVE FT-CPF TO W-DOC-TOMADOR
           MOVE FT-VALOR-PACI TO W-VALOR
           MOVE SPACES TO W-DISCRIM
           IF FT-CODCONV = ZEROS
              STRING "CONSULTA MEDICA EM " FT-DATA " CRM " FT-CRM
                     DELIMITED BY SIZE INTO W-DISCRIM
           ELSE
              STRING "COPARTICIPACAO CONSULTA EM " FT-DATA " CRM "
                     FT-CRM DELIMITED BY SIZE INTO W-DISCRIM.
           PERFORM GERA-RPS THRU GERA-RPS-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-FATURAS
           GO TO R3A.

      *------[ TRAILER E TOTAIS ]---------------------------------------
       R4.
           COMPUTE W-VALOR-CENT = W-TOT-VALOR * 100
           COMPUTE W-ISS-CENT = W-TOT-ISS * 100
           MOVE SPACES TO LINHA-RPS
           STRING "T;" W-CONT-RPS ";" W-VALOR-CENT ";" W-ISS-CENT
                  DELIMITED BY SIZE INTO LINHA-RPS
           WRITE LINHA-RPS
           MOVE W-TOT-VALOR TO W-ED-VALOR
           MOVE W-TOT-ISS TO W-ED-ISS
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "RPS NO ARQUIVO: " W-CONT-RPS
                  "  VALOR: " W-ED-VALOR "  ISS: " W-ED-ISS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LOTES: " W-CONT-LOTES "  RECIBOS: " W-CONT-RECIBOS
                  "  FATURAS: " W-CONT-FATURAS
                  "  JA EMITIDAS: " W-CONT-EMITIDAS
                  "  SEM DOCUMENTO DO TOMADOR: " W-CONT-PEND
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "RPS GERADOS      : " W-CONT-RPS
           DISPLAY "ARQUIVO DE RPS   : " WS-NOME-RPS
           GO TO ROT-FIM.

      *------[ CONSULTA DA FATURA JA TEM RECIBO COM RPS? ]--------------
       TESTA-RECIBO.
           MOVE "N" TO W-TEM-RECIBO
           MOVE FT-CHAVE TO NF-CONSULTA
           START CADNFSE KEY IS EQUAL NF-CONSULTA
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO TESTA-RECIBO-FIM.
       TESTA-RECIBO1.
           READ CADNFSE NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO TESTA-RECIBO-FIM.
           IF NF-CONSULTA NOT = FT-CHAVE
              GO TO TESTA-RECIBO-FIM.
           IF NF-TIPO = "R"
              MOVE "S" TO W-TEM-RECIBO
              GO TO TESTA-RECIBO-FIM.
           GO TO TESTA-RECIBO1.
       TESTA-RECIBO-FIM.
           EXIT.

      *------[ GRAVA/ATUALIZA O RPS DA ORIGEM E ESCREVE A LINHA ]-------
       GERA-RPS.
           IF W-DOC-TOMADOR = ZEROS
              MOVE SPACES TO LINHA-REL
              STRING "  " W-TIPO "  ORIGEM " W-CHAVE-ORIG
                     " SEM CNPJ/CPF DO TOMADOR - RPS NAO GERADO"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-CONT-PEND
              GO TO GERA-RPS-FIM.
           MOVE "N" TO W-NOVO
           MOVE W-TIPO TO NF-TIPO
           MOVE W-CHAVE-ORIG TO NF-CHAVE-ORIG
           READ CADNFSE KEY IS NF-ORIGEM
           IF ST-ERRO = "00"
              IF NF-SITUACAO = "E"
                 ADD 1 TO W-CONT-EMITIDAS
                 GO TO GERA-RPS-FIM
              END-IF
           ELSE
              MOVE "S" TO W-NOVO
              MOVE ZEROS TO W-NUM-MINIMO
              CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                      W-NUM-RETORNO
              IF W-NUM-RETORNO = ZEROS
                 DISPLAY "ERRO NO DISPENSADOR DE NUMEROS (CADNUMERO)"
                 MOVE 8 TO RETURN-CODE
                 MOVE "S" TO W-ERRO-ARQ
                 GO TO GERA-RPS-FIM
              END-IF
              MOVE W-NUM-RETORNO TO NF-RPS
              MOVE W-TIPO TO NF-TIPO
              MOVE W-CHAVE-ORIG TO NF-CHAVE-ORIG
              MOVE SPACES TO NF-NUM-NFSE
              MOVE ZEROS TO NF-DATA-RET
              ACCEPT DATA-CADASTRO OF REGNFSE FROM DATE YYYYMMDD.
           MOVE W-CONSULTA TO NF-CONSULTA
           MOVE W-COMPET TO NF-COMPET
           MOVE W-HOJE TO NF-DATA-EMISSAO
           MOVE W-TIPO-DOC TO NF-TIPO-DOC
           MOVE W-DOC-TOMADOR TO NF-DOC-TOMADOR
           MOVE W-COD-SERVICO TO NF-COD-SERVICO
           MOVE W-VALOR TO NF-VALOR
           MOVE W-ALIQ TO NF-ALIQ
           COMPUTE NF-VALOR-ISS ROUNDED = NF-VALOR * NF-ALIQ / 100
           MOVE "G" TO NF-SITUACAO
           MOVE SPACES TO NF-MOTIVO
           IF W-NOVO = "S"
              WRITE REGNFSE
           ELSE
              REWRITE REGNFSE.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADNFSE: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO GERA-RPS-FIM.

           COMPUTE W-VALOR-CENT = NF-VALOR * 100
           COMPUTE W-ISS-CENT = NF-VALOR-ISS * 100
           MOVE SPACES TO LINHA-RPS
           STRING "R;" NF-RPS ";" NF-DATA-EMISSAO ";" NF-TIPO-DOC ";"
                  NF-DOC-TOMADOR ";" NF-COD-SERVICO ";" W-VALOR-CENT
                  ";" W-ALIQ-CENT ";" W-ISS-CENT ";" W-DISCRIM
                  DELIMITED BY SIZE INTO LINHA-RPS
           WRITE LINHA-RPS
           ADD 1 TO W-CONT-RPS
           ADD NF-VALOR TO W-TOT-VALOR
           ADD NF-VALOR-ISS TO W-TOT-ISS

           MOVE NF-VALOR TO W-ED-VALOR
           MOVE NF-VALOR-ISS TO W-ED-ISS
           MOVE SPACES TO LINHA-REL
           STRING "  " NF-TIPO "  " NF-RPS " " NF-CHAVE-ORIG " "
                  NF-TIPO-DOC NF-DOC-TOMADOR " " W-ED-VALOR " "
                  W-ED-ISS
                  DELIMITED BY SIZE INTO LINHA-REL
           IF W-NOVO = "N"
              MOVE "REENVIO" TO LINHA-REL (88:)
           ELSE
              MOVE "NOVO" TO LINHA-REL (88:).
           WRITE LINHA-REL.
       GERA-RPS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADNFSE.
           CLOSE CADCONV.
           CLOSE CADAGENDA.
           CLOSE CADFATURA.
           IF W-LOT-ABERTO = "S"
              CLOSE CADLOTE.
           IF W-RCB-ABERTO = "S"
              CLOSE CADRECIBO.
           CLOSE ARQRPS.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
