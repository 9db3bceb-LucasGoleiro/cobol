       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTENFSE.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * IMPORTACAO DO RETORNO DA PREFEITURA PARA OS RPS        *
      * GERADOS PELO LOTERPS: LE O ARQUIVO DE RETORNO (PADRAO  *
      * RETNFSE.TXT, UMA LINHA POR RPS DE 8 DIGITOS NO FORMATO *
      * RPS;SITUACAO;NUMERO DA NFS-E;MOTIVO, SITUACAO E=NFS-E  *
      * EMITIDA OU R=RPS REJEITADO) E GRAVA NO CADNFSE, CONTRA *
      * O LOTE, RECIBO OU FATURA DE ORIGEM DO RPS, O NUMERO    *
      * OFICIAL DA NFS-E OU O MOTIVO DA REJEICAO. RPS QUE JA   *
      * TEM NFS-E NAO E SOBRESCRITO. NO FIM LISTA TODOS OS RPS *
      * QUE CONTINUAM REJEITADOS, PARA CORRIGIR O CADASTRO E   *
      * REENVIAR NO PROXIMO LOTERPS DA COMPETENCIA             *
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

       SELECT RETNFSE ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-RET.

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

       FD RETNFSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-RET.
       01 REG-RET                  PIC X(100).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-RET      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-RPS-X          PIC X(08) VALUE SPACES.
       01 W-RPS-N REDEFINES W-RPS-X      PIC 9(08).
       01 W-SITUACAO       PIC X(01) VALUE SPACES.
       01 W-NUM-NFSE       PIC X(15) VALUE SPACES.
       01 W-MOTIVO         PIC X(40) VALUE SPACES.
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-EMITIDAS  PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJEITADAS PIC 9(06) VALUE ZEROS.
       01 W-CONT-INVALIDAS PIC 9(06) VALUE ZEROS.
       01 W-CONT-PENDENTES PIC 9(06) VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-NOME-RET      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTENFSE.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTENFSE".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "ARQUIVO DE RETORNO DA PREFEITURA "
                   "(BRANCO=RETNFSE.TXT): "
           ACCEPT WS-NOME-RET
           IF WS-NOME-RET = SPACES
              MOVE "RETNFSE.TXT" TO WS-NOME-RET.

       R0.
           OPEN I-O CADNFSE
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNFSE: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT RETNFSE
           IF ST-ERRO-RET NOT = "00"
              DISPLAY "ARQUIVO " WS-NOME-RET " NAO ENCONTRADO"
              MOVE 8 TO RETURN-CODE
              CLOSE CADNFSE
              GO TO ROT-FIM-SEMARQ.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTENFSE.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "RETORNO DE NFS-E " WS-NOME-RET " IMPORTADO EM "
                  W-HOJE DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ UMA LINHA DO RETORNO POR RPS ]---------------------------
       R1.
           READ RETNFSE
           AT END
              GO TO R2.
           ADD 1 TO W-CONT-LIDOS
           IF REG-RET = SPACES
              GO TO R1.
           MOVE SPACES TO W-RPS-X W-SITUACAO W-NUM-NFSE W-MOTIVO
           UNSTRING REG-RET DELIMITED BY ";"
               INTO W-RPS-X W-SITUACAO W-NUM-NFSE W-MOTIVO
           IF W-RPS-X NOT NUMERIC
              MOVE "RPS NAO NUMERICO" TO W-MOTIVO
              GO TO R1-INVALIDA.
           IF W-SITUACAO = "e"
              MOVE "E" TO W-SITUACAO.
           IF W-SITUACAO = "r"
              MOVE "R" TO W-SITUACAO.
           IF W-SITUACAO NOT = "E" AND W-SITUACAO NOT = "R"
              MOVE "SITUACAO DIFERENTE DE E/R" TO W-MOTIVO
              GO TO R1-INVALIDA.
           IF W-SITUACAO = "E" AND W-NUM-NFSE = SPACES
              MOVE "NFS-E EMITIDA SEM NUMERO" TO W-MOTIVO
              GO TO R1-INVALIDA.
           MOVE W-RPS-N TO NF-RPS
           READ CADNFSE
           IF ST-ERRO NOT = "00"
              MOVE "RPS NAO GERADO PELO LOTERPS" TO W-MOTIVO
              GO TO R1-INVALIDA.
           IF NF-SITUACAO = "E"
              MOVE SPACES TO LINHA-REL
              STRING "  RPS " NF-RPS " JA TEM A NFS-E " NF-NUM-NFSE
                     " - RETORNO IGNORADO"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              GO TO R1.
           MOVE W-SITUACAO TO NF-SITUACAO
           MOVE W-HOJE TO NF-DATA-RET
           IF W-SITUACAO = "E"
              MOVE W-NUM-NFSE TO NF-NUM-NFSE
              MOVE SPACES TO NF-MOTIVO
           ELSE
              MOVE SPACES TO NF-NUM-NFSE
              MOVE W-MOTIVO TO NF-MOTIVO.
           REWRITE REGNFSE
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADNFSE: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE NF-VALOR TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           IF W-SITUACAO = "E"
              ADD 1 TO W-CONT-EMITIDAS
              STRING "  RPS " NF-RPS " " NF-TIPO " " NF-CHAVE-ORIG
                     " " W-ED-VALOR " NFS-E " NF-NUM-NFSE
                     DELIMITED BY SIZE INTO LINHA-REL
           ELSE
              ADD 1 TO W-CONT-REJEITADAS
              STRING "  RPS " NF-RPS " " NF-TIPO " " NF-CHAVE-ORIG
                     " " W-ED-VALOR " REJEITADO: " NF-MOTIVO
                     DELIMITED BY SIZE INTO LINHA-REL.
           WRITE LINHA-REL
           GO TO R1.
       R1-INVALIDA.
           MOVE SPACES TO LINHA-REL
           STRING "  LINHA INVALIDA: " REG-RET (1:60) " - " W-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-CONT-INVALIDAS
           GO TO R1.

      *------[ TODOS OS RPS QUE CONTINUAM REJEITADOS ]------------------
       R2.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RPS REJEITADOS PENDENTES DE CORRECAO E REENVIO:"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO NF-RPS
           START CADNFSE KEY IS NOT LESS THAN NF-RPS
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R2A.
           READ CADNFSE NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R3.
           IF NF-SITUACAO NOT = "R"
              GO TO R2A.
           ADD 1 TO W-CONT-PENDENTES
           MOVE NF-VALOR TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING "  RPS " NF-RPS " COMPET. " NF-COMPET " " NF-TIPO " "
                  NF-CHAVE-ORIG " " NF-TIPO-DOC NF-DOC-TOMADOR " "
                  W-ED-VALOR " " NF-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R2A.

       R3.
           IF W-CONT-PENDENTES = ZEROS
              MOVE "  NENHUM" TO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LINHAS LIDAS: " W-CONT-LIDOS
                  "  NFS-E GRAVADAS: " W-CONT-EMITIDAS
                  "  REJEITADOS: " W-CONT-REJEITADAS
                  "  INVALIDAS: " W-CONT-INVALIDAS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "NFS-E GRAVADAS    : " W-CONT-EMITIDAS
           DISPLAY "RPS REJEITADOS    : " W-CONT-REJEITADAS
           DISPLAY "LINHAS INVALIDAS  : " W-CONT-INVALIDAS
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADNFSE.
           CLOSE RETNFSE.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
