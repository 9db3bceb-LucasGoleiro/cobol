       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGZONA.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * ZONA DE ATENDIMENTO DOMICILIAR DE UM CEP (CADZONA),    *
      * CALLED COM O CEP DO PACIENTE (CEPPACI). PROCURA        *
      * PRIMEIRO A FAIXA DE CEP QUE CONTEM O CEP; SEM FAIXA,   *
      * BUSCA O BAIRRO/CIDADE DO CEP NO CADCEP E PROCURA A     *
      * ZONA DO BAIRRO E, SEM ELA, A ZONA DA CIDADE INTEIRA.   *
      * DEVOLVE EM LK-RESULT:                                  *
      *   S = ZONA ACHADA (NOME, TAXA, TEMPO E ATENDE)         *
      *   N = CEP SEM ZONA (FORA DA AREA DE ATENDIMENTO)       *
      *   X = SEM TABELA DE ZONAS (CLINICA NAO CONTROLA)       *
      * USADO PELO SMP012 (MARCACAO DOMICILIAR) E PELO LOTEFAT *
      * (TAXA DE DESLOCAMENTO)                                 *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADZONA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ZN-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADCEP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CEP.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADZONA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADZONA.DAT".
           COPY REGZONA.

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
           COPY REGCEP.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-CEP   PIC X(02) VALUE "00".
       01 W-CIDADE      PIC X(20) VALUE SPACES.
       01 W-BAIRRO      PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------

       LINKAGE SECTION.
       01  LK-CEP            PIC 9(08).
       01  LK-RESULT         PIC X(01).
       01  LK-NOME           PIC X(20).
       01  LK-TAXA           PIC 9(05)V99.
       01  LK-TEMPO          PIC 9(03).
       01  LK-ATENDE         PIC X(01).

      *----------------------------------------------------------------

       PROCEDURE DIVISION USING LK-CEP LK-RESULT LK-NOME LK-TAXA
                                LK-TEMPO LK-ATENDE.
       INICIO.
           MOVE "N" TO LK-RESULT
           MOVE SPACES TO LK-NOME LK-ATENDE
           MOVE ZEROS TO LK-TAXA LK-TEMPO.

       R0.
           OPEN INPUT CADZONA
           IF ST-ERRO NOT = "00"
              MOVE "X" TO LK-RESULT
              GOBACK.
           IF LK-CEP = ZEROS
              GO TO ROT-FIM.

      *------[ FAIXA DE CEP: PRIMEIRA FAIXA COM FIM >= CEP ]------------
       R1.
           MOVE SPACES TO ZN-ID
           MOVE "F" TO ZN-TIPO
           MOVE LK-CEP TO ZN-CEP-FIM
           MOVE ZEROS TO ZN-CEP-INI
           START CADZONA KEY IS NOT LESS THAN ZN-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R2.
           READ CADZONA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R2.
           IF ZN-TIPO = "F" AND ZN-CEP-INI NOT > LK-CEP
              GO TO R3.

      *------[ BAIRRO/CIDADE DO CEP NO CADCEP ]-------------------------
       R2.
           OPEN INPUT CADCEP
           IF ST-ERRO-CEP NOT = "00"
              GO TO ROT-FIM.
           MOVE LK-CEP TO CODIGO
           READ CADCEP
           IF ST-ERRO-CEP NOT = "00"
              CLOSE CADCEP
              GO TO ROT-FIM.
           MOVE CIDADE TO W-CIDADE
           MOVE BAIRRO TO W-BAIRRO
           CLOSE CADCEP
           MOVE "B" TO ZN-TIPO
           MOVE W-CIDADE TO ZN-CIDADE
           MOVE W-BAIRRO TO ZN-BAIRRO
           READ CADZONA
           IF ST-ERRO = "00"
              GO TO R3.
      *    SEM ZONA DO BAIRRO VALE A ZONA DA CIDADE INTEIRA
           MOVE "B" TO ZN-TIPO
           MOVE W-CIDADE TO ZN-CIDADE
           MOVE SPACES TO ZN-BAIRRO
           READ CADZONA
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.

       R3.
           MOVE "S" TO LK-RESULT
           MOVE ZN-NOME TO LK-NOME
           MOVE ZN-TAXA TO LK-TAXA
           MOVE ZN-TEMPO TO LK-TEMPO
           MOVE ZN-ATENDE TO LK-ATENDE.

       ROT-FIM.
           CLOSE CADZONA.
           GOBACK.
