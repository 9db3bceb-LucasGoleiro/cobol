       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPERIODO.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * CONSULTA DE PERIODO CONTABIL FECHADO: CALLED PELAS     *
      * TELAS E LOTES QUE GRAVAM, ALTERAM OU EXCLUEM MOVIMENTO *
      * FINANCEIRO (FATURA, PAGAMENTO, GLOSA, CAIXA, PARCELA,  *
      * TITULO A PAGAR, ESTORNO, CONTA-CORRENTE DO MEDICO).    *
      * RECEBE A DATA DO MOVIMENTO (AAAAMMDD) E DEVOLVE "S" SE *
      * O MES ESTA FECHADO NO CADPERIODO (SMP080). SEM O       *
      * ARQUIVO, SEM O MES OU DATA ZERADA, DEVOLVE "N"         *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPERIODO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PE-COMPET
                     FILE STATUS IS ST-ERRO.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPERIODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPERIODO.DAT".
           COPY REGPERIODO.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".

      *----------------------------------------------------------------

       LINKAGE SECTION.
       01  LK-DATA           PIC 9(08).
       01  LK-FECHADO        PIC X(01).

      *----------------------------------------------------------------

       PROCEDURE DIVISION USING LK-DATA LK-FECHADO.
       INICIO.
           MOVE "N" TO LK-FECHADO
           IF LK-DATA NOT NUMERIC OR LK-DATA = ZEROS
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN INPUT CADPERIODO
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM-SEMARQ.

       R1.
           DIVIDE LK-DATA BY 100 GIVING PE-COMPET
           READ CADPERIODO
           IF ST-ERRO = "00" AND PE-SITUACAO = "F"
              MOVE "S" TO LK-FECHADO.

       ROT-FIM.
           CLOSE CADPERIODO.
       ROT-FIM-SEMARQ.
           GOBACK.
