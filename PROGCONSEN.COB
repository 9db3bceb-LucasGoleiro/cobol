       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONSEN.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * CONSULTA DO CONSENTIMENTO DE CONTATO (LGPD): CALLED    *
      * PELOS EXTRATOS DE SAIDA (LIGACOES, SMS, EMAIL, CARTAS) *
      * ANTES DE LISTAR UMA PESSOA. RECEBE O TIPO (P=PACIENTE  *
      * PELO CPF, A=AMIGO PELO APELIDO) E A FINALIDADE         *
      * (L=LEMBRETE DE CONSULTA, C=RECALL/CAMPANHA) E DEVOLVE  *
      * UM S/N POR CANAL (LIGACAO, SMS, EMAIL, CARTA) LIDO DE  *
      * CADCONSEN. SEM REGISTRO OU SEM O ARQUIVO, TUDO "S".    *
      * O ARQUIVO FICA ABERTO ENTRE AS CHAMADAS; O EXTRATO     *
      * CHAMA COM TIPO "F" NO FIM PARA FECHAR                  *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCONSEN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CS-CHAVE
                     FILE STATUS IS ST-ERRO.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCONSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEN.DAT".
           COPY REGCONSEN.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
      *    N = AINDA NAO ABERTO, S = ABERTO, X = ARQUIVO AUSENTE
       01 W-CS-ABERTO   PIC X(01) VALUE "N".

      *----------------------------------------------------------------

       LINKAGE SECTION.
       01  LK-TIPO           PIC X(01).
       01  LK-IDENT          PIC X(12).
       01  LK-FINALIDADE     PIC X(01).
       01  LK-CANAIS.
           03 LK-FONE        PIC X(01).
           03 LK-SMS         PIC X(01).
           03 LK-EMAIL       PIC X(01).
           03 LK-CARTA       PIC X(01).

      *----------------------------------------------------------------

       PROCEDURE DIVISION USING LK-TIPO LK-IDENT LK-FINALIDADE
                                LK-CANAIS.
       INICIO.
           MOVE "SSSS" TO LK-CANAIS
           IF LK-TIPO = "F"
              GO TO ROT-FIM.

       R0.
           IF W-CS-ABERTO = "X"
              GOBACK.
           IF W-CS-ABERTO = "S"
              GO TO R1.
           OPEN INPUT CADCONSEN
           IF ST-ERRO NOT = "00"
              MOVE "X" TO W-CS-ABERTO
              GOBACK.
           MOVE "S" TO W-CS-ABERTO.

       R1.
           MOVE LK-TIPO TO CS-TIPO
           MOVE LK-IDENT TO CS-IDENT
           READ CADCONSEN
           IF ST-ERRO NOT = "00"
              GOBACK.
           IF LK-FINALIDADE = "L"
              MOVE CS-LEMBRETE TO LK-CANAIS
           ELSE
              MOVE CS-CAMPANHA TO LK-CANAIS.
           IF LK-FONE NOT = "N"
              MOVE "S" TO LK-FONE.
           IF LK-SMS NOT = "N"
              MOVE "S" TO LK-SMS.
           IF LK-EMAIL NOT = "N"
              MOVE "S" TO LK-EMAIL.
           IF LK-CARTA NOT = "N"
              MOVE "S" TO LK-CARTA.
           GOBACK.

       ROT-FIM.
           IF W-CS-ABERTO = "S"
              CLOSE CADCONSEN.
           MOVE "N" TO W-CS-ABERTO.
           GOBACK.
