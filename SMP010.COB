      *************************************************************
      * HISTORICO DE MANUTENCAO/REVISAO DOS VEICULOS CADASTRADOS   *
      * EM CADVEIC, KEYED POR PLACA + DATA DO SERVICO               *
      * GUARDA O CUSTO DO SERVICO E A OFICINA (CADFORN),          *
      * LEVADOS PELO RELFROTA AO CUSTO POR KM DA PLACA            *
      *************************************************************

      *----------------------------------------------------------------
                     ALTERNATE RECORD KEY IS NOMEPROP WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADFORN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FO-CODIGO
                     FILE STATUS IS ST-ERRO-FOR.

      *----------------------------------------------------------------

       DATA DIVISION.
       FD CADSERVICO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSERVICO.DAT".
           COPY REGSERVICO.

       FD CADVEIC
               LABEL RECORD IS STANDARD
          03 COR            PIC X(01).
          03 ANOFAB         PIC 9(04).

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY REGFORN.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 ST-ERRO-FOR   PIC X(02) VALUE "00".
       01 W-FOR-ABERTO  PIC X(01) VALUE "N".

      *-----------------------------------------------------------------

           05  LINE 06 COLUMN 01 VALUE  "DESCRICAO DO SERVICO      :".
           05  LINE 07 COLUMN 01 VALUE  "QUILOMETRAGEM             :".
           05  LINE 08 COLUMN 01 VALUE  "TIPO DO SERVICO (CADMPLAN):".
           05  LINE 09 COLUMN 01 VALUE  "CUSTO DO SERVICO          :".
           05  LINE 10 COLUMN 01 VALUE  "OFICINA (CADFORN)         :".

      *-----------------------------------------------------------------

                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.

       R1.
           MOVE ZEROS TO SV-DATA SV-KM SV-TIPO SV-VALOR SV-FORNEC
                         W-SEL
           MOVE SPACES TO SV-PLACA SV-DESCRICAO
           DISPLAY TELA2.

                 ACCEPT(06, 27) SV-DESCRICAO WITH UPDATE
                 ACCEPT(07, 27) SV-KM WITH UPDATE
                 ACCEPT(08, 27) SV-TIPO WITH UPDATE
                 ACCEPT(09, 27) SV-VALOR WITH UPDATE
                 ACCEPT(10, 27) SV-FORNEC WITH UPDATE
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADSERVICO" TO MENS

       R5A.
           ACCEPT(08, 27) SV-TIPO.

       R5B.
           ACCEPT(09, 27) SV-VALOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5A.

      *------[ OFICINA: ZERO = NAO INFORMADA ]--------------------------
       R5C.
           ACCEPT(10, 27) SV-FORNEC WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5B.
           DISPLAY (10, 33) "                              "
           IF SV-FORNEC = ZEROS OR W-FOR-ABERTO = "N"
              GO TO R5D.
           MOVE SV-FORNEC TO FO-CODIGO
           READ CADFORN
           IF ST-ERRO-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5C.
           DISPLAY (10, 33) FO-NOME.

       R5D.
           IF W-SEL = 1
              GO TO ALT-OPC.
       INC-OPC.
       ROT-FIM.
           CLOSE CADSERVICO.
           CLOSE CADVEIC.
           IF W-FOR-ABERTO = "S"
              CLOSE CADFORN.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
