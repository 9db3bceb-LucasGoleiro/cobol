      * DIA. A OPCAO DE FILA MOSTRA, POR CRM, QUEM JA CHEGOU E    *
      * AINDA NAO FOI ATENDIDO, EM ORDEM DE CHEGADA E COM O       *
      * TEMPO DE ESPERA EM MINUTOS, PARA O MEDICO SABER QUEM E    *
      * O PROXIMO SEM LIGAR PARA A RECEPCAO.                      *
      * NA CHEGADA DE CONSULTA DE CONVENIO IMPRIME VIA PROGSPOOL  *
      * A GUIA DE CONSULTA PADRAO TISS JA PREENCHIDA (OPERADORA E *
      * REGISTRO ANS DO CADCONV, CARTEIRINHA DO CADBENEF,         *
      * PACIENTE, MEDICO, CODIGO DE PRESTADOR DO CADCREDEN, GUIA  *
      * DA OPERADORA AG-GUIA E TUSS DA CONSULTA), COM O NUMERO DA *
      * GUIA NO PRESTADOR (PROGNUMERO, SERIE "GUIACONS") GRAVADO  *
      * NA CONSULTA EM CADGUIA                                    *
      *************************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT CADGUIA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS GC-CHAVE
                     ALTERNATE RECORD KEY IS GC-NUMERO
                     FILE STATUS IS ST-ERRO-GUI.

       SELECT CADTUSS ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TU-CHAVE
                     FILE STATUS IS ST-ERRO-TUS.

       SELECT CADBENEF ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BN-CHAVE
                     ALTERNATE RECORD KEY IS BN-CHAVE-CPF
                                         WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-BNF.

       SELECT CADCREDEN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CD-CHAVE
                     FILE STATUS IS ST-ERRO-CRD.

       SELECT GUIA ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-GIM.

      *----------------------------------------------------------------

       DATA DIVISION.
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 PAC-RESTO1     PIC X(10).
          03 CONVENIO       PIC 9(04).

       FD CADMED
               LABEL RECORD IS STANDARD
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).
           03 ESPECIALIDADE    PIC 9(02).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGO           PIC 9(04).
           03 CNV-NOME         PIC X(30).
           03 PLANO            PIC 9(02).
           03 CNPJ             PIC 9(14).
           03 COPART           PIC 9(03).
           03 VALIDADE         PIC 9(08).
           03 CNV-DATA-CAD     PIC 9(08).
           03 EXIGEGUIA        PIC X(01).
           03 CNV-RETORNO-DIAS PIC 9(03).
           03 CNV-REG-ANS      PIC 9(06).

       FD CADGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.DAT".
           COPY REGGUIA.

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
           COPY REGTUSS.

       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
           COPY REGBENEF.

       FD CADCREDEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDEN.DAT".
           COPY REGCREDEN.

       FD GUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-GUIA.
       01 LINHA-GUIA                PIC X(90).

      *----------------------------------------------------------------

       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-PAC    PIC X(02) VALUE "00".
       01 ST-ERRO-MED    PIC X(02) VALUE "00".
       01 ST-ERRO-CNV    PIC X(02) VALUE "00".
       01 ST-ERRO-GUI    PIC X(02) VALUE "00".
       01 ST-ERRO-TUS    PIC X(02) VALUE "00".
       01 ST-ERRO-BNF    PIC X(02) VALUE "00".
       01 ST-ERRO-CRD    PIC X(02) VALUE "00".
       01 ST-ERRO-GIM    PIC X(02) VALUE "00".
       01 W-CNV-ABERTO  PIC X(01) VALUE "N".
       01 W-GUI-ABERTO  PIC X(01) VALUE "N".
       01 W-TUS-ABERTO  PIC X(01) VALUE "N".
       01 W-BNF-ABERTO  PIC X(01) VALUE "N".
       01 W-CRD-ABERTO  PIC X(01) VALUE "N".
       01 W-GUIA-NOVA   PIC X(01) VALUE "N".
       01 W-PROC-BUSCA  PIC 9(04) VALUE ZEROS.
       01 W-TUSS        PIC 9(08) VALUE ZEROS.
       01 W-CARTEIRA    PIC X(20) VALUE SPACES.
       01 W-COD-PRESTADOR PIC X(15) VALUE SPACES.
       01 W-MODAL-TXT   PIC X(12) VALUE SPACES.
       01 W-NUM-SERIE   PIC X(10) VALUE "GUIACONS".
       01 W-NUM-MINIMO  PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO PIC 9(08) VALUE ZEROS.
       01 WS-NOME-GUIA  PIC X(30) VALUE "GUIACONS.TXT".
       01 W-PROG-SPOOL  PIC X(10) VALUE "SMP034".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-JRN-ARQ     PIC X(10) VALUE SPACES.
       01 W-JRN-ACAO    PIC X(01) VALUE SPACES.
       01 W-JRN-REG     PIC X(130) VALUE SPACES.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *------[ ARQUIVOS DA GUIA DE CONSULTA: SEM O CADCONV OU O ]-------
      *------[ CADGUIA O CHECK-IN SEGUE SEM IMPRIMIR A GUIA     ]-------
       R0C.
           OPEN INPUT CADCONV
           IF ST-ERRO-CNV = "00"
              MOVE "S" TO W-CNV-ABERTO.
           OPEN I-O CADGUIA
           IF ST-ERRO-GUI = "30"
              OPEN OUTPUT CADGUIA
              CLOSE CADGUIA
              OPEN I-O CADGUIA.
           IF ST-ERRO-GUI = "00"
              MOVE "S" TO W-GUI-ABERTO.
           OPEN INPUT CADTUSS
           IF ST-ERRO-TUS = "00"
              MOVE "S" TO W-TUS-ABERTO.
           OPEN INPUT CADBENEF
           IF ST-ERRO-BNF = "00"
              MOVE "S" TO W-BNF-ABERTO.
           OPEN INPUT CADCREDEN
           IF ST-ERRO-CRD = "00"
              MOVE "S" TO W-CRD-ABERTO.

      *------[ ESCOLHA ENTRE CHECK-IN E CONSULTA DA FILA ]--------------
       MODO.
           DISPLAY (23, 12)
              CALL "PROGJORNAL" USING W-JRN-ARQ W-JRN-ACAO W-JRN-REG
              MOVE "*** CHEGADA REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM EMITE-GUIA THRU EMITE-GUIA-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO REGISTRO DE CONSULTA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           ACCEPT (23, 36) W-OPCAO
           GO TO FILA-1.

      *****************************************
      * GUIA DE CONSULTA TISS PREENCHIDA PARA *
      * A CONSULTA DE CONVENIO QUE CHEGOU     *
      *****************************************
       EMITE-GUIA.
           IF W-CNV-ABERTO = "N" OR W-GUI-ABERTO = "N"
              GO TO EMITE-GUIA-FIM.
           IF AG-PARTICULAR = "S"
              GO TO EMITE-GUIA-FIM.
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00" OR CONVENIO = ZEROS
              GO TO EMITE-GUIA-FIM.
           MOVE CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
              GO TO EMITE-GUIA-FIM.
           MOVE AG-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED NOT = "00"
              MOVE "MEDICO NAO CADASTRADO" TO NOME
              MOVE ZEROS TO ESPECIALIDADE.
      *    TELECONSULTA USA O TUSS DO 0002 QUANDO MAPEADO
           MOVE ZEROS TO W-TUSS
           MOVE "PRESENCIAL" TO W-MODAL-TXT
           IF AG-MODALIDADE = "T" OR AG-MODALIDADE = "t"
              MOVE "TELECONSULTA" TO W-MODAL-TXT
              MOVE 0002 TO W-PROC-BUSCA
              PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           IF W-TUSS = ZEROS
              MOVE 0001 TO W-PROC-BUSCA
              PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM.
           PERFORM BUSCA-CARTEIRA THRU BUSCA-CARTEIRA-FIM
           PERFORM BUSCA-PRESTADOR THRU BUSCA-PRESTADOR-FIM.

      *------[ NUMERO DA GUIA: REAPROVEITA O JA GRAVADO NA CONSULTA ]---
       EMITE-GUIA-NUM.
           MOVE "N" TO W-GUIA-NOVA
           MOVE AG-CHAVE TO GC-CHAVE
           READ CADGUIA
           IF ST-ERRO-GUI NOT = "00"
              MOVE "S" TO W-GUIA-NOVA
              MOVE ZEROS TO W-NUM-MINIMO
              CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                      W-NUM-RETORNO
              IF W-NUM-RETORNO = ZEROS
                 MOVE "ERRO NO DISPENSADOR DE NUMEROS (CADNUMERO)"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO EMITE-GUIA-FIM
              ELSE
                 MOVE AG-CHAVE TO GC-CHAVE
                 MOVE W-NUM-RETORNO TO GC-NUMERO.
           MOVE CONVENIO TO GC-CODCONV
           MOVE AG-CPF TO GC-CPF
           MOVE AG-GUIA TO GC-GUIA-OPER
           MOVE W-TUSS TO GC-TUSS
           MOVE W-OPERADOR-LOGADO TO GC-OPERADOR
           ACCEPT DATA-CADASTRO OF REGGUIA FROM DATE YYYYMMDD
           IF W-GUIA-NOVA = "S"
              WRITE REGGUIA
           ELSE
              REWRITE REGGUIA.
           IF ST-ERRO-GUI NOT = "00" AND ST-ERRO-GUI NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGUIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-GUIA-FIM.

      *------[ IMPRESSAO DA GUIA VIA PROGSPOOL ]------------------------
       EMITE-GUIA-IMP.
           MOVE "SMP034" TO W-PROG-SPOOL
           MOVE SPACES TO WS-NOME-GUIA
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-GUIA
           IF WS-NOME-GUIA = SPACES
              MOVE "GUIACONS.TXT" TO WS-NOME-GUIA.
           OPEN OUTPUT GUIA
           IF ST-ERRO-GIM NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DA GUIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-GUIA-FIM.
           MOVE SPACES TO LINHA-GUIA
           STRING "GUIA DE CONSULTA - PADRAO TISS"
                  "          NO. GUIA NO PRESTADOR " GC-NUMERO
                  DELIMITED BY SIZE INTO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE ALL "-" TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "1-REGISTRO ANS: " CNV-REG-ANS
                  "        2-NO. GUIA ATRIBUIDO PELA OPERADORA: "
                  AG-GUIA DELIMITED BY SIZE INTO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "  OPERADORA: " CNV-NOME " CNPJ " CNPJ
                  DELIMITED BY SIZE INTO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE "DADOS DO BENEFICIARIO" TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "3-NUMERO DA CARTEIRA: " W-CARTEIRA
                  DELIMITED BY SIZE INTO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "4-NOME: " NOMEP "  CPF " AG-CPF
                  DELIMITED BY SIZE INTO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE "DADOS DO CONTRATADO / PROFISSIONAL EXECUTANTE"
             TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "5-CODIGO NA OPERADORA: " W-COD-PRESTADOR
                  DELIMITED BY SIZE INTO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "6-PROFISSIONAL: " NOME "  CONSELHO: CRM "
                  AG-CRM "  ESPEC. " ESPECIALIDADE
                  DELIMITED BY SIZE INTO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE "DADOS DO ATENDIMENTO" TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "7-DATA DO ATENDIMENTO: " AG-DATA "  HORA " AG-HORA
                  "  CHEGADA " AG-HORA-CHEGADA "  " W-MODAL-TXT
                  DELIMITED BY SIZE INTO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           STRING "8-TABELA: 22 (TUSS)  9-CODIGO DO PROCEDIMENTO: "
                  W-TUSS DELIMITED BY SIZE INTO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE "ASSINATURA DO BENEFICIARIO OU RESPONSAVEL: "
             TO LINHA-GUIA
           MOVE "______________________________" TO LINHA-GUIA (44:)
           WRITE LINHA-GUIA
           MOVE SPACES TO LINHA-GUIA
           WRITE LINHA-GUIA
           MOVE "ASSINATURA DO PROFISSIONAL EXECUTANTE:     "
             TO LINHA-GUIA
           MOVE "______________________________" TO LINHA-GUIA (44:)
           WRITE LINHA-GUIA
           CLOSE GUIA
           MOVE SPACES TO MENS
           STRING "* GUIA " GC-NUMERO " EM " WS-NOME-GUIA
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EMITE-GUIA-FIM.
           EXIT.

      *------[ CODIGO TUSS VIGENTE NA DATA DA CONSULTA ]----------------
       BUSCA-TUSS.
           MOVE ZEROS TO W-TUSS
           IF W-TUS-ABERTO = "N"
              GO TO BUSCA-TUSS-FIM.
           MOVE W-PROC-BUSCA TO TU-PROCEDIMENTO
           MOVE ZEROS TO TU-VIGENCIA
           START CADTUSS KEY IS NOT LESS THAN TU-CHAVE
           IF ST-ERRO-TUS NOT = "00"
              GO TO BUSCA-TUSS-FIM.
       BUSCA-TUSS1.
           READ CADTUSS NEXT RECORD
           IF ST-ERRO-TUS NOT = "00"
              GO TO BUSCA-TUSS-FIM.
           IF TU-PROCEDIMENTO NOT = W-PROC-BUSCA
              GO TO BUSCA-TUSS-FIM.
           IF TU-VIGENCIA > AG-DATA
              GO TO BUSCA-TUSS-FIM.
           MOVE TU-CODIGO-TUSS TO W-TUSS
           GO TO BUSCA-TUSS1.
       BUSCA-TUSS-FIM.
           EXIT.

      *------[ CARTEIRINHA DO CPF QUE COBRE A DATA NO CONVENIO ]--------
       BUSCA-CARTEIRA.
           MOVE SPACES TO W-CARTEIRA
           IF W-BNF-ABERTO = "N"
              GO TO BUSCA-CARTEIRA-FIM.
           MOVE CONVENIO TO BN-CONV-CPF
           MOVE AG-CPF TO BN-CPF
           START CADBENEF KEY IS NOT LESS THAN BN-CHAVE-CPF
           IF ST-ERRO-BNF NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
       BUSCA-CARTEIRA1.
           READ CADBENEF NEXT RECORD
           IF ST-ERRO-BNF NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
           IF BN-CONV-CPF NOT = CONVENIO OR BN-CPF NOT = AG-CPF
              GO TO BUSCA-CARTEIRA-FIM.
           IF BN-DATA-INI NOT > AG-DATA
              AND (BN-DATA-CANC = ZEROS OR BN-DATA-CANC > AG-DATA)
              MOVE BN-CARTEIRA TO W-CARTEIRA
              GO TO BUSCA-CARTEIRA-FIM.
           GO TO BUSCA-CARTEIRA1.
       BUSCA-CARTEIRA-FIM.
           EXIT.

      *------[ CODIGO DE PRESTADOR DO CRM NO CONVENIO NA DATA ]---------
       BUSCA-PRESTADOR.
           MOVE SPACES TO W-COD-PRESTADOR
           IF W-CRD-ABERTO = "N"
              GO TO BUSCA-PRESTADOR-FIM.
           MOVE CONVENIO TO CD-CODCONV
           MOVE AG-CRM TO CD-CRM
           MOVE ZEROS TO CD-DATA-INI
           START CADCREDEN KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-PRESTADOR-FIM.
       BUSCA-PRESTADOR1.
           READ CADCREDEN NEXT RECORD
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-PRESTADOR-FIM.
           IF CD-CODCONV NOT = CONVENIO OR CD-CRM NOT = AG-CRM
              GO TO BUSCA-PRESTADOR-FIM.
           IF CD-DATA-INI > AG-DATA
              GO TO BUSCA-PRESTADOR-FIM.
           IF CD-DATA-FIM = ZEROS OR CD-DATA-FIM NOT < AG-DATA
              MOVE CD-COD-PRESTADOR TO W-COD-PRESTADOR
              GO TO BUSCA-PRESTADOR-FIM.
           GO TO BUSCA-PRESTADOR1.
       BUSCA-PRESTADOR-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADAGENDA.
           CLOSE CADPACI.
           CLOSE CADMED.
           IF W-CNV-ABERTO = "S"
              CLOSE CADCONV.
           IF W-GUI-ABERTO = "S"
              CLOSE CADGUIA.
           IF W-TUS-ABERTO = "S"
              CLOSE CADTUSS.
           IF W-BNF-ABERTO = "S"
              CLOSE CADBENEF.
           IF W-CRD-ABERTO = "S"
              CLOSE CADCREDEN.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
