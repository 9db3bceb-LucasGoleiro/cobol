       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP082.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * CADASTRO DE PATRIMONIO (CADPATRIM): EQUIPAMENTOS, MOVEIS, *
      * INFORMATICA E VEICULOS DA CLINICA POR PLAQUETA, COM       *
      * CATEGORIA, FILIAL E SALA ONDE O BEM FICA, AQUISICAO       *
      * (DATA, VALOR E FORNECEDOR DO CADFORN), VIDA UTIL E        *
      * SITUACAO. VIDA UTIL ZERO ASSUME A PADRAO DA CATEGORIA. O  *
      * VEICULO E AMARRADO PELA PLACA DO CADVEIC, UMA PLACA POR   *
      * BEM. VENDA OU BAIXA PEDE A DATA, QUE NAO PODE CAIR EM MES *
      * FECHADO NA CONTABILIDADE (SMP080). BEM JA DEPRECIADO PELO *
      * LOTEDEPREC NAO E EXCLUIDO: SAI POR BAIXA                  *
      *************************************************************

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

       SELECT CADFORN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FO-CODIGO
                     FILE STATUS IS ST-ERRO-FOR.

       SELECT CADVEIC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PLACA
                     ALTERNATE RECORD KEY IS NOMEPROP WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-VEI.

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

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY REGFORN.

       FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
       01 REGVEIC.
          03 PLACA          PIC X(07).
          03 NOMEPROP       PIC X(30).
          03 MARCA          PIC 9(02).
          03 MODELO         PIC X(20).
          03 COR            PIC X(01).
          03 ANOFAB         PIC 9(04).
          03 VALSEGURO      PIC 9(08).
          03 VALIPVA        PIC 9(08).
          03 DATA-CADASTRO  PIC 9(08).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-FIL   PIC X(02) VALUE "00".
       01 ST-ERRO-SAL   PIC X(02) VALUE "00".
       01 ST-ERRO-FOR   PIC X(02) VALUE "00".
       01 ST-ERRO-VEI   PIC X(02) VALUE "00".
       01 W-FIL-ABERTO  PIC X(01) VALUE "N".
       01 W-SAL-ABERTO  PIC X(01) VALUE "N".
       01 W-FOR-ABERTO  PIC X(01) VALUE "N".
       01 W-VEI-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-REG-ATUAL   PIC X(107) VALUE SPACES.
       01 W-PLAQUETA    PIC 9(06) VALUE ZEROS.
       01 W-PLAQUETA-ATU PIC 9(06) VALUE ZEROS.
       01 W-SITUACAO-ANT PIC X(01) VALUE SPACES.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".

      *------[ VIDA UTIL PADRAO EM MESES POR CATEGORIA ]----------------
       01 TAB-VIDAX.
           03 FILLER    PIC 9(03) VALUE 120.
           03 FILLER    PIC 9(03) VALUE 060.
           03 FILLER    PIC 9(03) VALUE 120.
           03 FILLER    PIC 9(03) VALUE 060.
           03 FILLER    PIC 9(03) VALUE 120.
           03 FILLER    PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC 9(03) VALUE ZEROS.
           03 FILLER    PIC 9(03) VALUE 120.
       01 TAB-VIDA REDEFINES TAB-VIDAX.
           03 W-VIDA-PADRAO PIC 9(03) OCCURS 9 TIMES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** CADASTRO DE PATRIMONIO ***".
           05  LINE 03 COLUMN 01 VALUE  "PLAQUETA                 :".
           05  LINE 04 COLUMN 01 VALUE  "DESCRICAO                :".
           05  LINE 05 COLUMN 01 VALUE  "CATEGORIA (1-9)          :".
           05  LINE 06 COLUMN 01 VALUE  "FILIAL (00=CLINICA)      :".
           05  LINE 07 COLUMN 01 VALUE  "SALA (00=SEM SALA)       :".
           05  LINE 08 COLUMN 01 VALUE  "DATA AQUISICAO (AAAAMMDD):".
           05  LINE 09 COLUMN 01 VALUE  "VALOR AQUIS. (SEM VIRG.) :".
           05  LINE 10 COLUMN 01 VALUE  "FORNECEDOR (0=NENHUM)    :".
           05  LINE 11 COLUMN 01 VALUE  "VIDA UTIL (MESES,0=PADR.):".
           05  LINE 12 COLUMN 01 VALUE  "PLACA (SO VEICULOS)      :".
           05  LINE 13 COLUMN 01 VALUE  "SITUACAO (A/V/B)         :".
           05  LINE 13 COLUMN 31 VALUE
               "A=ATIVO V=VENDIDO B=BAIXADO".
           05  LINE 14 COLUMN 01 VALUE  "DATA VENDA/BAIXA         :".
           05  LINE 15 COLUMN 01 VALUE  "DEPRECIACAO ACUMULADA    :".
           05  LINE 17 COLUMN 41 VALUE  "1-EQUIPAMENTO MEDICO".
           05  LINE 18 COLUMN 41 VALUE  "2-INFORMATICA".
           05  LINE 19 COLUMN 41 VALUE  "3-MOVEIS E UTENSILIOS".
           05  LINE 20 COLUMN 41 VALUE  "4-VEICULOS".
           05  LINE 21 COLUMN 41 VALUE  "5-INSTALACOES".
           05  LINE 22 COLUMN 41 VALUE  "9-OUTROS".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O CADPATRIM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPATRIM
                 CLOSE CADPATRIM
                 MOVE "*** ARQUIVO CADPATRIM FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPATRIM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADFILIAL
           IF ST-ERRO-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.
           OPEN INPUT CADSALA
           IF ST-ERRO-SAL = "00"
              MOVE "S" TO W-SAL-ABERTO.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.
           OPEN INPUT CADVEIC
           IF ST-ERRO-VEI = "00"
              MOVE "S" TO W-VEI-ABERTO.

       R1.
           MOVE ZEROS TO PT-PLAQUETA PT-CATEGORIA PT-FILIAL PT-SALA
                         PT-DATA-AQUIS PT-VALOR-AQUIS PT-FORNECEDOR
                         PT-VIDA-MESES PT-DATA-BAIXA PT-DEPREC-ACUM
                         PT-ULT-COMPET DATA-CADASTRO OF REGPATRIM W-SEL
           MOVE SPACES TO PT-DESCRICAO PT-PLACA
           MOVE "A" TO PT-SITUACAO W-SITUACAO-ANT
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) PT-PLAQUETA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PT-PLAQUETA = ZEROS
              MOVE "*** PLAQUETA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       LER-CADPATRIM.
           READ CADPATRIM
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-BEM THRU MOSTRA-BEM-FIM
                 MOVE "*** BEM JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADPATRIM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R3.
           ACCEPT(04, 28) PT-DESCRICAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF PT-DESCRICAO = SPACES
              MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT(05, 28) PT-CATEGORIA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF PT-CATEGORIA = ZEROS OR PT-CATEGORIA > 9
              MOVE "*** CATEGORIA OBRIGATORIA (1-9) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-VIDA-PADRAO (PT-CATEGORIA) = ZEROS
              MOVE "*** CATEGORIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(06, 28) PT-FILIAL WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF PT-FILIAL = ZEROS
              DISPLAY (06, 34) "CLINICA                       "
              GO TO R6.
           IF W-FIL-ABERTO = "N"
              MOVE "* SEM CADFILIAL: SO A FILIAL 00 (CLINICA) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE PT-FILIAL TO FL-CODIGO
           READ CADFILIAL
           IF ST-ERRO-FIL NOT = "00"
              MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY (06, 34) FL-NOME.

       R6.
           ACCEPT(07, 28) PT-SALA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF PT-SALA = ZEROS
              DISPLAY (07, 34) "SEM SALA            "
              GO TO R7.
           IF W-SAL-ABERTO = "N"
              MOVE "* SEM CADSALA: INFORME SALA 00 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE PT-SALA TO SA-CODIGO
           READ CADSALA
           IF ST-ERRO-SAL NOT = "00"
              MOVE "*** SALA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           DISPLAY (07, 34) SA-DESCRICAO.

       R7.
           ACCEPT(08, 28) PT-DATA-AQUIS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF PT-DATA-AQUIS < 19000101
              MOVE "*** DATA DE AQUISICAO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT(09, 28) PT-VALOR-AQUIS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF PT-VALOR-AQUIS = ZEROS
              MOVE "*** VALOR DE AQUISICAO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF PT-VALOR-AQUIS < PT-DEPREC-ACUM
              MOVE "* VALOR MENOR QUE A DEPRECIACAO ACUMULADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           MOVE PT-VALOR-AQUIS TO W-VALOR-ED
           DISPLAY (09, 28) W-VALOR-ED.

       R9.
           ACCEPT(10, 28) PT-FORNECEDOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF PT-FORNECEDOR = ZEROS
              DISPLAY (10, 34) "                              "
              GO TO R10.
           IF W-FOR-ABERTO = "N"
              MOVE "* SEM CADFORN: INFORME FORNECEDOR 0 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE PT-FORNECEDOR TO FO-CODIGO
           READ CADFORN
           IF ST-ERRO-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           DISPLAY (10, 34) FO-NOME.

       R10.
           ACCEPT(11, 28) PT-VIDA-MESES WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF PT-VIDA-MESES = ZEROS
              MOVE W-VIDA-PADRAO (PT-CATEGORIA) TO PT-VIDA-MESES
              DISPLAY (11, 28) PT-VIDA-MESES.

       R11.
           IF PT-CATEGORIA NOT = 4
              MOVE SPACES TO PT-PLACA
              DISPLAY (12, 28) PT-PLACA
              GO TO R12.
           ACCEPT(12, 28) PT-PLACA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF PT-PLACA = SPACES
              GO TO R12.
           IF W-VEI-ABERTO = "N"
              MOVE "* SEM CADVEIC: DEIXE A PLACA EM BRANCO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
           MOVE PT-PLACA TO PLACA
           READ CADVEIC
           IF ST-ERRO-VEI NOT = "00"
              MOVE "*** PLACA NAO CADASTRADA NO CADVEIC ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
           DISPLAY (12, 38) MODELO
           PERFORM TESTA-PLACA THRU TESTA-PLACA-FIM
           IF W-PLAQUETA NOT = ZEROS
              MOVE SPACES TO MENS
              STRING "*** PLACA JA AMARRADA A PLAQUETA " W-PLAQUETA
                     " ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

       R12.
           ACCEPT(13, 28) PT-SITUACAO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           IF PT-SITUACAO = "a"
              MOVE "A" TO PT-SITUACAO.
           IF PT-SITUACAO = "v"
              MOVE "V" TO PT-SITUACAO.
           IF PT-SITUACAO = "b"
              MOVE "B" TO PT-SITUACAO.
           IF PT-SITUACAO NOT = "A" AND PT-SITUACAO NOT = "V"
              AND PT-SITUACAO NOT = "B"
              MOVE "*** SITUACAO: A, V OU B ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
           IF PT-SITUACAO = "A"
              MOVE ZEROS TO PT-DATA-BAIXA
              DISPLAY (14, 28) PT-DATA-BAIXA
              GO TO R14.

       R13.
           IF PT-DATA-BAIXA = ZEROS
              ACCEPT PT-DATA-BAIXA FROM DATE YYYYMMDD.
           ACCEPT(14, 28) PT-DATA-BAIXA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           IF PT-DATA-BAIXA < PT-DATA-AQUIS
              MOVE "* DATA DA BAIXA ANTERIOR A AQUISICAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R13.
           IF PT-SITUACAO = W-SITUACAO-ANT
              GO TO R14.
           MOVE PT-DATA-BAIXA TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R13.

       R14.
           IF W-SEL = 1
              GO TO ALT-OPC.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           ACCEPT DATA-CADASTRO OF REGPATRIM FROM DATE YYYYMMDD
           WRITE REGPATRIM
           IF ST-ERRO = "00" OR "02"
              MOVE "*** BEM CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPATRIM" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
               AND W-OPCAO NOT = "E" GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              MOVE PT-SITUACAO TO W-SITUACAO-ANT
              GO TO R3.
           IF PT-DEPREC-ACUM NOT = ZEROS
              MOVE "* BEM JA DEPRECIADO: USE A SITUACAO B *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
       EXC-DL1.
           DELETE CADPATRIM RECORD
           IF ST-ERRO = "00"
              MOVE "*** BEM EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           REWRITE REGPATRIM
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO BEM" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ MOSTRA O BEM LIDO NA TELA ]------------------------------
       MOSTRA-BEM.
           DISPLAY (04, 28) PT-DESCRICAO
           DISPLAY (05, 28) PT-CATEGORIA
           DISPLAY (06, 28) PT-FILIAL
           DISPLAY (07, 28) PT-SALA
           DISPLAY (08, 28) PT-DATA-AQUIS
           MOVE PT-VALOR-AQUIS TO W-VALOR-ED
           DISPLAY (09, 28) W-VALOR-ED
           DISPLAY (10, 28) PT-FORNECEDOR
           DISPLAY (11, 28) PT-VIDA-MESES
           DISPLAY (12, 28) PT-PLACA
           DISPLAY (13, 28) PT-SITUACAO
           DISPLAY (14, 28) PT-DATA-BAIXA
           MOVE PT-DEPREC-ACUM TO W-VALOR-ED
           DISPLAY (15, 28) W-VALOR-ED
           IF PT-ULT-COMPET NOT = ZEROS
              DISPLAY (15, 43) "ATE" PT-ULT-COMPET.
       MOSTRA-BEM-FIM.
           EXIT.

      *------[ PLACA JA USADA POR OUTRO BEM (W-PLAQUETA) ]--------------
       TESTA-PLACA.
           MOVE ZEROS TO W-PLAQUETA
           MOVE PT-PLAQUETA TO W-PLAQUETA-ATU
           MOVE REGPATRIM TO W-REG-ATUAL
           READ CADPATRIM KEY IS PT-PLACA
           IF ST-ERRO = "00"
              IF PT-PLAQUETA NOT = W-PLAQUETA-ATU
                 MOVE PT-PLAQUETA TO W-PLAQUETA.
           MOVE W-REG-ATUAL TO REGPATRIM.
       TESTA-PLACA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPATRIM.
           IF W-FIL-ABERTO = "S"
              CLOSE CADFILIAL.
           IF W-SAL-ABERTO = "S"
              CLOSE CADSALA.
           IF W-FOR-ABERTO = "S"
              CLOSE CADFORN.
           IF W-VEI-ABERTO = "S"
              CLOSE CADVEIC.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
