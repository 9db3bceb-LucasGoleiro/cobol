       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP089.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * MULTAS DE TRANSITO DA FROTA (CADMULTA), NO MOLDE DO       *
      * DIARIO DE VIAGENS (SMP060): PLACA VALIDADA NO CADVEIC E   *
      * NUMERO DO AUTO DE INFRACAO. NA MULTA NOVA, A DATA E A     *
      * HORA DA INFRACAO BUSCAM NO CADVIAGEM A VIAGEM DA PLACA    *
      * QUE SAIU ANTES E VOLTOU DEPOIS (OU AINDA ESTA NA RUA) E   *
      * TRAZEM O MOTORISTA; SEM VIAGEM, O MOTORISTA E DIGITADO    *
      * (ZERO = NAO IDENTIFICADO). A GRAVIDADE SUGERE OS PONTOS.  *
      * GUARDA OS PRAZOS DE INDICACAO DO CONDUTOR E DE PAGAMENTO, *
      * QUE O RELMULTA COBRA TODA SEMANA                          *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMULTA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MU-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADVEIC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PLACA
                     FILE STATUS IS ST-ERRO-VEI.

       SELECT CADMOTOR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MO-CODIGO
                     FILE STATUS IS ST-ERRO-MOT.

       SELECT CADVIAGEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VG-CHAVE
                     FILE STATUS IS ST-ERRO-VIA.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
           COPY REGMULTA.

       FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
       01 REGVEIC.
          03 PLACA          PIC X(07).
          03 MARCA          PIC X(15).
          03 MODELO         PIC X(15).

       FD CADMOTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOTOR.DAT".
           COPY REGMOTOR.

       FD CADVIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIAGEM.DAT".
           COPY REGVIAGEM.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-VEI   PIC X(02) VALUE "00".
       01 ST-ERRO-MOT   PIC X(02) VALUE "00".
       01 ST-ERRO-VIA   PIC X(02) VALUE "00".
       01 W-VIA-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-GRAV-DESC   PIC X(12) VALUE SPACES.

      *    MOMENTOS COMPARADOS NA BUSCA DA VIAGEM (DATA + HORA)
       01 W-MOM-INFRACAO.
           03 W-MI-DATA     PIC 9(08).
           03 W-MI-HORA     PIC 9(04).
       01 W-MOM-SAIDA.
           03 W-MS-DATA     PIC 9(08).
           03 W-MS-HORA     PIC 9(04).
       01 W-MOM-RETORNO.
           03 W-MR-DATA     PIC 9(08).
           03 W-MR-HORA     PIC 9(04).
       01 W-ACHOU-MOTOR PIC 9(04) VALUE ZEROS.
       01 W-ACHOU-RET   PIC X(12) VALUE SPACES.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** MULTAS DE TRANSITO DA FROTA ***".
           05  LINE 03 COLUMN 01 VALUE  "PLACA                    :".
           05  LINE 04 COLUMN 01 VALUE  "NUMERO DO AUTO           :".
           05  LINE 05 COLUMN 01 VALUE  "DATA / HORA DA INFRACAO  :".
           05  LINE 06 COLUMN 01 VALUE  "LOCAL                    :".
           05  LINE 07 COLUMN 01 VALUE  "GRAVIDADE (L/M/G/X)      :".
           05  LINE 07 COLUMN 45 VALUE  "PONTOS:".
           05  LINE 08 COLUMN 01 VALUE  "VALOR                    :".
           05  LINE 09 COLUMN 01 VALUE  "PRAZO INDICACAO CONDUTOR :".
           05  LINE 10 COLUMN 01 VALUE  "VENCIMENTO DO PAGAMENTO  :".
           05  LINE 11 COLUMN 01 VALUE  "MOTORISTA                :".
           05  LINE 12 COLUMN 01 VALUE  "VIAGEM (SAIDA)           :".
           05  LINE 13 COLUMN 01 VALUE  "CONDUTOR INDICADO (S/N)  :".
           05  LINE 14 COLUMN 01 VALUE  "PAGA (S/N)               :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN I-O CADMULTA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADMULTA
                 CLOSE CADMULTA
                 MOVE "*** ARQUIVO CADMULTA FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADMULTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM-SEMARQ
           ELSE
                 NEXT SENTENCE.

       R0A.
           OPEN INPUT CADVEIC
           IF ST-ERRO-VEI NOT = "00"
              MOVE "*** ARQUIVO CADVEIC NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMULTA
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADMOTOR
           IF ST-ERRO-MOT NOT = "00"
              MOVE "* ARQUIVO CADMOTOR AUSENTE (SMP059) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADMULTA
              CLOSE CADVEIC
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADVIAGEM
           IF ST-ERRO-VIA = "00"
              MOVE "S" TO W-VIA-ABERTO.

       R1.
           MOVE SPACES TO MU-PLACA MU-AUTO MU-LOCAL MU-GRAVIDADE
           MOVE "N" TO MU-INDICADO MU-PAGO
           MOVE ZEROS TO MU-DATA MU-HORA MU-PONTOS MU-VALOR
                         MU-PRAZO-INDIC MU-VENCIMENTO MU-MOTORISTA
                         MU-VG-DATA MU-VG-HORA MU-DATA-INDIC
                         MU-DATA-PAGTO W-SEL
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) MU-PLACA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
       VAL-PLACA.
           MOVE MU-PLACA TO PLACA
           READ CADVEIC
           IF ST-ERRO-VEI NOT = "00"
              MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (03, 38) MARCA
           DISPLAY (03, 54) MODELO.

       R3.
           ACCEPT(04, 28) MU-AUTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF MU-AUTO = SPACES
              MOVE "*** NUMERO DO AUTO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       LER-CADMULTA.
           READ CADMULTA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 PERFORM MOSTRA-MULTA THRU MOSTRA-MULTA-FIM
                 MOVE "*** MULTA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA DO ARQUIVO CADMULTA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              NEXT SENTENCE.

       R4.
           ACCEPT(05, 28) MU-DATA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF MU-DATA = ZEROS OR MU-DATA > W-HOJE
              MOVE "*** DATA DA INFRACAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT(05, 39) MU-HORA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF MU-HORA > 2359
              MOVE "*** HORA INVALIDA (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-SEL = ZEROS
              PERFORM BUSCA-VIAGEM THRU BUSCA-VIAGEM-FIM.

       R6.
           ACCEPT(06, 28) MU-LOCAL WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF MU-LOCAL = SPACES
              MOVE "*** LOCAL OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

      *------[ GRAVIDADE SUGERE OS PONTOS DO CTB ]----------------------
       R7.
           ACCEPT(07, 28) MU-GRAVIDADE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF MU-GRAVIDADE = "l"
              MOVE "L" TO MU-GRAVIDADE.
           IF MU-GRAVIDADE = "m"
              MOVE "M" TO MU-GRAVIDADE.
           IF MU-GRAVIDADE = "g"
              MOVE "G" TO MU-GRAVIDADE.
           IF MU-GRAVIDADE = "x"
              MOVE "X" TO MU-GRAVIDADE.
           IF MU-GRAVIDADE NOT = "L" AND MU-GRAVIDADE NOT = "M"
              AND MU-GRAVIDADE NOT = "G" AND MU-GRAVIDADE NOT = "X"
              MOVE "*** GRAVIDADE: L, M, G OU X (GRAVISSIMA) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           PERFORM DESC-GRAVIDADE THRU DESC-GRAVIDADE-FIM
           DISPLAY (07, 30) W-GRAV-DESC
           IF MU-PONTOS NOT = ZEROS
              GO TO R8.
           IF MU-GRAVIDADE = "L"
              MOVE 3 TO MU-PONTOS.
           IF MU-GRAVIDADE = "M"
              MOVE 4 TO MU-PONTOS.
           IF MU-GRAVIDADE = "G"
              MOVE 5 TO MU-PONTOS.
           IF MU-GRAVIDADE = "X"
              MOVE 7 TO MU-PONTOS.

       R8.
           ACCEPT(07, 53) MU-PONTOS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.

       R9.
           ACCEPT(08, 28) MU-VALOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF MU-VALOR = ZEROS
              MOVE "*** VALOR OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
           ACCEPT(09, 28) MU-PRAZO-INDIC WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF MU-PRAZO-INDIC < MU-DATA
              MOVE "*** PRAZO ANTERIOR A INFRACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.

       R11.
           ACCEPT(10, 28) MU-VENCIMENTO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF MU-VENCIMENTO < MU-DATA
              MOVE "*** VENCIMENTO ANTERIOR A INFRACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

      *------[ MOTORISTA: O DA VIAGEM OU DIGITADO (0 = SEM) ]-----------
       R12.
           ACCEPT(11, 28) MU-MOTORISTA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           DISPLAY (11, 34) "                              "
           IF MU-MOTORISTA = ZEROS
              MOVE ZEROS TO MU-VG-DATA MU-VG-HORA
              DISPLAY (12, 28) MU-VG-DATA
              DISPLAY (12, 39) MU-VG-HORA
              GO TO R13.
           MOVE MU-MOTORISTA TO MO-CODIGO
           READ CADMOTOR
           IF ST-ERRO-MOT NOT = "00"
              MOVE "*** MOTORISTA NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
           DISPLAY (11, 34) MO-NOME
           IF MU-MOTORISTA NOT = W-ACHOU-MOTOR
              MOVE ZEROS TO MU-VG-DATA MU-VG-HORA
              DISPLAY (12, 28) MU-VG-DATA
              DISPLAY (12, 39) MU-VG-HORA.

       R13.
           ACCEPT(13, 28) MU-INDICADO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           IF MU-INDICADO = "s"
              MOVE "S" TO MU-INDICADO.
           IF MU-INDICADO NOT = "S"
              MOVE "N" TO MU-INDICADO
              MOVE ZEROS TO MU-DATA-INDIC
              DISPLAY (13, 28) MU-INDICADO
              DISPLAY (13, 30) MU-DATA-INDIC
              GO TO R14.
           IF MU-MOTORISTA = ZEROS
              MOVE "*** SEM MOTORISTA NAO HA CONDUTOR A INDICAR ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R13.
           IF MU-DATA-INDIC = ZEROS
              MOVE W-HOJE TO MU-DATA-INDIC.
           ACCEPT(13, 30) MU-DATA-INDIC WITH UPDATE.

       R14.
           ACCEPT(14, 28) MU-PAGO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R13.
           IF MU-PAGO = "s"
              MOVE "S" TO MU-PAGO.
           IF MU-PAGO NOT = "S"
              MOVE "N" TO MU-PAGO
              MOVE ZEROS TO MU-DATA-PAGTO
              DISPLAY (14, 28) MU-PAGO
              DISPLAY (14, 30) MU-DATA-PAGTO
              GO TO R15.
           IF MU-DATA-PAGTO = ZEROS
              MOVE W-HOJE TO MU-DATA-PAGTO.
           ACCEPT(14, 30) MU-DATA-PAGTO WITH UPDATE.

       R15.
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
           ACCEPT DATA-CADASTRO OF REGMULTA FROM DATE YYYYMMDD
           WRITE REGMULTA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** MULTA REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADMULTA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ VIAGEM DA PLACA QUE COBRE A DATA/HORA DA INFRACAO ]------
      *    A ULTIMA SAIDA ATE O MOMENTO DA INFRACAO; VALE SE AINDA
      *    ESTA NA RUA OU SE O RETORNO E DEPOIS DA INFRACAO
       BUSCA-VIAGEM.
           MOVE ZEROS TO W-ACHOU-MOTOR
           MOVE SPACES TO W-ACHOU-RET
           IF W-VIA-ABERTO = "N"
              GO TO BUSCA-VIAGEM-FIM.
           MOVE MU-DATA TO W-MI-DATA
           MOVE MU-HORA TO W-MI-HORA
           MOVE MU-PLACA TO VG-PLACA
           MOVE ZEROS TO VG-SAIDA-DATA VG-SAIDA-HORA
           START CADVIAGEM KEY IS NOT LESS THAN VG-CHAVE
           IF ST-ERRO-VIA NOT = "00"
              GO TO BUSCA-VIAGEM2.
       BUSCA-VIAGEM1.
           READ CADVIAGEM NEXT RECORD
           IF ST-ERRO-VIA NOT = "00"
              GO TO BUSCA-VIAGEM2.
           IF VG-PLACA NOT = MU-PLACA
              GO TO BUSCA-VIAGEM2.
           MOVE VG-SAIDA-DATA TO W-MS-DATA
           MOVE VG-SAIDA-HORA TO W-MS-HORA
           IF W-MOM-SAIDA > W-MOM-INFRACAO
              GO TO BUSCA-VIAGEM2.
           MOVE VG-MOTORISTA TO W-ACHOU-MOTOR
           MOVE VG-SAIDA-DATA TO MU-VG-DATA
           MOVE VG-SAIDA-HORA TO MU-VG-HORA
           MOVE VG-RET-DATA TO W-MR-DATA
           MOVE VG-RET-HORA TO W-MR-HORA
           MOVE W-MOM-RETORNO TO W-ACHOU-RET
           GO TO BUSCA-VIAGEM1.
       BUSCA-VIAGEM2.
           IF W-ACHOU-MOTOR = ZEROS
              GO TO BUSCA-VIAGEM3.
           MOVE W-ACHOU-RET TO W-MOM-RETORNO
           IF W-MR-DATA = ZEROS OR W-MOM-RETORNO NOT < W-MOM-INFRACAO
              MOVE W-ACHOU-MOTOR TO MU-MOTORISTA
              DISPLAY (11, 28) MU-MOTORISTA
              DISPLAY (12, 28) MU-VG-DATA
              DISPLAY (12, 39) MU-VG-HORA
              MOVE "*** MOTORISTA ACHADO NO DIARIO DE VIAGENS ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BUSCA-VIAGEM-FIM.
       BUSCA-VIAGEM3.
           MOVE ZEROS TO W-ACHOU-MOTOR MU-VG-DATA MU-VG-HORA
           MOVE "*** NENHUMA VIAGEM COBRE A INFRACAO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BUSCA-VIAGEM-FIM.
           EXIT.

      *------[ MULTA JA CADASTRADA NA TELA ]----------------------------
       MOSTRA-MULTA.
           DISPLAY (05, 28) MU-DATA
           DISPLAY (05, 39) MU-HORA
           DISPLAY (06, 28) MU-LOCAL
           DISPLAY (07, 28) MU-GRAVIDADE
           PERFORM DESC-GRAVIDADE THRU DESC-GRAVIDADE-FIM
           DISPLAY (07, 30) W-GRAV-DESC
           DISPLAY (07, 53) MU-PONTOS
           DISPLAY (08, 28) MU-VALOR
           DISPLAY (09, 28) MU-PRAZO-INDIC
           DISPLAY (10, 28) MU-VENCIMENTO
           DISPLAY (11, 28) MU-MOTORISTA
           MOVE MU-MOTORISTA TO MO-CODIGO W-ACHOU-MOTOR
           READ CADMOTOR
           IF ST-ERRO-MOT = "00"
              DISPLAY (11, 34) MO-NOME.
           DISPLAY (12, 28) MU-VG-DATA
           DISPLAY (12, 39) MU-VG-HORA
           DISPLAY (13, 28) MU-INDICADO
           DISPLAY (13, 30) MU-DATA-INDIC
           DISPLAY (14, 28) MU-PAGO
           DISPLAY (14, 30) MU-DATA-PAGTO.
       MOSTRA-MULTA-FIM.
           EXIT.

       DESC-GRAVIDADE.
           MOVE SPACES TO W-GRAV-DESC
           IF MU-GRAVIDADE = "L"
              MOVE "LEVE" TO W-GRAV-DESC.
           IF MU-GRAVIDADE = "M"
              MOVE "MEDIA" TO W-GRAV-DESC.
           IF MU-GRAVIDADE = "G"
              MOVE "GRAVE" TO W-GRAV-DESC.
           IF MU-GRAVIDADE = "X"
              MOVE "GRAVISSIMA" TO W-GRAV-DESC.
       DESC-GRAVIDADE-FIM.
           EXIT.

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
              GO TO R4.
           GO TO EXC-OPC.

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
           REWRITE REGMULTA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO ARQUIVO CADMULTA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

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
           DELETE CADMULTA RECORD
           IF ST-ERRO = "00"
              MOVE "*** MULTA EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADMULTA.
           CLOSE CADVEIC.
           CLOSE CADMOTOR.
           IF W-VIA-ABERTO = "S"
              CLOSE CADVIAGEM.
       ROT-FIM-SEMARQ.
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
