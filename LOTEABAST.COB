       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEABAST.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * CONCILIACAO DO EXTRATO MENSAL DO CARTAO COMBUSTIVEL    *
      * DA FROTA CONTRA O DIARIO DE ABASTECIMENTOS (CADCOMB,   *
      * DIGITADO NO SMP032). CADA TRANSACAO DO EXTRATO (PLACA, *
      * DATA, POSTO, LITROS, VALOR E ODOMETRO DIGITADO NA      *
      * BOMBA) PROCURA O ABASTECIMENTO DA MESMA PLACA E DATA.  *
      * LISTA:                                                 *
      * - TRANSACAO SEM LANCAMENTO NO DIARIO (POSSIVEL USO     *
      *   INDEVIDO DO CARTAO)                                  *
      * - LANCAMENTO DO DIARIO, DENTRO DO PERIODO DO EXTRATO,  *
      *   SEM TRANSACAO NO CARTAO                              *
      * - LITROS OU VALOR FORA DA TOLERANCIA (CADPARAM         *
      *   TOLCARTAO, EM %, PADRAO 2)                           *
      * - ODOMETRO DA BOMBA LONGE DO CB-KM (CADPARAM TOLKMCART,*
      *   EM KM, PADRAO 20) OU FORA DA SEQUENCIA DOS           *
      *   ABASTECIMENTOS E VIAGENS (CADVIAGEM) DA PLACA        *
      * NADA E GRAVADO NOS CADASTROS. HAVENDO DIVERGENCIA      *
      * DEVOLVE CODIGO 4                                       *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCOMB ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CB-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADVIAGEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VG-CHAVE
                     FILE STATUS IS ST-ERRO-VIA.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT EXTRATO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-EXT.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADCOMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMB.DAT".
           COPY REGCOMB.

       FD CADVIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIAGEM.DAT".
           COPY REGVIAGEM.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-EXT.
       01 REG-EXT                  PIC X(100).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-VIA      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-EXT      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-VIA-ABERTO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-TOL-PERC       PIC 9(03) VALUE 2.
       01 W-TOL-KM         PIC 9(06) VALUE 20.
       01 W-MOTIVO         PIC X(50) VALUE SPACES.
       01 W-DIF            PIC 9(08)V99 VALUE ZEROS.
       01 W-LIMITE         PIC 9(08)V99 VALUE ZEROS.
       01 W-DIF-KM         PIC 9(06) VALUE ZEROS.
       01 W-KM-ANTES       PIC 9(06) VALUE ZEROS.
       01 W-KM-DEPOIS      PIC 9(06) VALUE ZEROS.
       01 W-DATA-LIDA      PIC 9(08) VALUE ZEROS.
       01 W-KM-LIDO        PIC 9(06) VALUE ZEROS.
       01 W-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM       PIC 9(08) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-OK        PIC 9(06) VALUE ZEROS.
       01 W-CONT-INVAL     PIC 9(06) VALUE ZEROS.
       01 W-CONT-SEM-DIARIO PIC 9(06) VALUE ZEROS.
       01 W-CONT-SEM-CARTAO PIC 9(06) VALUE ZEROS.
       01 W-CONT-VALOR     PIC 9(06) VALUE ZEROS.
       01 W-CONT-KM        PIC 9(06) VALUE ZEROS.
       01 W-TOT-CARTAO     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-SEM-DIARIO PIC 9(09)V99 VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-VALOR2      PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-LITROS      PIC Z.ZZ9,99.
       01 W-ED-LITROS2     PIC Z.ZZ9,99.
       01 WS-NOME-EXT      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEABAST.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEABAST".

      *------[ TRANSACAO DO EXTRATO DO CARTAO (POSICOES FIXAS) ]--------
       01 EXT-CARTAO.
           03 EC-PLACA         PIC X(07).
           03 EC-DATA          PIC X(08).
           03 EC-DATA-N REDEFINES EC-DATA PIC 9(08).
           03 EC-HORA          PIC X(04).
           03 EC-POSTO         PIC X(30).
           03 EC-LITROS        PIC X(06).
           03 EC-LITROS-N REDEFINES EC-LITROS PIC 9(04)V99.
           03 EC-VALOR         PIC X(08).
           03 EC-VALOR-N REDEFINES EC-VALOR PIC 9(06)V99.
           03 EC-KM            PIC X(06).
           03 EC-KM-N REDEFINES EC-KM PIC 9(06).
           03 FILLER           PIC X(31).

      *    ABASTECIMENTOS DO DIARIO JA CASADOS COM O CARTAO
       01 W-QTD-CASADOS    PIC 9(04) VALUE ZEROS.
       01 W-IND            PIC 9(04) VALUE ZEROS.
       01 TAB-CASADOS.
           03 TC-CHAVE         PIC X(15) OCCURS 3000 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "EXTRATO DO CARTAO COMBUSTIVEL (PADRAO CARTAO.TXT): "
           ACCEPT WS-NOME-EXT
           IF WS-NOME-EXT = SPACES
              MOVE "CARTAO.TXT" TO WS-NOME-EXT.

       R0.
           OPEN INPUT CADCOMB
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOMB: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT EXTRATO
           IF ST-ERRO-EXT NOT = "00"
              DISPLAY "ARQUIVO " WS-NOME-EXT " NAO ENCONTRADO"
              MOVE 8 TO RETURN-CODE
              CLOSE CADCOMB
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADVIAGEM
           IF ST-ERRO-VIA = "00"
              MOVE "S" TO W-VIA-ABERTO.
      *    TOLERANCIAS DA CONCILIACAO (CADPARAM)
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "TOLCARTAO" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 100
                    MOVE PA-VALOR TO W-TOL-PERC
                 END-IF
              END-IF
              MOVE "TOLKMCART" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS
                    MOVE PA-VALOR TO W-TOL-KM
                 END-IF
              END-IF
              CLOSE CADPARAM.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEABAST.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "CONCILIACAO DO CARTAO COMBUSTIVEL " WS-NOME-EXT
                  " EM " W-HOJE "  TOLERANCIA " W-TOL-PERC "% E "
                  W-TOL-KM " KM"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ CADA TRANSACAO DO EXTRATO CONTRA O DIARIO ]--------------
       R1.
           READ EXTRATO
           AT END
              GO TO R3.
           IF REG-EXT = SPACES
              GO TO R1.
           MOVE REG-EXT TO EXT-CARTAO
      *    CABECALHO E RODAPE DA OPERADORA NAO TEM DATA NUMERICA
           IF EC-DATA NOT NUMERIC
              GO TO R1.
           ADD 1 TO W-CONT-LIDOS
           IF EC-PLACA = SPACES OR EC-LITROS NOT NUMERIC
              OR EC-VALOR NOT NUMERIC
              ADD 1 TO W-CONT-INVAL
              MOVE "LINHA INVALIDA NO EXTRATO" TO W-MOTIVO
              PERFORM LINHA-CARTAO THRU LINHA-CARTAO-FIM
              GO TO R1.
           IF EC-KM NOT NUMERIC
              MOVE ZEROS TO EC-KM-N.
           ADD EC-VALOR-N TO W-TOT-CARTAO
           IF W-DATA-INI = ZEROS OR EC-DATA-N < W-DATA-INI
              MOVE EC-DATA-N TO W-DATA-INI.
           IF EC-DATA-N > W-DATA-FIM
              MOVE EC-DATA-N TO W-DATA-FIM.

           MOVE EC-PLACA TO CB-PLACA
           MOVE EC-DATA-N TO CB-DATA
           PERFORM PROCURA-CASADO THRU PROCURA-CASADO-FIM
           IF W-ACHOU = "S"
              MOVE "2O ABASTECIMENTO NO DIA SEM LANCAMENTO NO DIARIO"
                TO W-MOTIVO
              GO TO R1-SEM-DIARIO.
           READ CADCOMB
           IF ST-ERRO = "23"
              MOVE "SEM LANCAMENTO NO DIARIO - POSSIVEL USO INDEVIDO"
                TO W-MOTIVO
              GO TO R1-SEM-DIARIO.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCOMB: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF W-QTD-CASADOS < 3000
              ADD 1 TO W-QTD-CASADOS
              MOVE CB-CHAVE TO TC-CHAVE (W-QTD-CASADOS).
           PERFORM CONFERE-VALORES THRU CONFERE-VALORES-FIM
           PERFORM CONFERE-ODOMETRO THRU CONFERE-ODOMETRO-FIM
           IF W-MOTIVO = SPACES
              ADD 1 TO W-CONT-OK.
           GO TO R1.

       R1-SEM-DIARIO.
           ADD 1 TO W-CONT-SEM-DIARIO
           ADD EC-VALOR-N TO W-TOT-SEM-DIARIO
           PERFORM LINHA-CARTAO THRU LINHA-CARTAO-FIM
           MOVE ZEROS TO CB-KM
           PERFORM CONFERE-SEQUENCIA THRU CONFERE-SEQUENCIA-FIM
           GO TO R1.

      *------[ LITROS E VALOR DENTRO DA TOLERANCIA ]--------------------
       CONFERE-VALORES.
           MOVE SPACES TO W-MOTIVO
           IF EC-LITROS-N > CB-LITROS
              COMPUTE W-DIF = EC-LITROS-N - CB-LITROS
           ELSE
              COMPUTE W-DIF = CB-LITROS - EC-LITROS-N.
           COMPUTE W-LIMITE = CB-LITROS * W-TOL-PERC / 100
           IF W-DIF > W-LIMITE
              MOVE "LITROS DIFERENTES DO DIARIO" TO W-MOTIVO.
           IF EC-VALOR-N > CB-VALOR
              COMPUTE W-DIF = EC-VALOR-N - CB-VALOR
           ELSE
              COMPUTE W-DIF = CB-VALOR - EC-VALOR-N.
           COMPUTE W-LIMITE = CB-VALOR * W-TOL-PERC / 100
           IF W-DIF > W-LIMITE
              IF W-MOTIVO = SPACES
                 MOVE "VALOR DIFERENTE DO DIARIO" TO W-MOTIVO
              ELSE
                 MOVE "LITROS E VALOR DIFERENTES DO DIARIO"
                   TO W-MOTIVO.
           IF W-MOTIVO = SPACES
              GO TO CONFERE-VALORES-FIM.
           ADD 1 TO W-CONT-VALOR
           PERFORM LINHA-DIVERGE THRU LINHA-DIVERGE-FIM.
       CONFERE-VALORES-FIM.
           EXIT.

      *------[ ODOMETRO DA BOMBA CONTRA O CB-KM ]-----------------------
       CONFERE-ODOMETRO.
           IF EC-KM-N = ZEROS
              GO TO CONFERE-ODOMETRO-FIM.
           IF EC-KM-N > CB-KM
              COMPUTE W-DIF-KM = EC-KM-N - CB-KM
           ELSE
              COMPUTE W-DIF-KM = CB-KM - EC-KM-N.
           IF W-DIF-KM > W-TOL-KM
              ADD 1 TO W-CONT-KM
              MOVE SPACES TO LINHA-REL
              STRING "ODOMETRO  " EC-PLACA " " EC-DATA
                     "  BOMBA " EC-KM "  DIARIO " CB-KM
                     "  ODOMETRO DA BOMBA DIFERENTE DO DIARIO"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              MOVE "ODOMETRO" TO W-MOTIVO
              GO TO CONFERE-ODOMETRO-FIM.
           PERFORM CONFERE-SEQUENCIA THRU CONFERE-SEQUENCIA-FIM.
       CONFERE-ODOMETRO-FIM.
           EXIT.

      *------[ ODOMETRO DA BOMBA NA SEQUENCIA DA PLACA ]----------------
      *    NENHUMA LEITURA DE DIA ANTERIOR (ABASTECIMENTO OU VIAGEM)
      *    PODE SER MAIOR, NEM DE DIA POSTERIOR MENOR
       CONFERE-SEQUENCIA.
           IF EC-KM-N = ZEROS
              GO TO CONFERE-SEQUENCIA-FIM.
           MOVE ZEROS TO W-KM-ANTES W-KM-DEPOIS
           MOVE EC-PLACA TO CB-PLACA
           MOVE ZEROS TO CB-DATA
           START CADCOMB KEY IS NOT LESS THAN CB-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO CONFERE-SEQUENCIA2.
       CONFERE-SEQUENCIA1.
           READ CADCOMB NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONFERE-SEQUENCIA2.
           IF CB-PLACA NOT = EC-PLACA
              GO TO CONFERE-SEQUENCIA2.
           MOVE CB-DATA TO W-DATA-LIDA
           MOVE CB-KM TO W-KM-LIDO
           PERFORM ACUMULA-LEITURA THRU ACUMULA-LEITURA-FIM
           GO TO CONFERE-SEQUENCIA1.
       CONFERE-SEQUENCIA2.
           IF W-VIA-ABERTO = "N"
              GO TO CONFERE-SEQUENCIA4.
           MOVE EC-PLACA TO VG-PLACA
           MOVE ZEROS TO VG-SAIDA-DATA VG-SAIDA-HORA
           START CADVIAGEM KEY IS NOT LESS THAN VG-CHAVE
           IF ST-ERRO-VIA NOT = "00"
              GO TO CONFERE-SEQUENCIA4.
       CONFERE-SEQUENCIA3.
           READ CADVIAGEM NEXT RECORD
           IF ST-ERRO-VIA NOT = "00"
              GO TO CONFERE-SEQUENCIA4.
           IF VG-PLACA NOT = EC-PLACA
              GO TO CONFERE-SEQUENCIA4.
           MOVE VG-SAIDA-DATA TO W-DATA-LIDA
           MOVE VG-KM-SAIDA TO W-KM-LIDO
           PERFORM ACUMULA-LEITURA THRU ACUMULA-LEITURA-FIM
           IF VG-RET-DATA NOT = ZEROS
              MOVE VG-RET-DATA TO W-DATA-LIDA
              MOVE VG-KM-RETORNO TO W-KM-LIDO
              PERFORM ACUMULA-LEITURA THRU ACUMULA-LEITURA-FIM.
           GO TO CONFERE-SEQUENCIA3.
       CONFERE-SEQUENCIA4.
           IF EC-KM-N NOT < W-KM-ANTES
              AND (W-KM-DEPOIS = ZEROS OR EC-KM-N NOT > W-KM-DEPOIS)
              GO TO CONFERE-SEQUENCIA-FIM.
           ADD 1 TO W-CONT-KM
           MOVE "ODOMETRO" TO W-MOTIVO
           MOVE SPACES TO LINHA-REL
           STRING "ODOMETRO  " EC-PLACA " " EC-DATA
                  "  BOMBA " EC-KM "  ANTES " W-KM-ANTES
                  "  DEPOIS " W-KM-DEPOIS
                  "  FORA DA SEQUENCIA DE ABASTECIMENTOS E VIAGENS"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       CONFERE-SEQUENCIA-FIM.
           EXIT.

       ACUMULA-LEITURA.
           IF W-KM-LIDO = ZEROS OR W-DATA-LIDA = EC-DATA-N
              GO TO ACUMULA-LEITURA-FIM.
           IF W-DATA-LIDA < EC-DATA-N
              IF W-KM-LIDO > W-KM-ANTES
                 MOVE W-KM-LIDO TO W-KM-ANTES
              END-IF
           ELSE
              IF W-KM-DEPOIS = ZEROS OR W-KM-LIDO < W-KM-DEPOIS
                 MOVE W-KM-LIDO TO W-KM-DEPOIS
              END-IF.
       ACUMULA-LEITURA-FIM.
           EXIT.

       PROCURA-CASADO.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IND.
       PROCURA-CASADO1.
           IF W-IND > W-QTD-CASADOS
              GO TO PROCURA-CASADO-FIM.
           IF TC-CHAVE (W-IND) = CB-CHAVE
              MOVE "S" TO W-ACHOU
              GO TO PROCURA-CASADO-FIM.
           ADD 1 TO W-IND
           GO TO PROCURA-CASADO1.
       PROCURA-CASADO-FIM.
           EXIT.

       LINHA-CARTAO.
           MOVE ZEROS TO W-ED-VALOR W-ED-LITROS
           IF EC-VALOR NUMERIC
              MOVE EC-VALOR-N TO W-ED-VALOR.
           IF EC-LITROS NUMERIC
              MOVE EC-LITROS-N TO W-ED-LITROS.
           MOVE SPACES TO LINHA-REL
           STRING "CARTAO    " EC-PLACA " " EC-DATA " " EC-HORA " "
                  EC-POSTO " " W-ED-LITROS " L " W-ED-VALOR "  "
                  W-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-CARTAO-FIM.
           EXIT.

       LINHA-DIVERGE.
           MOVE EC-LITROS-N TO W-ED-LITROS
           MOVE CB-LITROS TO W-ED-LITROS2
           MOVE EC-VALOR-N TO W-ED-VALOR
           MOVE CB-VALOR TO W-ED-VALOR2
           MOVE SPACES TO LINHA-REL
           STRING "DIVERGE   " EC-PLACA " " EC-DATA
                  "  CARTAO " W-ED-LITROS " L " W-ED-VALOR
                  "  DIARIO " W-ED-LITROS2 " L " W-ED-VALOR2 "  "
                  W-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-DIVERGE-FIM.
           EXIT.

      *------[ DIARIO NO PERIODO DO EXTRATO SEM TRANSACAO ]-------------
       R3.
           IF W-DATA-INI = ZEROS
              GO TO R9.
           MOVE SPACES TO CB-CHAVE
           START CADCOMB KEY IS NOT LESS THAN CB-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R9.
       R4.
           READ CADCOMB NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R9.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCOMB: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF CB-DATA < W-DATA-INI OR CB-DATA > W-DATA-FIM
              GO TO R4.
           PERFORM PROCURA-CASADO THRU PROCURA-CASADO-FIM
           IF W-ACHOU = "S"
              GO TO R4.
           ADD 1 TO W-CONT-SEM-CARTAO
           MOVE CB-LITROS TO W-ED-LITROS2
           MOVE CB-VALOR TO W-ED-VALOR2
           MOVE SPACES TO LINHA-REL
           STRING "DIARIO    " CB-PLACA " " CB-DATA "  KM " CB-KM
                  "  " W-ED-LITROS2 " L " W-ED-VALOR2
                  "  SEM TRANSACAO NO CARTAO"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R4.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-CARTAO TO W-ED-VALOR
           MOVE W-TOT-SEM-DIARIO TO W-ED-VALOR2
           MOVE SPACES TO LINHA-REL
           STRING "PERIODO DO EXTRATO " W-DATA-INI " A " W-DATA-FIM
                  "  TRANSACOES " W-CONT-LIDOS "  VALOR " W-ED-VALOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CONFEREM " W-CONT-OK
                  "  SEM DIARIO " W-CONT-SEM-DIARIO
                  " (" W-ED-VALOR2 ")"
                  "  SEM CARTAO " W-CONT-SEM-CARTAO
                  "  LITROS/VALOR " W-CONT-VALOR
                  "  ODOMETRO " W-CONT-KM
                  "  INVALIDAS " W-CONT-INVAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "TRANSACOES DO CARTAO LIDAS     : " W-CONT-LIDOS
           DISPLAY "SEM LANCAMENTO NO DIARIO       : " W-CONT-SEM-DIARIO
           DISPLAY "DIARIO SEM TRANSACAO NO CARTAO : " W-CONT-SEM-CARTAO
           IF (W-CONT-SEM-DIARIO > ZEROS OR W-CONT-SEM-CARTAO > ZEROS
              OR W-CONT-VALOR > ZEROS OR W-CONT-KM > ZEROS
              OR W-CONT-INVAL > ZEROS) AND RETURN-CODE = ZEROS
              MOVE 4 TO RETURN-CODE.
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADCOMB.
           CLOSE EXTRATO.
           IF W-VIA-ABERTO = "S"
              CLOSE CADVIAGEM.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
