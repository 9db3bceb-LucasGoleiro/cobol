       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEPAGTO.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * REMESSA DE PAGAMENTOS A FORNECEDORES (CNAB 240): PARA  *
      * A DATA DE PAGAMENTO INFORMADA, SELECIONA NO CADPAGAR   *
      * OS TITULOS EM ABERTO, FORA DE REMESSA, VENCENDO ATE    *
      * ESSA DATA, DE FORNECEDOR ATIVO COM CONTA OU CHAVE PIX  *
      * NO CADFORN. COMO MOVIMENTA DINHEIRO, A SELECAO (DATA,  *
      * QUANTIDADE E TOTAL) ENTRA COMO PEDIDO NA FILA CADAPROV *
      * E SO GERA O ARQUIVO DEPOIS QUE UM SUPERVISOR LIBERA NO *
      * SMP056 E O LOTE E CHAMADO DE NOVO COM A MESMA DATA. O  *
      * ARQUIVO PGDDMMNN.REM (SEQUENCIAL DA SERIE "REMPAGTO")  *
      * TEM UM LOTE POR FORMA: CREDITO EM CONTA NO PROPRIO     *
      * BANCO, TED PARA OUTROS BANCOS E PIX PELA CHAVE         *
      * (SEGMENTO B). O TITULO FICA MARCADO COM AP-REMESSA ATE *
      * O RETORNO DO BANCO (LOTEPAGRET). CONTA DE DEBITO NO    *
      * CADPARAM: "PAGBANCO", "PAGAGENCIA", "PAGCONTA",        *
      * "PAGCONTADV" E "PAGCONVEN" (CONVENIO COM O BANCO)      *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAGAR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AP-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADFORN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FO-CODIGO
                     FILE STATUS IS ST-ERRO-FOR.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT CADAPROV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AV-NUMERO
                     FILE STATUS IS ST-ERRO-APR.

       SELECT REMESSA ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REM.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY REGPAGAR.

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY REGFORN.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
           COPY REGAPROV.

       FD REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REM.
       01 LINHA-REM                 PIC X(240).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-FOR      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-APR      PIC X(02) VALUE "00".
       01 ST-ERRO-REM      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HORA           PIC 9(08) VALUE ZEROS.
       01 W-DATA-PAGTO     PIC 9(08) VALUE ZEROS.
       01 W-EMPRESA        PIC X(30) VALUE SPACES.
       01 W-CNPJ-EMPRESA   PIC 9(14) VALUE ZEROS.
       01 W-BANCO          PIC 9(03) VALUE ZEROS.
       01 W-AGENCIA        PIC 9(05) VALUE ZEROS.
       01 W-CONTA          PIC 9(12) VALUE ZEROS.
       01 W-CONTA-DV       PIC 9(01) VALUE ZEROS.
       01 W-CONVENIO       PIC 9(06) VALUE ZEROS.
       01 W-APROVADO       PIC X(01) VALUE "N".
       01 W-PENDENTE       PIC X(01) VALUE "N".
       01 W-LOG-EVENTO     PIC X(01) VALUE SPACES.
       01 W-LOG-DETALHE    PIC X(20) VALUE SPACES.
       01 W-NUM-SERIE      PIC X(10) VALUE SPACES.
       01 W-NUM-MINIMO     PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO    PIC 9(08) VALUE ZEROS.
       01 W-SEQ-REM        PIC 9(08) VALUE ZEROS.
       01 W-NOME-DDMM      PIC 9(04) VALUE ZEROS.
       01 W-NOME-SEQ       PIC 9(02) VALUE ZEROS.
       01 W-FORMA          PIC 9(01) VALUE ZEROS.
       01 W-PASSO          PIC 9(01) VALUE ZEROS.
       01 W-FORMA-DESC     PIC X(07) VALUE SPACES.
       01 W-MOTIVO         PIC X(40) VALUE SPACES.
       01 W-LOTE           PIC 9(04) VALUE ZEROS.
       01 W-LOTE-ABERTO    PIC X(01) VALUE "N".
       01 W-ERRO-ARQ       PIC X(01) VALUE "N".
       01 W-REG-LOTE       PIC 9(05) VALUE ZEROS.
       01 W-QTD-REG-ARQ    PIC 9(06) VALUE ZEROS.
       01 W-VALOR-LOTE     PIC 9(11)V99 VALUE ZEROS.
       01 W-CONT-SEL       PIC 9(06) VALUE ZEROS.
       01 W-CONT-PEND      PIC 9(06) VALUE ZEROS.
       01 W-CONT-REM       PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEL        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-REM        PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-CENT       PIC 9(11) VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZ.ZZZ.ZZ9,99.
       01 WS-NOME-REM      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEPAGTO.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEPAGTO".

      *------[ DATAS NO FORMATO DO BANCO (DDMMAAAA) ]-------------------
       01 W-DATA-AUX.
           03 W-AUX-AAAA   PIC 9(04).
           03 W-AUX-MM     PIC 9(02).
           03 W-AUX-DD     PIC 9(02).
       01 W-DDMMAAAA.
           03 W-DMA-DD     PIC 9(02).
           03 W-DMA-MM     PIC 9(02).
           03 W-DMA-AAAA   PIC 9(04).
       01 W-DDMMAAAA-N REDEFINES W-DDMMAAAA PIC 9(08).

      *------[ REMESSA CNAB 240: HEADER DO ARQUIVO ]--------------------
       01 CNB-HDR-ARQ.
           03 HA-BANCO         PIC 9(03).
           03 FILLER           PIC X(04) VALUE "0000".
           03 FILLER           PIC X(01) VALUE "0".
           03 FILLER           PIC X(09) VALUE SPACES.
           03 FILLER           PIC X(01) VALUE "2".
           03 HA-CNPJ          PIC 9(14).
           03 HA-CONVENIO      PIC X(20).
           03 HA-AGENCIA       PIC 9(05).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 HA-CONTA         PIC 9(12).
           03 HA-CONTA-DV      PIC 9(01).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 HA-NOME-EMPRESA  PIC X(30).
           03 HA-NOME-BANCO    PIC X(30) VALUE SPACES.
           03 FILLER           PIC X(10) VALUE SPACES.
           03 FILLER           PIC X(01) VALUE "1".
           03 HA-DATA          PIC 9(08).
           03 HA-HORA          PIC 9(06).
           03 HA-NSA           PIC 9(06).
           03 FILLER           PIC X(03) VALUE "089".
           03 FILLER           PIC X(05) VALUE "00000".
           03 FILLER           PIC X(69) VALUE SPACES.

      *------[ HEADER DO LOTE (UM POR FORMA DE LANCAMENTO) ]------------
       01 CNB-HDR-LOTE.
           03 HL-BANCO         PIC 9(03).
           03 HL-LOTE          PIC 9(04).
           03 FILLER           PIC X(01) VALUE "1".
           03 FILLER           PIC X(01) VALUE "C".
           03 FILLER           PIC X(02) VALUE "20".
           03 HL-FORMA         PIC X(02).
           03 FILLER           PIC X(03) VALUE "045".
           03 FILLER           PIC X(01) VALUE SPACE.
           03 FILLER           PIC X(01) VALUE "2".
           03 HL-CNPJ          PIC 9(14).
           03 HL-CONVENIO      PIC X(20).
           03 HL-AGENCIA       PIC 9(05).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 HL-CONTA         PIC 9(12).
           03 HL-CONTA-DV      PIC 9(01).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 HL-NOME-EMPRESA  PIC X(30).
           03 FILLER           PIC X(40) VALUE SPACES.
           03 FILLER           PIC X(30) VALUE SPACES.
           03 FILLER           PIC X(05) VALUE ZEROS.
           03 FILLER           PIC X(35) VALUE SPACES.
           03 FILLER           PIC X(05) VALUE ZEROS.
           03 FILLER           PIC X(05) VALUE SPACES.
           03 FILLER           PIC X(02) VALUE "01".
           03 FILLER           PIC X(16) VALUE SPACES.

      *------[ SEGMENTO A: FAVORECIDO, DATA E VALOR ]-------------------
       01 CNB-SEG-A.
           03 SA-BANCO         PIC 9(03).
           03 SA-LOTE          PIC 9(04).
           03 FILLER           PIC X(01) VALUE "3".
           03 SA-NUM-REG       PIC 9(05).
           03 FILLER           PIC X(01) VALUE "A".
           03 FILLER           PIC X(01) VALUE "0".
           03 FILLER           PIC X(02) VALUE "00".
           03 SA-CAMARA        PIC X(03).
           03 SA-BANCO-FAV     PIC 9(03).
           03 SA-AGENCIA-FAV   PIC 9(05).
           03 SA-AGENCIA-DV    PIC X(01).
           03 SA-CONTA-FAV     PIC 9(12).
           03 SA-CONTA-DV      PIC X(01).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 SA-NOME-FAV      PIC X(30).
           03 SA-SEU-NUMERO    PIC X(20).
           03 SA-DATA-PAGTO    PIC 9(08).
           03 FILLER           PIC X(03) VALUE "BRL".
           03 FILLER           PIC X(15) VALUE ZEROS.
           03 SA-VALOR         PIC 9(13)V99.
           03 FILLER           PIC X(20) VALUE SPACES.
           03 FILLER           PIC X(08) VALUE ZEROS.
           03 FILLER           PIC X(15) VALUE ZEROS.
           03 FILLER           PIC X(42) VALUE SPACES.
           03 SA-FINALIDADE    PIC X(05).
           03 FILLER           PIC X(05) VALUE SPACES.
           03 FILLER           PIC X(01) VALUE "0".
           03 FILLER           PIC X(10) VALUE SPACES.

      *------[ SEGMENTO B: CHAVE PIX DO FAVORECIDO ]--------------------
       01 CNB-SEG-B.
           03 SB-BANCO         PIC 9(03).
           03 SB-LOTE          PIC 9(04).
           03 FILLER           PIC X(01) VALUE "3".
           03 SB-NUM-REG       PIC 9(05).
           03 FILLER           PIC X(01) VALUE "B".
           03 SB-FORMA-INIC    PIC X(03).
           03 FILLER           PIC X(01) VALUE "2".
           03 SB-CNPJ          PIC 9(14).
           03 FILLER           PIC X(95) VALUE SPACES.
           03 SB-CHAVE-PIX     PIC X(99).
           03 FILLER           PIC X(14) VALUE SPACES.

      *------[ TRAILER DO LOTE E DO ARQUIVO ]---------------------------
       01 CNB-TRL-LOTE.
           03 TL-BANCO         PIC 9(03).
           03 TL-LOTE          PIC 9(04).
           03 FILLER           PIC X(01) VALUE "5".
           03 FILLER           PIC X(09) VALUE SPACES.
           03 TL-QTD-REG       PIC 9(06).
           03 TL-VALOR         PIC 9(16)V99.
           03 FILLER           PIC X(24) VALUE ZEROS.
           03 FILLER           PIC X(175) VALUE SPACES.

       01 CNB-TRL-ARQ.
           03 TA-BANCO         PIC 9(03).
           03 FILLER           PIC X(04) VALUE "9999".
           03 FILLER           PIC X(01) VALUE "9".
           03 FILLER           PIC X(09) VALUE SPACES.
           03 TA-QTD-LOTES     PIC 9(06).
           03 TA-QTD-REG       PIC 9(06).
           03 FILLER           PIC X(06) VALUE ZEROS.
           03 FILLER           PIC X(205) VALUE SPACES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJE TO W-DATA-AUX
           COMPUTE W-NOME-DDMM = W-AUX-DD * 100 + W-AUX-MM
           DISPLAY "DATA DE PAGAMENTO (AAAAMMDD): "
           ACCEPT W-DATA-PAGTO
           IF W-DATA-PAGTO < W-HOJE
              DISPLAY "DATA DE PAGAMENTO ANTERIOR A HOJE"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

      *------[ CONTA DE DEBITO PARAMETRIZADA NO CADPARAM ]--------------
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR NOT = "00"
              DISPLAY "ARQUIVO CADPARAM NAO ENCONTRADO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE "PAGBANCO" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 1000
              MOVE PA-VALOR TO W-BANCO.
           MOVE "PAGAGENCIA" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 100000
              MOVE PA-VALOR TO W-AGENCIA.
           MOVE "PAGCONTA" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE PA-VALOR TO W-CONTA.
           MOVE "PAGCONTADV" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 10
              MOVE PA-VALOR TO W-CONTA-DV.
           MOVE "PAGCONVEN" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE PA-VALOR TO W-CONVENIO.
           CLOSE CADPARAM
           IF W-BANCO = ZEROS OR W-AGENCIA = ZEROS OR W-CONTA = ZEROS
              DISPLAY "CONTA DE PAGAMENTOS NAO CADASTRADA NO CADPARAM "
                      "(PAGBANCO/PAGAGENCIA/PAGCONTA)"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           DISPLAY "NOME DA EMPRESA PAGADORA (CLINICA): "
           ACCEPT W-EMPRESA
           DISPLAY "CNPJ DA EMPRESA PAGADORA: "
           ACCEPT W-CNPJ-EMPRESA
           IF W-EMPRESA = SPACES OR W-CNPJ-EMPRESA = ZEROS
              DISPLAY "NOME E CNPJ DA EMPRESA PAGADORA OBRIGATORIOS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN I-O CADPAGAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAGAR: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADFORN
           IF ST-ERRO-FOR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN: "
                      ST-ERRO-FOR
              MOVE 8 TO RETURN-CODE
              CLOSE CADPAGAR
              GO TO ROT-FIM-SEMARQ.

      *------[ SELECAO: QUANTIDADE E TOTAL QUE VAO PARA LIBERACAO ]-----
           MOVE ZEROS TO W-PASSO.
       R0-SEL.
           MOVE ZEROS TO AP-CHAVE
           START CADPAGAR KEY IS NOT LESS THAN AP-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R0-APROV.
       R0-SEL1.
           READ CADPAGAR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R0-APROV.
           PERFORM SELECIONA THRU SELECIONA-FIM
           IF W-FORMA = ZEROS
              GO TO R0-SEL1.
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-CONT-PEND
              GO TO R0-SEL1.
           ADD 1 TO W-CONT-SEL
           ADD AP-VALOR TO W-TOT-SEL
           GO TO R0-SEL1.

       R0-APROV.
           MOVE W-TOT-SEL TO W-ED-VALOR
           DISPLAY "TITULOS SELECIONADOS ATE " W-DATA-PAGTO ": "
                   W-CONT-SEL "  TOTAL R$" W-ED-VALOR
           IF W-CONT-PEND NOT = ZEROS
              DISPLAY "TITULOS SEM DADOS PARA PAGAMENTO: " W-CONT-PEND.
           IF W-CONT-SEL = ZEROS
              DISPLAY "NENHUM TITULO A PAGAR NESSA DATA"
              GO TO ROT-FIM-SEL.
           COMPUTE W-TOT-CENT = W-TOT-SEL * 100
           PERFORM TESTA-APROVACAO THRU TESTA-APROVACAO-FIM
           IF W-APROVADO = "N"
              DISPLAY "PAGAMENTO AGUARDANDO LIBERACAO: UM SUPERVISOR"
              DISPLAY "DEVE LIBERAR NO SMP056 E A REMESSA DEVE SER"
              DISPLAY "CHAMADA DE NOVO COM A MESMA DATA DE PAGAMENTO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEL.

      *------[ LIBERADO: ABRE A REMESSA E O RELATORIO ]-----------------
           MOVE "REMPAGTO" TO W-NUM-SERIE
           MOVE ZEROS TO W-NUM-MINIMO
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           IF W-NUM-RETORNO = ZEROS
              DISPLAY "ERRO NO NUMERO DA REMESSA (PROGNUMERO)"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEL.
           MOVE W-NUM-RETORNO TO W-SEQ-REM
           DIVIDE W-SEQ-REM BY 100 GIVING W-NUM-MINIMO
                  REMAINDER W-NOME-SEQ
           MOVE SPACES TO WS-NOME-REM
           STRING "PG" W-NOME-DDMM W-NOME-SEQ ".REM"
                  DELIMITED BY SIZE INTO WS-NOME-REM
           OPEN OUTPUT REMESSA
           IF ST-ERRO-REM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DA REMESSA: " ST-ERRO-REM
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEL.
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEPAGTO.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              CLOSE REMESSA
              GO TO ROT-FIM-SEL.

           MOVE SPACES TO LINHA-REL
           STRING "REMESSA DE PAGAMENTOS " WS-NOME-REM " PARA "
                  W-DATA-PAGTO " BANCO " W-BANCO " AGENCIA " W-AGENCIA
                  " CONTA " W-CONTA "-" W-CONTA-DV
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "FORN VENCTO   SQ     FORMA           VALOR  "
                  "FORNECEDOR                     SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL

      *------[ HEADER DO ARQUIVO ]--------------------------------------
           MOVE W-BANCO TO HA-BANCO
           MOVE W-CNPJ-EMPRESA TO HA-CNPJ
           MOVE W-CONVENIO TO HA-CONVENIO
           MOVE W-AGENCIA TO HA-AGENCIA
           MOVE W-CONTA TO HA-CONTA
           MOVE W-CONTA-DV TO HA-CONTA-DV
           MOVE W-EMPRESA TO HA-NOME-EMPRESA
           MOVE W-HOJE TO W-DATA-AUX
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DDMMAAAA-N TO HA-DATA
           MOVE W-HORA (1:6) TO HA-HORA
           MOVE W-SEQ-REM TO HA-NSA
           MOVE CNB-HDR-ARQ TO LINHA-REM
           WRITE LINHA-REM
           MOVE 1 TO W-QTD-REG-ARQ
           MOVE W-DATA-PAGTO TO W-DATA-AUX
           PERFORM DATA-DMA THRU DATA-DMA-FIM.

      *------[ UMA VARREDURA POR FORMA: CREDITO, TED E PIX ]------------
       R1.
           ADD 1 TO W-PASSO
           IF W-PASSO > 3
              GO TO R3.
           MOVE "N" TO W-LOTE-ABERTO
           MOVE ZEROS TO AP-CHAVE
           START CADPAGAR KEY IS NOT LESS THAN AP-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R1.
       R2.
           READ CADPAGAR NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R2-FIM.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAGAR: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           PERFORM SELECIONA THRU SELECIONA-FIM
           IF W-FORMA = ZEROS
              GO TO R2.
      *    TITULO SEM DADOS DE PAGAMENTO SAI SO NA PRIMEIRA VARREDURA
           IF W-MOTIVO NOT = SPACES AND W-PASSO = 1
              PERFORM LINHA-RELATORIO THRU LINHA-RELATORIO-FIM.
           IF W-MOTIVO NOT = SPACES
              GO TO R2.
           IF W-FORMA NOT = W-PASSO
              GO TO R2.
           PERFORM GRAVA-PAGTO THRU GRAVA-PAGTO-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           GO TO R2.
       R2-FIM.
           IF W-LOTE-ABERTO = "S"
              PERFORM FECHA-LOTE THRU FECHA-LOTE-FIM.
           GO TO R1.

      *------[ TRAILER DO ARQUIVO E TOTAIS ]----------------------------
       R3.
           ADD 1 TO W-QTD-REG-ARQ
           MOVE W-BANCO TO TA-BANCO
           MOVE W-LOTE TO TA-QTD-LOTES
           MOVE W-QTD-REG-ARQ TO TA-QTD-REG
           MOVE CNB-TRL-ARQ TO LINHA-REM
           WRITE LINHA-REM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-REM TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING "TITULOS NA REMESSA: " W-CONT-REM
                  "  VALOR REMETIDO: " W-ED-VALOR
                  "  SEM DADOS DE PAGAMENTO: " W-CONT-PEND
                  "  LOTES: " W-LOTE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "ARQUIVO DE REMESSA             : " WS-NOME-REM
           DISPLAY "TITULOS NA REMESSA             : " W-CONT-REM
           CLOSE REMESSA
           CLOSE RELATORIO
           GO TO ROT-FIM.

      *------[ TITULO PAGAVEL E FORMA DE LANCAMENTO DO FORNECEDOR ]-----
      *    W-FORMA ZERO = TITULO FORA DA SELECAO; COM W-MOTIVO = SEM
      *    DADOS PARA PAGAR; 1=CREDITO EM CONTA 2=TED 3=PIX
       SELECIONA.
           MOVE ZEROS TO W-FORMA
           MOVE SPACES TO W-MOTIVO
           IF AP-REMESSA NOT NUMERIC
              MOVE ZEROS TO AP-REMESSA.
           IF AP-PAGO NOT = "N" OR AP-REMESSA NOT = ZEROS
              GO TO SELECIONA-FIM.
           IF AP-VENCIMENTO > W-DATA-PAGTO
              GO TO SELECIONA-FIM.
           MOVE 9 TO W-FORMA
           MOVE AP-FORNECEDOR TO FO-CODIGO
           READ CADFORN
           IF ST-ERRO-FOR NOT = "00"
              MOVE SPACES TO FO-NOME
              MOVE "FORNECEDOR NAO CADASTRADO" TO W-MOTIVO
              GO TO SELECIONA-FIM.
           IF FO-ATIVO NOT = "S"
              MOVE "FORNECEDOR INATIVO" TO W-MOTIVO
              GO TO SELECIONA-FIM.
           IF FO-BANCO NOT NUMERIC
              MOVE ZEROS TO FO-BANCO FO-AGENCIA FO-CONTA FO-PIX-TIPO
              MOVE SPACES TO FO-AGENCIA-DV FO-CONTA-DV FO-PIX.
           IF FO-PIX-TIPO > ZEROS AND FO-PIX NOT = SPACES
              MOVE 3 TO W-FORMA
              MOVE "PIX" TO W-FORMA-DESC
              GO TO SELECIONA-FIM.
           IF FO-BANCO = ZEROS OR FO-AGENCIA = ZEROS
                               OR FO-CONTA = ZEROS
              MOVE "FORNECEDOR SEM CONTA OU CHAVE PIX" TO W-MOTIVO
              GO TO SELECIONA-FIM.
           IF FO-BANCO = W-BANCO
              MOVE 1 TO W-FORMA
              MOVE "CREDITO" TO W-FORMA-DESC
           ELSE
              MOVE 2 TO W-FORMA
              MOVE "TED" TO W-FORMA-DESC.
       SELECIONA-FIM.
           EXIT.

      *------[ SEGMENTO A (E B PARA PIX) E MARCA O TITULO ]-------------
       GRAVA-PAGTO.
           IF W-LOTE-ABERTO = "N"
              PERFORM ABRE-LOTE THRU ABRE-LOTE-FIM.
           ADD 1 TO W-REG-LOTE
           MOVE W-BANCO TO SA-BANCO
           MOVE W-LOTE TO SA-LOTE
           MOVE W-REG-LOTE TO SA-NUM-REG
           MOVE FO-NOME TO SA-NOME-FAV
           MOVE AP-CHAVE TO SA-SEU-NUMERO
           MOVE W-DDMMAAAA-N TO SA-DATA-PAGTO
           MOVE AP-VALOR TO SA-VALOR
           MOVE SPACES TO SA-FINALIDADE
           IF W-FORMA = 3
              MOVE "009" TO SA-CAMARA
              MOVE ZEROS TO SA-BANCO-FAV SA-AGENCIA-FAV SA-CONTA-FAV
              MOVE SPACES TO SA-AGENCIA-DV SA-CONTA-DV
           ELSE
              MOVE FO-BANCO TO SA-BANCO-FAV
              MOVE FO-AGENCIA TO SA-AGENCIA-FAV
              MOVE FO-AGENCIA-DV TO SA-AGENCIA-DV
              MOVE FO-CONTA TO SA-CONTA-FAV
              MOVE FO-CONTA-DV TO SA-CONTA-DV.
           IF W-FORMA = 1
              MOVE "000" TO SA-CAMARA.
           IF W-FORMA = 2
              MOVE "018" TO SA-CAMARA
              MOVE "00005" TO SA-FINALIDADE.
           MOVE CNB-SEG-A TO LINHA-REM
           WRITE LINHA-REM
           IF W-FORMA NOT = 3
              GO TO GRAVA-PAGTO-MARCA.
           ADD 1 TO W-REG-LOTE
           MOVE W-BANCO TO SB-BANCO
           MOVE W-LOTE TO SB-LOTE
           MOVE W-REG-LOTE TO SB-NUM-REG
           MOVE SPACES TO SB-FORMA-INIC
           MOVE FO-PIX-TIPO TO SB-FORMA-INIC (2:1)
           MOVE "0" TO SB-FORMA-INIC (1:1)
           MOVE FO-CNPJ TO SB-CNPJ
           MOVE FO-PIX TO SB-CHAVE-PIX
           MOVE CNB-SEG-B TO LINHA-REM
           WRITE LINHA-REM.
       GRAVA-PAGTO-MARCA.
           ADD AP-VALOR TO W-VALOR-LOTE
           MOVE W-SEQ-REM TO AP-REMESSA
           REWRITE REGPAGAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPAGAR: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO GRAVA-PAGTO-FIM.
           ADD 1 TO W-CONT-REM
           ADD AP-VALOR TO W-TOT-REM
           PERFORM LINHA-RELATORIO THRU LINHA-RELATORIO-FIM.
       GRAVA-PAGTO-FIM.
           EXIT.

      *------[ HEADER E TRAILER DO LOTE DA FORMA ]----------------------
       ABRE-LOTE.
           ADD 1 TO W-LOTE
           MOVE "S" TO W-LOTE-ABERTO
           MOVE ZEROS TO W-REG-LOTE W-VALOR-LOTE
           MOVE W-BANCO TO HL-BANCO
           MOVE W-LOTE TO HL-LOTE
           IF W-PASSO = 1
              MOVE "01" TO HL-FORMA.
           IF W-PASSO = 2
              MOVE "41" TO HL-FORMA.
           IF W-PASSO = 3
              MOVE "45" TO HL-FORMA.
           MOVE W-CNPJ-EMPRESA TO HL-CNPJ
           MOVE W-CONVENIO TO HL-CONVENIO
           MOVE W-AGENCIA TO HL-AGENCIA
           MOVE W-CONTA TO HL-CONTA
           MOVE W-CONTA-DV TO HL-CONTA-DV
           MOVE W-EMPRESA TO HL-NOME-EMPRESA
           MOVE CNB-HDR-LOTE TO LINHA-REM
           WRITE LINHA-REM.
       ABRE-LOTE-FIM.
           EXIT.

       FECHA-LOTE.
           MOVE W-BANCO TO TL-BANCO
           MOVE W-LOTE TO TL-LOTE
      *    HEADER + DETALHES + TRAILER DO LOTE
           COMPUTE TL-QTD-REG = W-REG-LOTE + 2
           MOVE W-VALOR-LOTE TO TL-VALOR
           MOVE CNB-TRL-LOTE TO LINHA-REM
           WRITE LINHA-REM
           COMPUTE W-QTD-REG-ARQ = W-QTD-REG-ARQ + W-REG-LOTE + 2.
       FECHA-LOTE-FIM.
           EXIT.

      *------[ LINHA DO RELATORIO ]-------------------------------------
       LINHA-RELATORIO.
           IF W-MOTIVO NOT = SPACES
              MOVE SPACES TO W-FORMA-DESC.
           MOVE AP-VALOR TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING AP-FORNECEDOR " " AP-VENCIMENTO " " AP-SEQ "     "
                  W-FORMA-DESC " " W-ED-VALOR "  " FO-NOME " "
                  W-MOTIVO DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-RELATORIO-FIM.
           EXIT.

      *------[ PROCURA LIBERACAO DA SELECAO; SEM ELA, DEIXA O ]---------
      *------[ PEDIDO NA FILA (UM SO PEDIDO POR SELECAO)      ]---------
       TESTA-APROVACAO.
           MOVE "N" TO W-APROVADO
           MOVE "N" TO W-PENDENTE
           OPEN I-O CADAPROV
           IF ST-ERRO-APR NOT = "00"
              IF ST-ERRO-APR = "30"
                 OPEN OUTPUT CADAPROV
                 CLOSE CADAPROV
                 OPEN I-O CADAPROV
              ELSE
                 GO TO TESTA-APROVACAO-FIM.
           IF ST-ERRO-APR NOT = "00"
              GO TO TESTA-APROVACAO-FIM.
           MOVE ZEROS TO AV-NUMERO
           START CADAPROV KEY IS NOT LESS THAN AV-NUMERO
           IF ST-ERRO-APR NOT = "00"
              GO TO TESTA-GRAVA-PEDIDO.
       TESTA-APROVACAO1.
           READ CADAPROV NEXT RECORD
           IF ST-ERRO-APR NOT = "00"
              GO TO TESTA-GRAVA-PEDIDO.
           IF AV-PROGRAMA NOT = "LOTEPAGTO"
              GO TO TESTA-APROVACAO1.
           IF AV-NUM1 NOT = W-TOT-CENT OR AV-NUM2 NOT = W-CONT-SEL
              OR AV-NUM3 NOT = W-DATA-PAGTO
              GO TO TESTA-APROVACAO1.
           IF AV-SITUACAO = "P"
              MOVE "S" TO W-PENDENTE.
           IF AV-SITUACAO NOT = "A"
              GO TO TESTA-APROVACAO1.
      *    LIBERADO: EXECUTA E LOGA AS DUAS IDENTIDADES
           MOVE "E" TO AV-SITUACAO
           REWRITE REGAPROV
           MOVE "S" TO W-APROVADO
           MOVE "O" TO W-LOG-EVENTO
           MOVE SPACES TO W-LOG-DETALHE
           STRING "LOTEPAGTO EXEC " AV-NUMERO DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE
           MOVE SPACES TO W-LOG-DETALHE
           STRING "LOTEPAGTO APROV " AV-NUMERO DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO AV-OPER-DECISAO
                                   W-LOG-DETALHE
           GO TO TESTA-APROVACAO-ENC.
       TESTA-GRAVA-PEDIDO.
           IF W-PENDENTE = "S"
              GO TO TESTA-APROVACAO-ENC.
           MOVE "APROVACAO" TO W-NUM-SERIE
           MOVE ZEROS TO W-NUM-MINIMO
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           MOVE W-NUM-RETORNO TO AV-NUMERO
           MOVE "LOTEPAGTO" TO AV-PROGRAMA
           MOVE SPACES TO AV-DESCRICAO
           STRING "PAGTO " W-DATA-PAGTO " " W-CONT-SEL " R$"
                  W-ED-VALOR
                  DELIMITED BY SIZE INTO AV-DESCRICAO
           MOVE W-TOT-CENT TO AV-NUM1
           MOVE W-CONT-SEL TO AV-NUM2
           MOVE W-DATA-PAGTO TO AV-NUM3
           MOVE "P" TO AV-SITUACAO
           MOVE W-OPERADOR-LOGADO TO AV-OPER-PEDIDO
           MOVE SPACES TO AV-OPER-DECISAO
           MOVE ZEROS TO AV-DATA-DECISAO
           ACCEPT DATA-CADASTRO OF REGAPROV FROM DATE YYYYMMDD
           WRITE REGAPROV
           IF ST-ERRO-APR NOT = "00" AND ST-ERRO-APR NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO DE LIBERACAO: "
                      ST-ERRO-APR.
       TESTA-APROVACAO-ENC.
           CLOSE CADAPROV.
       TESTA-APROVACAO-FIM.
           EXIT.

      *------[ AAAAMMDD (W-DATA-AUX) PARA DDMMAAAA (W-DDMMAAAA) ]-------
       DATA-DMA.
           MOVE W-AUX-DD TO W-DMA-DD
           MOVE W-AUX-MM TO W-DMA-MM
           MOVE W-AUX-AAAA TO W-DMA-AAAA.
       DATA-DMA-FIM.
           EXIT.

       ROT-FIM-SEL.
           CLOSE CADPAGAR.
           CLOSE CADFORN.
           GO TO ROT-FIM-SEMARQ.

       ROT-FIM.
           CLOSE CADPAGAR.
           CLOSE CADFORN.
       ROT-FIM-SEMARQ.
           GOBACK.
