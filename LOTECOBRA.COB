       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTECOBRA.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * REGUA DE COBRANCA DAS PARCELAS DE PACIENTE (SEMANAL):  *
      * VARRE O CADPARCELA E AVANCA CADA PARCELA VENCIDA EM    *
      * ABERTO PARA A PROXIMA ETAPA DA REGUA QUANDO O ATRASO   *
      * ALCANCA OS DIAS DA ETAPA NO CADPARAM ("COBETAPA1" A    *
      * "COBETAPA5"; PADRAO 5, 30 E 60 DIAS - LEMBRETE, CARTA  *
      * FORMAL E AVISO FINAL). A CARTA SAI VIA PROGSPOOL COM   *
      * A MULTA ("BOLMULTA") E OS JUROS DIARIOS ("BOLJUROS",   *
      * AO MES) DEVIDOS NA DATA DE PAGAMENTO INFORMADA, EM     *
      * NOME DO RESPONSAVEL (CADRESP) QUANDO O PACIENTE E      *
      * MENOR; CADA ACAO FICA NO HISTORICO CADCOBRA. PASSADO O *
      * PRAZO DO AVISO FINAL ("COBPRAZO", PADRAO 10 DIAS), O   *
      * DEVEDOR ENTRA NO EXTRATO PARA O BIRO DE CREDITO        *
      * (BIRO<CORTE>.TXT), QUE SO E GERADO DEPOIS QUE UM       *
      * SUPERVISOR LIBERA O PEDIDO NO SMP056 (CADAPROV); O     *
      * MESMO EXTRATO LEVA A EXCLUSAO DE QUEM JA PAGOU         *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPARCELA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PL-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADFATURA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FT-CHAVE
                     FILE STATUS IS ST-ERRO-FAT.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT CADCEP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CEP.

       SELECT CADRESP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RS-CPF-PACIENTE
                     FILE STATUS IS ST-ERRO-RSP.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT CADCOBRA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS HC-CHAVE
                     FILE STATUS IS ST-ERRO-HIS.

       SELECT CADAPROV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AV-NUMERO
                     FILE STATUS IS ST-ERRO-APR.

       SELECT CARTAS ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-CAR.

       SELECT EXTRATO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-EXT.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPARCELA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARCELA.DAT".
           COPY REGPARC.

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
       01 REGFATURA.
           03 FT-CHAVE.
               05 FT-CRM            PIC 9(06).
               05 FT-DATA           PIC 9(08).
               05 FT-HORA           PIC 9(04).
           03 FT-CPF                PIC 9(11).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
           03 CPF              PIC 9(11).
           03 NOMEP            PIC X(30).
           03 SEXO             PIC X(01).
           03 DATANASC         PIC 9(08).
           03 GENERO           PIC X(01).
           03 CONVENIO         PIC 9(04).
           03 CEPPACI          PIC 9(08).
           03 NUMENDE          PIC 9(04).
           03 COMPLEM          PIC X(10).

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
           COPY REGCEP.

       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
           COPY REGRESP.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD CADCOBRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBRA.DAT".
           COPY REGCOBRA.

       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
           COPY REGAPROV.

       FD CARTAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-CAR.
       01 LINHA-CAR                 PIC X(100).

       FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-EXT.
       01 LINHA-EXT                 PIC X(150).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-FAT      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-CEP      PIC X(02) VALUE "00".
       01 ST-ERRO-RSP      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-HIS      PIC X(02) VALUE "00".
       01 ST-ERRO-APR      PIC X(02) VALUE "00".
       01 ST-ERRO-CAR      PIC X(02) VALUE "00".
       01 ST-ERRO-EXT      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-CEP-ABERTO     PIC X(01) VALUE "N".
       01 W-RSP-ABERTO     PIC X(01) VALUE "N".
       01 W-ERRO-ARQ       PIC X(01) VALUE "N".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-DATA-REF       PIC 9(08) VALUE ZEROS.
       01 W-CORTE          PIC 9(08) VALUE ZEROS.
       01 W-LIM-MAIOR      PIC 9(08) VALUE ZEROS.
       01 W-EXTRATO        PIC X(01) VALUE "N".
       01 W-APROVADO       PIC X(01) VALUE "N".
       01 W-PENDENTE       PIC X(01) VALUE "N".
       01 W-MENOR          PIC X(01) VALUE "N".
       01 W-LOG-EVENTO     PIC X(01) VALUE SPACES.
       01 W-LOG-DETALHE    PIC X(20) VALUE SPACES.
       01 W-NUM-SERIE      PIC X(10) VALUE "APROVACAO".
       01 W-NUM-MINIMO     PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO    PIC 9(08) VALUE ZEROS.
       01 W-JUROS-MES      PIC 9(04) VALUE ZEROS.
       01 W-MULTA          PIC 9(02)V99 VALUE ZEROS.
       01 W-PRAZO          PIC 9(03) VALUE ZEROS.
       01 W-ETAPA          PIC 9(01) VALUE ZEROS.
       01 W-QTD-ETAPAS     PIC 9(01) VALUE ZEROS.
       01 W-IND            PIC 9(01) VALUE ZEROS.
       01 W-ATRASO         PIC 9(04) VALUE ZEROS.
       01 W-DIAS-REF       PIC 9(04) VALUE ZEROS.
       01 W-VAL-MULTA      PIC 9(06)V99 VALUE ZEROS.
       01 W-MORA-DIA       PIC 9(06)V99 VALUE ZEROS.
       01 W-VAL-JUROS      PIC 9(06)V99 VALUE ZEROS.
       01 W-VAL-TOTAL      PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-CENT       PIC 9(09) VALUE ZEROS.
       01 W-TOT-CENT       PIC 9(11) VALUE ZEROS.
       01 W-DEST-CPF       PIC 9(11) VALUE ZEROS.
       01 W-DEST-NOME      PIC X(30) VALUE SPACES.
       01 W-TITULO         PIC X(40) VALUE SPACES.
       01 W-MOTIVO         PIC X(30) VALUE SPACES.
       01 W-ENDERECO       PIC X(40) VALUE SPACES.
       01 W-NUMENDE-ED     PIC ZZZ9.
       01 W-CONT-CARTA     PIC 9(05) VALUE ZEROS.
       01 W-CONT-PEND      PIC 9(05) VALUE ZEROS.
       01 W-CONT-INCL      PIC 9(05) VALUE ZEROS.
       01 W-CONT-EXCL      PIC 9(05) VALUE ZEROS.
       01 W-TOT-ATUAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-TOTAL       PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-MORA        PIC ZZZ.ZZ9,99.
       01 W-ED-MULTA       PIC Z9,99.
       01 W-ED-ATRASO      PIC ZZZ9.
       01 W-ED-PRAZO       PIC ZZ9.
       01 WS-NOME-CAR      PIC X(30) VALUE "COBRANCA.TXT".
       01 WS-NOME-EXT      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTECOBRA.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTECOBRA".

      *------[ ETAPAS DA REGUA (DIAS DE ATRASO) NO CADPARAM ]-----------
       01 W-CHAVE-ETAPA.
           03 FILLER       PIC X(08) VALUE "COBETAPA".
           03 W-CHV-NUM    PIC 9(01).
           03 FILLER       PIC X(01) VALUE SPACE.
       01 TAB-ETAPAS.
           03 TB-ETAPA-DIAS PIC 9(03) OCCURS 5 TIMES.

      *------[ DATAS POR EXTENSO (DD/MM/AAAA) ]-------------------------
       01 W-DATA-AUX.
           03 W-AUX-AAAA   PIC 9(04).
           03 W-AUX-MM     PIC 9(02).
           03 W-AUX-DD     PIC 9(02).
       01 W-DATA-ED.
           03 W-ED-DD      PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-ED-MM      PIC 9(02).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-ED-AAAA    PIC 9(04).
       01 W-ED-HOJE        PIC X(10) VALUE SPACES.
       01 W-ED-REF         PIC X(10) VALUE SPACES.
       01 W-ED-VENC        PIC X(10) VALUE SPACES.

      *------[ CALCULO DE SERIAL DE DIAS PARA O ATRASO ]----------------
       01 W-SER-DATA.
           03 W-SER-ANO    PIC 9(04).
           03 W-SER-MES    PIC 9(02).
           03 W-SER-DIA    PIC 9(02).
       01 W-SER-RESULT     PIC 9(08) VALUE ZEROS.
       01 W-SER-TEMP       PIC 9(08) VALUE ZEROS.
       01 W-SER-Q4         PIC 9(08) VALUE ZEROS.
       01 W-SER-Q100       PIC 9(08) VALUE ZEROS.
       01 W-SER-Q400       PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-REF     PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-VENC    PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-AVISO   PIC 9(08) VALUE ZEROS.
       01 TAB-DIAS-ACUMX.
           03 FILLER       PIC 9(03) VALUE 000.
           03 FILLER       PIC 9(03) VALUE 031.
           03 FILLER       PIC 9(03) VALUE 059.
           03 FILLER       PIC 9(03) VALUE 090.
           03 FILLER       PIC 9(03) VALUE 120.
           03 FILLER       PIC 9(03) VALUE 151.
           03 FILLER       PIC 9(03) VALUE 181.
           03 FILLER       PIC 9(03) VALUE 212.
           03 FILLER       PIC 9(03) VALUE 243.
           03 FILLER       PIC 9(03) VALUE 273.
           03 FILLER       PIC 9(03) VALUE 304.
           03 FILLER       PIC 9(03) VALUE 334.
       01 TAB-DIAS-ACUM REDEFINES TAB-DIAS-ACUMX.
           03 W-DIAS-ACUM  PIC 9(03) OCCURS 12 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-HOJE
           MOVE W-HOJE TO W-DATA-AUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATA-ED TO W-ED-HOJE
           COMPUTE W-LIM-MAIOR = W-HOJE - 180000.

      *------[ REGUA, PRAZO E ENCARGOS PARAMETRIZADOS NO CADPARAM ]-----
           MOVE 005 TO TB-ETAPA-DIAS (1)
           MOVE 030 TO TB-ETAPA-DIAS (2)
           MOVE 060 TO TB-ETAPA-DIAS (3)
           MOVE ZEROS TO TB-ETAPA-DIAS (4) TB-ETAPA-DIAS (5)
           MOVE 10 TO W-PRAZO
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR NOT = "00"
              GO TO R0-ETAPAS.
           MOVE ZEROS TO W-IND.
       R0-LE-ETAPA.
           ADD 1 TO W-IND
           IF W-IND > 5
              GO TO R0-LE-ENCARGOS.
           MOVE W-IND TO W-CHV-NUM
           MOVE W-CHAVE-ETAPA TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 1000
              MOVE PA-VALOR TO TB-ETAPA-DIAS (W-IND).
           GO TO R0-LE-ETAPA.
       R0-LE-ENCARGOS.
           MOVE "COBPRAZO" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 1000
              MOVE PA-VALOR TO W-PRAZO.
           MOVE "BOLJUROS" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 10000
              MOVE PA-VALOR TO W-JUROS-MES.
           MOVE "BOLMULTA" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR < 10000
              COMPUTE W-MULTA = PA-VALOR / 100.
           CLOSE CADPARAM.

      *    VALEM AS ETAPAS ATE A PRIMEIRA ZERADA OU FORA DE ORDEM
       R0-ETAPAS.
           MOVE ZEROS TO W-QTD-ETAPAS.
       R0-ETAPAS1.
           IF W-QTD-ETAPAS = 5
              GO TO R0-PARAM.
           MOVE W-QTD-ETAPAS TO W-IND
           ADD 1 TO W-IND
           IF TB-ETAPA-DIAS (W-IND) = ZEROS
              GO TO R0-PARAM.
           IF W-IND > 1
              IF TB-ETAPA-DIAS (W-IND) NOT >
                 TB-ETAPA-DIAS (W-QTD-ETAPAS)
                 GO TO R0-PARAM.
           MOVE W-IND TO W-QTD-ETAPAS
           GO TO R0-ETAPAS1.

       R0-PARAM.
           IF W-QTD-ETAPAS = ZEROS
              DISPLAY "REGUA DE COBRANCA SEM ETAPAS NO CADPARAM "
                      "(COBETAPA1)"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           DISPLAY "DATA DE REFERENCIA PARA PAGAMENTO (AAAAMMDD, "
                   "0=HOJE): "
           ACCEPT W-DATA-REF
           IF W-DATA-REF = ZEROS
              MOVE W-HOJE TO W-DATA-REF.
           IF W-DATA-REF < W-HOJE
              DISPLAY "DATA DE REFERENCIA ANTERIOR A HOJE"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE W-DATA-REF TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-REF
           MOVE W-DATA-REF TO W-DATA-AUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATA-ED TO W-ED-REF

           DISPLAY "GERAR EXTRATO PARA O BIRO DE CREDITO (S/N): "
           ACCEPT W-EXTRATO
           IF W-EXTRATO = "s"
              MOVE "S" TO W-EXTRATO.
           IF W-EXTRATO NOT = "S"
              MOVE "N" TO W-EXTRATO
              GO TO R0.
           DISPLAY "DATA DE CORTE DOS VENCIMENTOS (AAAAMMDD): "
           ACCEPT W-CORTE
           IF W-CORTE = ZEROS OR W-CORTE > W-HOJE
              DISPLAY "DATA DE CORTE INVALIDA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           PERFORM TESTA-APROVACAO THRU TESTA-APROVACAO-FIM
           IF W-APROVADO = "N"
              DISPLAY "EXTRATO DO BIRO COM CORTE " W-CORTE
                      " AGUARDANDO LIBERACAO: UM SUPERVISOR DEVE"
              DISPLAY "LIBERAR NO SMP056 E O LOTE DEVE SER CHAMADO"
              DISPLAY "DE NOVO COM A MESMA DATA DE CORTE. A REGUA"
              DISPLAY "SEGUE SEM O EXTRATO"
              MOVE 4 TO RETURN-CODE
              MOVE "N" TO W-EXTRATO.

       R0.
           OPEN I-O CADPARCELA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARCELA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATURA: "
                      ST-ERRO-FAT
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADCEP
           IF ST-ERRO-CEP = "00"
              MOVE "S" TO W-CEP-ABERTO.

           OPEN INPUT CADRESP
           IF ST-ERRO-RSP = "00"
              MOVE "S" TO W-RSP-ABERTO.

           OPEN I-O CADCOBRA
           IF ST-ERRO-HIS = "30"
              OPEN OUTPUT CADCOBRA
              CLOSE CADCOBRA
              OPEN I-O CADCOBRA.
           IF ST-ERRO-HIS NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOBRA: "
                      ST-ERRO-HIS
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

      *    CARTAS E RESUMO, CATALOGADOS NO SPOOL
           MOVE "COBRANCA" TO W-PROG-SPOOL
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-CAR
           IF WS-NOME-CAR = SPACES
              MOVE "COBRANCA.TXT" TO WS-NOME-CAR.
           OPEN OUTPUT CARTAS
           IF ST-ERRO-CAR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DAS CARTAS: " ST-ERRO-CAR
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE "LOTECOBRA" TO W-PROG-SPOOL
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTECOBRA.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           IF W-EXTRATO = "N"
              GO TO R0-CABEC.
           MOVE SPACES TO WS-NOME-EXT
           STRING "BIRO" W-CORTE ".TXT" DELIMITED BY SIZE
                  INTO WS-NOME-EXT
           OPEN OUTPUT EXTRATO
           IF ST-ERRO-EXT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO EXTRATO: " ST-ERRO-EXT
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-EXT
           STRING "H;" W-HOJE ";" W-CORTE DELIMITED BY SIZE
                  INTO LINHA-EXT
           WRITE LINHA-EXT.

       R0-CABEC.
           MOVE SPACES TO LINHA-REL
           STRING "REGUA DE COBRANCA DE PACIENTES EM " W-ED-HOJE
                  " - ENCARGOS CALCULADOS PARA PAGAMENTO EM " W-ED-REF
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-EXTRATO = "S"
              MOVE SPACES TO LINHA-REL
              STRING "EXTRATO PARA O BIRO DE CREDITO: " WS-NOME-EXT
                     " (VENCIMENTOS ATE " W-CORTE ")"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE
           "PARCELA                 VENCTO  ATRASO E         VALOR    AT
      -    "UALIZADO  DESTINATARIO / SITUACAO" TO LINHA-REL
           WRITE LINHA-REL.

      *------[ PARCELAS VENCIDAS EM ABERTO E PAGAS NEGATIVADAS ]--------
       R1.
           MOVE SPACES TO PL-CHAVE
           START CADPARCELA KEY IS NOT LESS THAN PL-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R2.
           READ CADPARCELA NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPARCELA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF PL-COB-ETAPA NOT NUMERIC OR PL-COB-DATA NOT NUMERIC
              MOVE ZEROS TO PL-COB-ETAPA PL-COB-DATA.
           IF PL-PAGO = "S" AND PL-COB-ETAPA = 9 AND W-EXTRATO = "S"
              PERFORM EXCLUI-BIRO THRU EXCLUI-BIRO-FIM.
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           IF PL-PAGO = "S"
              GO TO R2.
           IF PL-VENCIMENTO NOT < W-HOJE
              GO TO R2.
           IF PL-COB-ETAPA = 9
              GO TO R2.
           MOVE PL-VENCIMENTO TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-VENC
           COMPUTE W-ATRASO = W-SERIAL-HOJE - W-SERIAL-VENC
      *    REGUA COMPLETA: SO RESTA O EXTRATO DO BIRO
           IF PL-COB-ETAPA NOT < W-QTD-ETAPAS AND W-EXTRATO = "S"
                                  AND PL-VENCIMENTO NOT > W-CORTE
              PERFORM INCLUI-BIRO THRU INCLUI-BIRO-FIM.
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           IF PL-COB-ETAPA NOT < W-QTD-ETAPAS
              GO TO R2.
      *    UMA ETAPA POR VEZ, NUNCA DUAS NO MESMO DIA
           IF PL-COB-DATA = W-HOJE
              GO TO R2.
           COMPUTE W-ETAPA = PL-COB-ETAPA + 1
           IF W-ATRASO < TB-ETAPA-DIAS (W-ETAPA)
              GO TO R2.
           PERFORM EMITE-CARTA THRU EMITE-CARTA-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           GO TO R2.

      *------[ TOTAIS ]-------------------------------------------------
       R3.
           IF W-EXTRATO = "S"
              MOVE SPACES TO LINHA-EXT
              STRING "T;" W-CONT-INCL ";" W-CONT-EXCL ";" W-TOT-CENT
                     DELIMITED BY SIZE INTO LINHA-EXT
              WRITE LINHA-EXT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-ATUAL TO W-ED-TOTAL
           MOVE SPACES TO LINHA-REL
           STRING "CARTAS EMITIDAS: " W-CONT-CARTA
                  "  PENDENTES: " W-CONT-PEND
                  "  INCLUSOES NO BIRO: " W-CONT-INCL
                  "  EXCLUSOES DO BIRO: " W-CONT-EXCL
                  "  VALOR ATUALIZADO: " W-ED-TOTAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "CARTAS DE COBRANCA EMITIDAS    : " W-CONT-CARTA
           DISPLAY "PARCELAS PENDENTES DE CADASTRO : " W-CONT-PEND
           IF W-EXTRATO = "S"
              DISPLAY "EXTRATO DO BIRO DE CREDITO     : " WS-NOME-EXT
              DISPLAY "INCLUSOES / EXCLUSOES          : " W-CONT-INCL
                      " / " W-CONT-EXCL.
           GO TO ROT-FIM.

      *------[ CARTA DA PROXIMA ETAPA DA REGUA ]------------------------
       EMITE-CARTA.
           PERFORM IDENTIFICA-DEVEDOR THRU IDENTIFICA-DEVEDOR-FIM
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-CONT-PEND
              GO TO EMITE-CARTA-REL.
           PERFORM CALC-ENCARGOS THRU CALC-ENCARGOS-FIM
           MOVE "NOTIFICACAO DE DEBITO EM ATRASO" TO W-TITULO
           IF W-ETAPA = 1
              MOVE "LEMBRETE DE PAGAMENTO" TO W-TITULO.
           IF W-ETAPA = W-QTD-ETAPAS
              MOVE "AVISO FINAL DE COBRANCA" TO W-TITULO.
           PERFORM IMPRIME-CARTA THRU IMPRIME-CARTA-FIM
           MOVE W-ETAPA TO HC-ETAPA
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           MOVE W-ETAPA TO PL-COB-ETAPA
           MOVE W-HOJE TO PL-COB-DATA
           REWRITE REGPARCELA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPARCELA: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO EMITE-CARTA-FIM.
           ADD 1 TO W-CONT-CARTA
           ADD W-VAL-TOTAL TO W-TOT-ATUAL
           MOVE W-DEST-NOME TO W-MOTIVO.
       EMITE-CARTA-REL.
           PERFORM LINHA-RELATORIO THRU LINHA-RELATORIO-FIM.
       EMITE-CARTA-FIM.
           EXIT.

      *------[ INCLUSAO NO EXTRATO DO BIRO APOS O AVISO FINAL ]---------
       INCLUI-BIRO.
      *    SO DEPOIS DO PRAZO DADO NO AVISO FINAL
           IF PL-COB-DATA = ZEROS
              GO TO INCLUI-BIRO-FIM.
           MOVE PL-COB-DATA TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-SERIAL-AVISO
           IF W-SERIAL-HOJE - W-SERIAL-AVISO < W-PRAZO
              GO TO INCLUI-BIRO-FIM.
           MOVE 9 TO W-ETAPA
           PERFORM IDENTIFICA-DEVEDOR THRU IDENTIFICA-DEVEDOR-FIM
      *    MENOR SEM RESPONSAVEL NAO PODE SER NEGATIVADO
           IF W-MOTIVO = SPACES AND W-MENOR = "S"
                                AND W-DEST-CPF = ZEROS
              MOVE "MENOR SEM RESPONSAVEL" TO W-MOTIVO.
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-CONT-PEND
              GO TO INCLUI-BIRO-REL.
           PERFORM CALC-ENCARGOS THRU CALC-ENCARGOS-FIM
           COMPUTE W-VAL-CENT = W-VAL-TOTAL * 100
           MOVE SPACES TO LINHA-EXT
           STRING "I;" W-DEST-CPF ";" W-DEST-NOME ";" PL-CHAVE ";"
                  PL-VENCIMENTO ";" W-VAL-CENT ";" CPF
                  DELIMITED BY SIZE INTO LINHA-EXT
           WRITE LINHA-EXT
           ADD W-VAL-CENT TO W-TOT-CENT
           MOVE 9 TO HC-ETAPA
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           MOVE 9 TO PL-COB-ETAPA
           MOVE W-HOJE TO PL-COB-DATA
           REWRITE REGPARCELA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPARCELA: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO INCLUI-BIRO-FIM.
           ADD 1 TO W-CONT-INCL
           ADD W-VAL-TOTAL TO W-TOT-ATUAL
           MOVE "INCLUIDO NO EXTRATO DO BIRO" TO W-MOTIVO.
       INCLUI-BIRO-REL.
           PERFORM LINHA-RELATORIO THRU LINHA-RELATORIO-FIM.
       INCLUI-BIRO-FIM.
           EXIT.

      *------[ PARCELA NEGATIVADA QUE FOI PAGA: PEDE A EXCLUSAO ]-------
       EXCLUI-BIRO.
      *    O DEVEDOR E O MESMO DA INCLUSAO, GUARDADO NO HISTORICO
           MOVE PL-CHAVE TO HC-PARCELA
           MOVE 9 TO HC-ETAPA
           READ CADCOBRA
           IF ST-ERRO-HIS NOT = "00"
              MOVE ZEROS TO HC-DEST-CPF
              MOVE SPACES TO HC-DEST-NOME.
           MOVE HC-DEST-CPF TO W-DEST-CPF
           MOVE HC-DEST-NOME TO W-DEST-NOME
           MOVE SPACES TO LINHA-EXT
           STRING "E;" W-DEST-CPF ";" W-DEST-NOME ";" PL-CHAVE ";"
                  PL-VENCIMENTO ";" PL-DATA-PAGTO
                  DELIMITED BY SIZE INTO LINHA-EXT
           WRITE LINHA-EXT
           MOVE ZEROS TO W-ATRASO W-VAL-MULTA W-VAL-JUROS W-VAL-TOTAL
           MOVE 8 TO W-ETAPA
           MOVE 8 TO HC-ETAPA
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-FIM
           MOVE 8 TO PL-COB-ETAPA
           MOVE W-HOJE TO PL-COB-DATA
           REWRITE REGPARCELA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPARCELA: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO EXCLUI-BIRO-FIM.
           ADD 1 TO W-CONT-EXCL
           MOVE "PAGA: EXCLUIDO DO BIRO" TO W-MOTIVO
           PERFORM LINHA-RELATORIO THRU LINHA-RELATORIO-FIM.
       EXCLUI-BIRO-FIM.
           EXIT.

      *------[ DEVEDOR: PACIENTE, OU RESPONSAVEL QUANDO MENOR ]---------
       IDENTIFICA-DEVEDOR.
           MOVE SPACES TO W-MOTIVO W-DEST-NOME W-ENDERECO
           MOVE ZEROS TO W-DEST-CPF W-VAL-MULTA W-VAL-JUROS
                         W-VAL-TOTAL
           MOVE "N" TO W-MENOR
           MOVE PL-CRM TO FT-CRM
           MOVE PL-DATA TO FT-DATA
           MOVE PL-HORA TO FT-HORA
           READ CADFATURA
           IF ST-ERRO-FAT NOT = "00"
              MOVE "FATURA NAO ENCONTRADA" TO W-MOTIVO
              GO TO IDENTIFICA-DEVEDOR-FIM.
           MOVE FT-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "PACIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO IDENTIFICA-DEVEDOR-FIM.
           MOVE CPF TO W-DEST-CPF
           MOVE NOMEP TO W-DEST-NOME
           IF DATANASC NOT > W-LIM-MAIOR
              GO TO IDENTIFICA-DEVEDOR-END.
      *    MENOR: A COBRANCA VAI PARA O RESPONSAVEL LEGAL
           MOVE "S" TO W-MENOR
           MOVE ZEROS TO W-DEST-CPF
           MOVE SPACES TO W-DEST-NOME
           STRING "RESPONSAVEL POR " NOMEP DELIMITED BY SIZE
                  INTO W-DEST-NOME
           IF W-RSP-ABERTO = "N"
              GO TO IDENTIFICA-DEVEDOR-END.
           MOVE CPF TO RS-CPF-PACIENTE
           READ CADRESP
           IF ST-ERRO-RSP = "00"
              MOVE RS-CPF TO W-DEST-CPF
              MOVE RS-NOME TO W-DEST-NOME.
       IDENTIFICA-DEVEDOR-END.
           IF W-CEP-ABERTO = "N" OR CEPPACI = ZEROS
              MOVE "PACIENTE SEM CEP" TO W-MOTIVO
              GO TO IDENTIFICA-DEVEDOR-FIM.
           MOVE CEPPACI TO CODIGO
           READ CADCEP
           IF ST-ERRO-CEP NOT = "00"
              MOVE "CEP DO PACIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO IDENTIFICA-DEVEDOR-FIM.
           MOVE NUMENDE TO W-NUMENDE-ED
           STRING ENDERECO DELIMITED BY "  "
                  ", " W-NUMENDE-ED " " COMPLEM
                  DELIMITED BY SIZE INTO W-ENDERECO.
       IDENTIFICA-DEVEDOR-FIM.
           EXIT.

      *------[ MULTA E JUROS DIARIOS ATE A DATA DE REFERENCIA ]---------
       CALC-ENCARGOS.
           COMPUTE W-DIAS-REF = W-SERIAL-REF - W-SERIAL-VENC
           COMPUTE W-VAL-MULTA ROUNDED = PL-VALOR * W-MULTA / 100
           COMPUTE W-MORA-DIA ROUNDED =
                   PL-VALOR * W-JUROS-MES / 10000 / 30
           COMPUTE W-VAL-JUROS = W-MORA-DIA * W-DIAS-REF
           COMPUTE W-VAL-TOTAL = PL-VALOR + W-VAL-MULTA + W-VAL-JUROS.
       CALC-ENCARGOS-FIM.
           EXIT.

      *------[ CARTA AO DEVEDOR ]---------------------------------------
       IMPRIME-CARTA.
           MOVE ALL "-" TO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           STRING W-TITULO "  (ETAPA " W-ETAPA ")  EMITIDA EM "
                  W-ED-HOJE DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           STRING "A(O) SR(A). " W-DEST-NOME
                  DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           STRING "            " W-ENDERECO " " BAIRRO
                  DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           STRING "            CEP " CEPPACI " " CIDADE " " ESTADO
                  DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           WRITE LINHA-CAR
           MOVE PL-DATA TO W-DATA-AUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE SPACES TO LINHA-CAR
           STRING "REF.: PARCELA " PL-PARCELA " DO ATENDIMENTO DE "
                  W-DATA-ED " (CRM " PL-CRM ")"
                  DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           IF W-MENOR = "S"
              MOVE SPACES TO LINHA-CAR
              STRING "      PACIENTE: " NOMEP
                     DELIMITED BY SIZE INTO LINHA-CAR
              WRITE LINHA-CAR.
           MOVE PL-VENCIMENTO TO W-DATA-AUX
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATA-ED TO W-ED-VENC
           MOVE W-ATRASO TO W-ED-ATRASO
           MOVE SPACES TO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           STRING "CONSTA EM ABERTO A PARCELA VENCIDA EM " W-ED-VENC
                  ", COM " W-ED-ATRASO " DIAS DE ATRASO."
                  DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE PL-VALOR TO W-ED-VALOR
           MOVE SPACES TO LINHA-CAR
           STRING "   VALOR ORIGINAL .................. R$"
                  W-ED-VALOR DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE W-MULTA TO W-ED-MULTA
           MOVE W-VAL-MULTA TO W-ED-VALOR
           MOVE SPACES TO LINHA-CAR
           STRING "   MULTA DE " W-ED-MULTA "% ................ R$"
                  W-ED-VALOR DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE W-VAL-JUROS TO W-ED-VALOR
           MOVE SPACES TO LINHA-CAR
           STRING "   JUROS DE MORA ATE " W-ED-REF " ..... R$"
                  W-ED-VALOR DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE W-VAL-TOTAL TO W-ED-VALOR
           MOVE SPACES TO LINHA-CAR
           STRING "   TOTAL PARA PAGAMENTO EM " W-ED-REF " R$"
                  W-ED-VALOR DELIMITED BY SIZE INTO LINHA-CAR
           WRITE LINHA-CAR
           IF W-MORA-DIA > ZEROS
              MOVE W-MORA-DIA TO W-ED-MORA
              MOVE SPACES TO LINHA-CAR
              STRING "APOS ESSA DATA, ACRESCENTAR R$" W-ED-MORA
                     " POR DIA DE ATRASO." DELIMITED BY SIZE
                     INTO LINHA-CAR
              WRITE LINHA-CAR.
           IF PL-NOSSO-NUM NOT = ZEROS
              MOVE SPACES TO LINHA-CAR
              STRING "O BOLETO NOSSO NUMERO " PL-NOSSO-NUM
                     " PODE SER PAGO COM OS ENCARGOS ACIMA."
                     DELIMITED BY SIZE INTO LINHA-CAR
              WRITE LINHA-CAR.
           IF W-ETAPA = W-QTD-ETAPAS
              MOVE SPACES TO LINHA-CAR
              MOVE W-PRAZO TO W-ED-PRAZO
              STRING "NAO HAVENDO PAGAMENTO EM" W-ED-PRAZO
                     " DIAS, O DEBITO SERA INFORMADO AOS ORGAOS DE "
                     "PROTECAO" DELIMITED BY SIZE INTO LINHA-CAR
              WRITE LINHA-CAR
              MOVE "AO CREDITO." TO LINHA-CAR
              WRITE LINHA-CAR.
           MOVE SPACES TO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           STRING "CASO O PAGAMENTO JA TENHA SIDO EFETUADO, "
                  "DESCONSIDERE ESTE AVISO." DELIMITED BY SIZE
                  INTO LINHA-CAR
           WRITE LINHA-CAR
           MOVE SPACES TO LINHA-CAR
           WRITE LINHA-CAR.
       IMPRIME-CARTA-FIM.
           EXIT.

      *------[ HISTORICO DA ACAO (CADCOBRA) ]---------------------------
       GRAVA-HISTORICO.
           MOVE PL-CHAVE TO HC-PARCELA
           MOVE W-HOJE TO HC-DATA-ACAO
           MOVE W-ATRASO TO HC-ATRASO
           MOVE PL-VALOR TO HC-VALOR
           MOVE W-VAL-MULTA TO HC-MULTA
           MOVE W-VAL-JUROS TO HC-JUROS
           MOVE W-DEST-CPF TO HC-DEST-CPF
           MOVE W-DEST-NOME TO HC-DEST-NOME
           MOVE W-OPERADOR-LOGADO TO HC-OPERADOR
           MOVE W-HOJE TO DATA-CADASTRO OF REGCOBRA
           WRITE REGCOBRA
           IF ST-ERRO-HIS NOT = "00" AND ST-ERRO-HIS NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO HISTORICO CADCOBRA: "
                      ST-ERRO-HIS " " PL-CHAVE.
       GRAVA-HISTORICO-FIM.
           EXIT.

      *------[ LINHA DO RESUMO ]----------------------------------------
       LINHA-RELATORIO.
           MOVE PL-VALOR TO W-ED-VALOR
           MOVE W-VAL-TOTAL TO W-ED-TOTAL
           MOVE W-ATRASO TO W-ED-ATRASO
           MOVE SPACES TO LINHA-REL
           STRING PL-CRM " " PL-DATA " " PL-HORA " " PL-PARCELA " "
                  PL-VENCIMENTO "  " W-ED-ATRASO " " W-ETAPA " "
                  W-ED-VALOR " " W-ED-TOTAL "  " W-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-RELATORIO-FIM.
           EXIT.

      *------[ PROCURA LIBERACAO DO EXTRATO; SEM ELA, DEIXA O ]---------
      *------[ PEDIDO NA FILA (UM SO PEDIDO POR DATA DE CORTE) ]--------
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
           IF AV-PROGRAMA NOT = "LOTECOBRA"
              GO TO TESTA-APROVACAO1.
           IF AV-NUM3 NOT = W-CORTE
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
           STRING "LOTECOBRA EXEC " AV-NUMERO DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE
           MOVE SPACES TO W-LOG-DETALHE
           STRING "LOTECOBRA APROV " AV-NUMERO DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO AV-OPER-DECISAO
                                   W-LOG-DETALHE
           GO TO TESTA-APROVACAO-ENC.
       TESTA-GRAVA-PEDIDO.
           IF W-PENDENTE = "S"
              GO TO TESTA-APROVACAO-ENC.
           MOVE ZEROS TO W-NUM-MINIMO
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           MOVE W-NUM-RETORNO TO AV-NUMERO
           MOVE "LOTECOBRA" TO AV-PROGRAMA
           MOVE SPACES TO AV-DESCRICAO
           STRING "EXTRATO BIRO DE CREDITO CORTE " W-CORTE
                  DELIMITED BY SIZE INTO AV-DESCRICAO
           MOVE ZEROS TO AV-NUM1 AV-NUM2
           MOVE W-CORTE TO AV-NUM3
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

      *------[ AAAAMMDD (W-DATA-AUX) PARA DD/MM/AAAA (W-DATA-ED) ]------
       EDITA-DATA.
           MOVE W-AUX-DD TO W-ED-DD
           MOVE W-AUX-MM TO W-ED-MM
           MOVE W-AUX-AAAA TO W-ED-AAAA.
       EDITA-DATA-FIM.
           EXIT.

      *------[ SERIAL DE DIAS (BASE GREGORIANA SIMPLIFICADA) ]----------
       CALC-SERIAL.
           COMPUTE W-SER-TEMP = W-SER-ANO - 1
           DIVIDE W-SER-TEMP BY 4 GIVING W-SER-Q4
           DIVIDE W-SER-TEMP BY 100 GIVING W-SER-Q100
           DIVIDE W-SER-TEMP BY 400 GIVING W-SER-Q400
           COMPUTE W-SER-RESULT = (W-SER-TEMP * 365)
                   + W-SER-Q4 - W-SER-Q100 + W-SER-Q400
           ADD W-DIAS-ACUM (W-SER-MES) TO W-SER-RESULT
           ADD W-SER-DIA TO W-SER-RESULT
      *    ANO BISSEXTO JA PASSOU DE FEVEREIRO: SOMA O DIA 29
           IF W-SER-MES > 2
              DIVIDE W-SER-ANO BY 4 GIVING W-SER-TEMP
                     REMAINDER W-SER-TEMP
              IF W-SER-TEMP = ZEROS
                 ADD 1 TO W-SER-RESULT.
       CALC-SERIAL-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPARCELA.
           CLOSE CADFATURA.
           CLOSE CADPACI.
           IF W-CEP-ABERTO = "S"
              CLOSE CADCEP.
           IF W-RSP-ABERTO = "S"
              CLOSE CADRESP.
           CLOSE CADCOBRA.
           CLOSE CARTAS.
           IF W-EXTRATO = "S"
              CLOSE EXTRATO.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
