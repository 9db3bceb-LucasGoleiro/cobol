      * FATURADA, EMITINDO UM RELATORIO DE FATURAMENTO.        *
      * CONSULTA MARCADA COMO RETORNO GRATUITO (AG-RETORNO)    *
      * SAI COM A CONSULTA ZERADA, FATURANDO SO OS ITENS DE    *
      * ATENDIMENTO QUANDO EXISTIREM. CONSULTA COM ITEM DE     *
      * PROCEDIMENTO QUE EXIGE TCLE (PC-TCLE) SEM O TERMO      *
      * REGISTRADO EM CADTCLE FICA FORA DO FATURAMENTO, NA     *
      * LISTA DE EXCECOES, ATE O TERMO SER LANCADO (SMP067).   *
      * CONSULTA DE CONVENIO COM MEDICO SEM CREDENCIAMENTO     *
      * VIGENTE NA DATA (CADCREDEN) TAMBEM VAI PARA AS         *
      * EXCECOES EM VEZ DE SER FATURADA. CONSULTA OU ITEM QUE  *
      * PASSA DO LIMITE DE FREQUENCIA DO CONVENIO (CADFREQ,    *
      * USOS ATENDIDOS DO CPF NA JANELA DE DIAS) SEGURA A      *
      * VISITA NAS EXCECOES ATE VIRAR PARTICULAR OU GANHAR     *
      * GUIA DE AUTORIZACAO VALIDA. CONSULTA DATADA EM MES     *
      * FECHADO NA CONTABILIDADE (SMP080) VAI PARA AS EXCECOES *
      * SEM GERAR FATURA. SINAL DE ORCAMENTO RECEBIDO NO CAIXA *
      * PARA A CONSULTA (CADSINAL) E ABATIDO DA PARTE DO       *
      * PACIENTE, SAI NO RECIBO E FICA MARCADO COMO ABATIDO.   *
      * PACIENTE PARTICULAR COM CARTAO DE DESCONTO ATIVO E     *
      * MENSALIDADES EM DIA (CADCARTAO/CADCARDEP/CADMENSAL)    *
      * GANHA O PERCENTUAL DO GRUPO DE CADA ITEM (MENOS NO     *
      * PACOTE); O DESCONTO SAI NO RECIBO E FICA EM CADUSOCT   *
      * VISITA DOMICILIAR (AG-MODALIDADE D) COBRA A TAXA DE    *
      * DESLOCAMENTO DA ZONA DO CEP DO PACIENTE (CADZONA, PELO *
      * PROGZONA) COMO ITEM A PARTE, TODO NA PARTE DO PACIENTE *
      * (FT-TAXA-DESLOC), EM LINHA PROPRIA NO RELATORIO E NO   *
      * RECIBO                                                 *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS CR-CHAVE
                     FILE STATUS IS ST-ERRO-CAR.

       SELECT CADCREDEN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CD-CHAVE
                     FILE STATUS IS ST-ERRO-CRD.

       SELECT CADFREQ ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FQ-CHAVE
                     FILE STATUS IS ST-ERRO-FRQ.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT CADPROC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PI-CHAVE
                     FILE STATUS IS ST-ERRO-PIT.

       SELECT CADTCLE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TC-CHAVE
                     FILE STATUS IS ST-ERRO-TCL.

       SELECT CADSINAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SN-ORCAMENTO
                     ALTERNATE RECORD KEY IS SN-AGENDA WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-SIN.

       SELECT CADCARTAO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CT-CPF
                     FILE STATUS IS ST-ERRO-CTO.

       SELECT CADCARDEP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CB-CPF
                     FILE STATUS IS ST-ERRO-CBD.

       SELECT CADMENSAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MN-CHAVE
                     FILE STATUS IS ST-ERRO-MEN.

       SELECT CADUSOCT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS UC-CHAVE
                     FILE STATUS IS ST-ERRO-USO.

      *----------------------------------------------------------------

       DATA DIVISION.
          03 NOMEP          PIC X(30).
          03 PAC-RESTO1     PIC X(10).
          03 CONVENIO       PIC 9(04).
          03 CEPPACI        PIC 9(08).
          03 PAC-RESTO2     PIC X(103).
          03 PAC-DATA-CONV  PIC 9(08).

       FD CADPRECO
               VALUE OF FILE-ID IS "CADCAREN.DAT".
           COPY REGCAREN.

       FD CADCREDEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDEN.DAT".
           COPY REGCREDEN.

       FD CADFREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFREQ.DAT".
           COPY REGFREQ.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).
           03 ESPECIALIDADE    PIC 9(02).

       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
               VALUE OF FILE-ID IS "CADPACITEM.DAT".
           COPY REGPACITEM.

       FD CADTCLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
           COPY REGTCLE.

       FD CADSINAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAL.DAT".
           COPY REGSINAL.

       FD CADCARTAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARTAO.DAT".
           COPY REGCARTAO.

       FD CADCARDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARDEP.DAT".
           COPY REGCARDEP.

       FD CADMENSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMENSAL.DAT".
           COPY REGMENSAL.

       FD CADUSOCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSOCT.DAT".
           COPY REGUSOCT.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO-EXC      PIC X(02) VALUE "00".
       01 ST-ERRO-CKP      PIC X(02) VALUE "00".
       01 W-TOTAL-EXC      PIC 9(05) VALUE ZEROS.
       01 W-PER-DATA       PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-RESTART        PIC X(01) VALUE "N".
       01 W-CHAVE-RETOMA   PIC X(18) VALUE SPACES.
       01 W-CONT-CKPT      PIC 9(06) VALUE ZEROS.
       01 ST-ERRO-CAR      PIC X(02) VALUE "00".
       01 ST-ERRO-PRC      PIC X(02) VALUE "00".
       01 W-CAR-ABERTO     PIC X(01) VALUE "N".
       01 ST-ERRO-CRD      PIC X(02) VALUE "00".
       01 W-CRD-ABERTO     PIC X(01) VALUE "N".
       01 W-CREDEN-OK      PIC X(01) VALUE "S".
       01 W-PRC-ABERTO     PIC X(01) VALUE "N".
       01 ST-ERRO-FRQ      PIC X(02) VALUE "00".
       01 W-FRQ-ABERTO     PIC X(01) VALUE "N".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 W-MED-ABERTO     PIC X(01) VALUE "N".
       01 W-REG-FRQ        PIC X(130) VALUE SPACES.
       01 W-FRQ-EXCEDE     PIC X(01) VALUE "N".
       01 W-FRQ-SER-VIS    PIC 9(08) VALUE ZEROS.
       01 W-FRQ-USOS       PIC 9(03) VALUE ZEROS.
       01 W-FRQ-PROC       PIC 9(04) VALUE ZEROS.
       01 W-FRQ-GRUPO      PIC 9(02) VALUE ZEROS.
       01 W-FRQ-ESP        PIC 9(02) VALUE ZEROS.
       01 W-FRQ-E-CONS     PIC X(01) VALUE "N".
       01 W-FRQ-HIST-CONS  PIC X(01) VALUE "N".
       01 W-FRQ-HIST-QTD   PIC 9(02) VALUE ZEROS.
       01 W-FRQ-HIST-NIT   PIC 9(02) VALUE ZEROS.
       01 W-FRQ-GRP-IT     PIC 9(02) VALUE ZEROS.
       01 W-FRQ-QTD-IT     PIC 9(02) VALUE ZEROS.
       01 W-FRQ-IDX        PIC 9(02) VALUE ZEROS.
       01 TAB-FRQ-IT.
           03 TFQ-OCORR OCCURS 20 TIMES.
              05 TFQ-PROC          PIC 9(04).
              05 TFQ-GRUPO         PIC 9(02).
       01 W-COB-INI        PIC 9(08) VALUE ZEROS.
       01 W-GRUPO-CHK      PIC 9(02) VALUE ZEROS.
       01 W-EM-CARENCIA    PIC X(01) VALUE "N".
       01 ST-ERRO-PCT      PIC X(02) VALUE "00".
       01 ST-ERRO-PIT      PIC X(02) VALUE "00".
       01 W-PCT-ABERTO     PIC X(01) VALUE "N".
       01 ST-ERRO-TCL      PIC X(02) VALUE "00".
       01 W-TCL-ABERTO     PIC X(01) VALUE "N".
       01 W-SEM-TCLE       PIC X(01) VALUE "N".
       01 W-QTD-IT-CONS    PIC 9(02) VALUE ZEROS.
       01 W-PAC-ACHADO     PIC X(01) VALUE "N".
       01 W-PAC-VALOR      PIC 9(06)V99 VALUE ZEROS.
       01 W-JRN-ARQ     PIC X(10) VALUE SPACES.
       01 W-JRN-ACAO    PIC X(01) VALUE SPACES.
       01 W-JRN-REG     PIC X(130) VALUE SPACES.
       01 ST-ERRO-SIN      PIC X(02) VALUE "00".
       01 W-SIN-ABERTO     PIC X(01) VALUE "N".
       01 W-SINAL-ABAT     PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTAL-SINAL    PIC 9(08)V99 VALUE ZEROS.
       01 ST-ERRO-CTO      PIC X(02) VALUE "00".
       01 ST-ERRO-CBD      PIC X(02) VALUE "00".
       01 ST-ERRO-MEN      PIC X(02) VALUE "00".
       01 ST-ERRO-USO      PIC X(02) VALUE "00".
       01 W-CTO-ABERTO     PIC X(01) VALUE "N".
       01 W-USO-ABERTO     PIC X(01) VALUE "N".
       01 W-CT-OK          PIC X(01) VALUE "N".
       01 W-IND-DSC        PIC 9(02) VALUE ZEROS.
       01 W-DESC-ITEM      PIC 9(06)V99 VALUE ZEROS.
       01 W-DESC-CARTAO    PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTAL-DESC     PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTAL-DESLOC   PIC 9(08)V99 VALUE ZEROS.
       01 W-ZN-CEP         PIC 9(08) VALUE ZEROS.
       01 W-ZN-RESULT      PIC X(01) VALUE SPACES.
       01 W-ZN-NOME        PIC X(20) VALUE SPACES.
       01 W-ZN-TAXA        PIC 9(05)V99 VALUE ZEROS.
       01 W-ZN-TEMPO       PIC 9(03) VALUE ZEROS.
       01 W-ZN-ATENDE      PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------

           OPEN INPUT CADCAREN
           IF ST-ERRO-CAR = "00"
              MOVE "S" TO W-CAR-ABERTO.
           OPEN INPUT CADCREDEN
           IF ST-ERRO-CRD = "00"
              MOVE "S" TO W-CRD-ABERTO.
           OPEN INPUT CADPROC
           IF ST-ERRO-PRC = "00"
              MOVE "S" TO W-PRC-ABERTO.
           OPEN INPUT CADFREQ
           IF ST-ERRO-FRQ = "00"
              MOVE "S" TO W-FRQ-ABERTO.
           OPEN INPUT CADMED
           IF ST-ERRO-MED = "00"
              MOVE "S" TO W-MED-ABERTO.
           OPEN INPUT CADPACOTE
           IF ST-ERRO-PCT = "00"
              OPEN INPUT CADPACITEM
                 CLOSE CADPACOTE
              END-IF
           END-IF.
           OPEN INPUT CADTCLE
           IF ST-ERRO-TCL = "00"
              MOVE "S" TO W-TCL-ABERTO.
           OPEN I-O CADSINAL
           IF ST-ERRO-SIN = "00"
              MOVE "S" TO W-SIN-ABERTO.
           OPEN INPUT CADCARTAO
           IF ST-ERRO-CTO = "00"
              OPEN INPUT CADCARDEP
              IF ST-ERRO-CBD = "00"
                 OPEN INPUT CADMENSAL
                 IF ST-ERRO-MEN = "00"
                    MOVE "S" TO W-CTO-ABERTO
                 ELSE
                    CLOSE CADCARTAO CADCARDEP
                 END-IF
              ELSE
                 CLOSE CADCARTAO
              END-IF
           END-IF.
           IF W-CTO-ABERTO = "S"
              OPEN I-O CADUSOCT
              IF ST-ERRO-USO = "30"
                 OPEN OUTPUT CADUSOCT
                 CLOSE CADUSOCT
                 OPEN I-O CADUSOCT
              END-IF
              IF ST-ERRO-USO = "00"
                 MOVE "S" TO W-USO-ABERTO
              END-IF
           END-IF.

       R0A.
           OPEN I-O CADFATURA
              DISPLAY "ERRO NA ABERTURA DAS EXCECOES: " ST-ERRO-EXC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE "CONSULTAS RETIDAS NO FATURAMENTO (VER MOTIVO)"
             TO LINHA-EXC
           WRITE LINHA-EXC

              GO TO R2.
           IF AG-STATUS NOT = 30
              GO TO R2.
      *    CONSULTA DE MES FECHADO NA CONTABILIDADE NAO GERA FATURA
           MOVE AG-DATA TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE SPACES TO LINHA-EXC
              STRING "  CRM " AG-CRM " " AG-DATA " " AG-HORA
                     " CPF " AG-CPF " MES FECHADO NA CONTABILIDADE"
                     DELIMITED BY SIZE INTO LINHA-EXC
              WRITE LINHA-EXC
              ADD 1 TO W-TOTAL-EXC
              GO TO R2.

       R2A.
           MOVE AG-CPF TO CPF
      *------[ CONVENIO QUE EXIGE GUIA: SEM GUIA VALIDA NAO FATURA ]----
       R2A1.
           IF W-PARTICULAR = "S"
              GO TO R2A2.
           MOVE CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
              GO TO R2A2.
           IF EXIGEGUIA NOT = "S" AND EXIGEGUIA NOT = "s"
              GO TO R2A2.
           IF AG-GUIA = ZEROS OR AG-GUIAVAL < AG-DATA
              MOVE SPACES TO LINHA-EXC
              STRING "  CRM " AG-CRM " " AG-DATA " " AG-HORA
              ADD 1 TO W-TOTAL-EXC
              GO TO R2.

      *------[ MEDICO SEM CREDENCIAMENTO NO CONVENIO NA DATA ]----------
       R2A2.
           IF W-PARTICULAR = "S"
              GO TO R2B.
           PERFORM BUSCA-CREDEN THRU BUSCA-CREDEN-FIM
           IF W-CREDEN-OK = "N"
              MOVE SPACES TO LINHA-EXC
              STRING "  CRM " AG-CRM " " AG-DATA " " AG-HORA
                     " CPF " AG-CPF " CONVENIO " CONVENIO
                     " SEM CREDENCIAMENTO"
                     DELIMITED BY SIZE INTO LINHA-EXC
              WRITE LINHA-EXC
              ADD 1 TO W-TOTAL-EXC
              GO TO R2.

      *------[ LIMITE DE FREQUENCIA DO CONVENIO POR PACIENTE ]----------
       R2A3.
           IF W-PARTICULAR = "S"
              GO TO R2B.
      *    GUIA DE AUTORIZACAO VALIDA LIBERA O USO ALEM DO LIMITE
           IF AG-GUIA NOT = ZEROS AND AG-GUIAVAL NOT < AG-DATA
              GO TO R2B.
           PERFORM CHECA-FREQ THRU CHECA-FREQ-FIM
           IF W-FRQ-EXCEDE = "S"
              ADD 1 TO W-TOTAL-EXC
              GO TO R2.

      *------[ COM ITENS DE ATENDIMENTO, FATURA A SOMA DOS ITENS; ]-----
      *------[ SEM ITENS, FATURA A CONSULTA PADRAO (0001) OU, EM  ]-----
      *------[ TELECONSULTA, O PROCEDIMENTO 0002 QUANDO O         ]-----
      *------[ CONVENIO TEM PRECO NEGOCIADO PARA ELE              ]-----
       R2B.
           PERFORM BUSCA-CARTAO THRU BUSCA-CARTAO-FIM
           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
      *    ITEM SEM TCLE SEGURA A CONSULTA INTEIRA ATE O TERMO CHEGAR
           IF W-SEM-TCLE = "S"
              ADD 1 TO W-TOTAL-EXC
              GO TO R2.
           IF W-QTD-ITENS > ZEROS
              PERFORM TESTA-PACOTE THRU TESTA-PACOTE-FIM
              IF W-PAC-ACHADO = "S"
                 MOVE W-PAC-VALOR TO W-VALOR-FAT
                 MOVE ZEROS TO W-DESC-CARTAO
                 MOVE SPACES TO LINHA-REL
                 STRING "  PACOTE " W-PAC-COD " " W-PAC-DESCR
                        " COBRADO NO PRECO FECHADO"
           MOVE W-PRECO-VAL TO W-VALOR-FAT.

       R2C.
      *    CONSULTA SEM ITENS: DESCONTO DO CARTAO NO GRUPO 01
           IF W-QTD-ITENS = ZEROS AND W-VALOR-FAT > ZEROS
              MOVE 01 TO W-GRUPO-CHK
              MOVE W-VALOR-FAT TO W-PRECO-VAL
              PERFORM DESCONTO-GRUPO THRU DESCONTO-GRUPO-FIM.
           IF W-DESC-CARTAO > W-VALOR-FAT
              MOVE W-VALOR-FAT TO W-DESC-CARTAO.
           SUBTRACT W-DESC-CARTAO FROM W-VALOR-FAT
           MOVE AG-CRM TO FT-CRM
           MOVE AG-DATA TO FT-DATA
           MOVE AG-HORA TO FT-HORA
              COMPUTE FT-VALOR-PACI ROUNDED = FT-VALOR * COPART / 100
              COMPUTE FT-VALOR-CONV = FT-VALOR - FT-VALOR-PACI
           END-IF
           PERFORM TAXA-ZONA THRU TAXA-ZONA-FIM
           PERFORM BUSCA-SINAL THRU BUSCA-SINAL-FIM
           ACCEPT DATA-CADASTRO OF REGFATURA FROM DATE YYYYMMDD
           WRITE REGFATURA
           IF ST-ERRO-FAT NOT = "00" AND ST-ERRO-FAT NOT = "02"
           MOVE "W" TO W-JRN-ACAO
           MOVE REGFATURA TO W-JRN-REG
           CALL "PROGJORNAL" USING W-JRN-ARQ W-JRN-ACAO W-JRN-REG
           PERFORM BAIXA-SINAL THRU BAIXA-SINAL-FIM
           PERFORM GRAVA-USOCT THRU GRAVA-USOCT-FIM

           MOVE "S" TO AG-FATURADO
           REWRITE REGAGENDA
                  "  VALOR " W-VALOR-FAT
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF FT-TAXA-DESLOC > ZEROS
              MOVE FT-TAXA-DESLOC TO W-VALOR-ED
              MOVE SPACES TO LINHA-REL
              STRING "    TAXA DE DESLOCAMENTO ZONA " W-ZN-NOME
                     "  R$ " W-VALOR-ED
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              ADD FT-TAXA-DESLOC TO W-TOTAL-DESLOC W-TOTAL-VALOR.
           IF W-SINAL-ABAT > ZEROS
              MOVE W-SINAL-ABAT TO W-VALOR-ED
              MOVE SPACES TO LINHA-REL
              STRING "    SINAL ABATIDO DO ORCAMENTO " SN-ORCAMENTO
                     "  R$ " W-VALOR-ED
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              ADD W-SINAL-ABAT TO W-TOTAL-SINAL.
           IF W-DESC-CARTAO > ZEROS
              MOVE W-DESC-CARTAO TO W-VALOR-ED
              MOVE SPACES TO LINHA-REL
              STRING "    DESCONTO DO CARTAO DO TITULAR " CT-CPF
                     "  R$ " W-VALOR-ED
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              ADD W-DESC-CARTAO TO W-TOTAL-DESC.
           ADD 1 TO W-TOTAL-FATURADO
           ADD W-VALOR-FAT TO W-TOTAL-VALOR
           IF W-PARTICULAR = "S"
                 WRITE LINHA-RCB
              END-IF
           END-IF
           IF W-DESC-CARTAO > ZEROS
              COMPUTE W-VALOR-ED = W-VALOR-FAT + W-DESC-CARTAO
              MOVE SPACES TO LINHA-RCB
              STRING "VALOR DE TABELA                 R$ " W-VALOR-ED
                     DELIMITED BY SIZE INTO LINHA-RCB
              WRITE LINHA-RCB
              MOVE W-DESC-CARTAO TO W-VALOR-ED
              MOVE SPACES TO LINHA-RCB
              STRING "(-) CARTAO DE DESCONTO          R$ " W-VALOR-ED
                     DELIMITED BY SIZE INTO LINHA-RCB
              WRITE LINHA-RCB.
           MOVE W-VALOR-FAT TO W-VALOR-ED
           MOVE SPACES TO LINHA-RCB
           STRING "DATA " AG-DATA "  HORA " AG-HORA
                  "  VALOR R$ " W-VALOR-ED
                  DELIMITED BY SIZE INTO LINHA-RCB
           WRITE LINHA-RCB
           IF FT-TAXA-DESLOC > ZEROS
              MOVE FT-TAXA-DESLOC TO W-VALOR-ED
              MOVE SPACES TO LINHA-RCB
              STRING "(+) TAXA DE DESLOCAMENTO        R$ " W-VALOR-ED
                     DELIMITED BY SIZE INTO LINHA-RCB
              WRITE LINHA-RCB.
           IF W-SINAL-ABAT > ZEROS
              MOVE W-SINAL-ABAT TO W-VALOR-ED
              MOVE SPACES TO LINHA-RCB
              STRING "(-) SINAL PAGO EM " SN-DATA-RECEB
                     "      R$ " W-VALOR-ED
                     DELIMITED BY SIZE INTO LINHA-RCB
              WRITE LINHA-RCB
              MOVE FT-VALOR-PACI TO W-VALOR-ED
              MOVE SPACES TO LINHA-RCB
              STRING "SALDO A PAGAR                   R$ " W-VALOR-ED
                     DELIMITED BY SIZE INTO LINHA-RCB
              WRITE LINHA-RCB.
           MOVE SPACES TO LINHA-RCB
           WRITE LINHA-RCB.
       EMITE-RECIBO-FIM.
           EXIT.

      *------[ SINAL RECEBIDO PARA A CONSULTA ABATE A PARTE DO ]--------
      *------[ PACIENTE (NUNCA ALEM DELA)                      ]--------
       BUSCA-SINAL.
           MOVE ZEROS TO W-SINAL-ABAT
           IF W-SIN-ABERTO = "N" OR FT-VALOR-PACI = ZEROS
              GO TO BUSCA-SINAL-FIM.
           MOVE AG-CHAVE TO SN-AGENDA
           START CADSINAL KEY IS NOT LESS THAN SN-AGENDA
           IF ST-ERRO-SIN NOT = "00"
              GO TO BUSCA-SINAL-FIM.
       BUSCA-SINAL1.
           READ CADSINAL NEXT RECORD
           IF ST-ERRO-SIN NOT = "00"
              GO TO BUSCA-SINAL-FIM.
           IF SN-AGENDA NOT = AG-CHAVE
              GO TO BUSCA-SINAL-FIM.
           IF SN-SITUACAO NOT = "R"
              GO TO BUSCA-SINAL1.
           MOVE SN-VALOR TO W-SINAL-ABAT
           IF W-SINAL-ABAT > FT-VALOR-PACI
              MOVE FT-VALOR-PACI TO W-SINAL-ABAT.
           SUBTRACT W-SINAL-ABAT FROM FT-VALOR-PACI.
       BUSCA-SINAL-FIM.
           EXIT.

      *------[ VISITA DOMICILIAR: TAXA DE DESLOCAMENTO DA ZONA ]-------
      *------[ DO CEP DO PACIENTE, FATURADA A PARTE E PAGA PELO ]-------
      *------[ PACIENTE (CONVENIO NAO COBRE DESLOCAMENTO)       ]-------
       TAXA-ZONA.
           MOVE ZEROS TO FT-TAXA-DESLOC
           IF AG-MODALIDADE NOT = "D" AND AG-MODALIDADE NOT = "d"
              GO TO TAXA-ZONA-FIM.
           MOVE CEPPACI TO W-ZN-CEP
           CALL "PROGZONA" USING W-ZN-CEP W-ZN-RESULT W-ZN-NOME
                                 W-ZN-TAXA W-ZN-TEMPO W-ZN-ATENDE
           IF W-ZN-RESULT NOT = "S" OR W-ZN-TAXA = ZEROS
              GO TO TAXA-ZONA-FIM.
           MOVE W-ZN-TAXA TO FT-TAXA-DESLOC
           ADD FT-TAXA-DESLOC TO FT-VALOR FT-VALOR-PACI.
       TAXA-ZONA-FIM.
           EXIT.

       BAIXA-SINAL.
           IF W-SINAL-ABAT = ZEROS
              GO TO BAIXA-SINAL-FIM.
           MOVE "A" TO SN-SITUACAO
           ACCEPT SN-DATA-BAIXA FROM DATE YYYYMMDD
           REWRITE REGSINAL
           IF ST-ERRO-SIN NOT = "00" AND ST-ERRO-SIN NOT = "02"
              DISPLAY "ERRO NA BAIXA DO SINAL DO ORCAMENTO "
                      SN-ORCAMENTO ": " ST-ERRO-SIN.
       BAIXA-SINAL-FIM.
           EXIT.

      *------[ CARTAO DE DESCONTO DO PACIENTE PARTICULAR: CARTAO ]------
      *------[ ATIVO JA INICIADO E SEM MENSALIDADE VENCIDA EM    ]------
      *------[ ABERTO NA DATA DA CONSULTA                        ]------
       BUSCA-CARTAO.
           MOVE "N" TO W-CT-OK
           MOVE ZEROS TO W-DESC-CARTAO
           IF W-CTO-ABERTO = "N" OR W-PARTICULAR = "N"
              GO TO BUSCA-CARTAO-FIM.
           MOVE AG-CPF TO CB-CPF
           READ CADCARDEP
           IF ST-ERRO-CBD NOT = "00"
              GO TO BUSCA-CARTAO-FIM.
           MOVE CB-TITULAR TO CT-CPF
           READ CADCARTAO
           IF ST-ERRO-CTO NOT = "00"
              GO TO BUSCA-CARTAO-FIM.
           IF CT-SITUACAO NOT = "A" OR CT-DATA-INICIO > AG-DATA
              GO TO BUSCA-CARTAO-FIM.
           MOVE CT-CPF TO MN-CPF
           MOVE ZEROS TO MN-COMPET
           START CADMENSAL KEY IS NOT LESS THAN MN-CHAVE
           IF ST-ERRO-MEN NOT = "00"
              MOVE "S" TO W-CT-OK
              GO TO BUSCA-CARTAO-FIM.
       BUSCA-CARTAO1.
           READ CADMENSAL NEXT RECORD
           IF ST-ERRO-MEN NOT = "00" OR MN-CPF NOT = CT-CPF
              MOVE "S" TO W-CT-OK
              GO TO BUSCA-CARTAO-FIM.
           IF MN-PAGO NOT = "S" AND MN-VENCIMENTO < AG-DATA
              GO TO BUSCA-CARTAO-FIM.
           GO TO BUSCA-CARTAO1.
       BUSCA-CARTAO-FIM.
           EXIT.

      *------[ PERCENTUAL DO CARTAO PARA O GRUPO DO ITEM ]--------------
       DESCONTO-GRUPO.
           IF W-CT-OK = "N"
              GO TO DESCONTO-GRUPO-FIM.
           MOVE ZEROS TO W-IND-DSC.
       DESCONTO-GRUPO1.
           ADD 1 TO W-IND-DSC
           IF W-IND-DSC > 5
              GO TO DESCONTO-GRUPO-FIM.
           IF CT-DESC-GRUPO (W-IND-DSC) NOT = W-GRUPO-CHK
              GO TO DESCONTO-GRUPO1.
           COMPUTE W-DESC-ITEM ROUNDED =
                   W-PRECO-VAL * CT-DESC-PERC (W-IND-DSC) / 100
           ADD W-DESC-ITEM TO W-DESC-CARTAO.
       DESCONTO-GRUPO-FIM.
           EXIT.

      *------[ USO DO CARTAO: VALOR CHEIO E DESCONTO DA CONSULTA ]------
       GRAVA-USOCT.
           IF W-DESC-CARTAO = ZEROS OR W-USO-ABERTO = "N"
              GO TO GRAVA-USOCT-FIM.
           MOVE FT-CHAVE TO UC-CHAVE
           MOVE AG-CPF TO UC-CPF
           MOVE CT-CPF TO UC-TITULAR
           COMPUTE UC-VALOR-CHEIO = W-VALOR-FAT + W-DESC-CARTAO
           MOVE W-DESC-CARTAO TO UC-DESCONTO
           ACCEPT DATA-CADASTRO OF REGUSOCT FROM DATE YYYYMMDD
           WRITE REGUSOCT
           IF ST-ERRO-USO = "22"
              REWRITE REGUSOCT.
           IF ST-ERRO-USO NOT = "00" AND ST-ERRO-USO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADUSOCT: "
                      ST-ERRO-USO.
       GRAVA-USOCT-FIM.
           EXIT.

      *------[ PONTO DE RETOMADA APOS CADA CONSULTA FATURADA ]----------
       GRAVA-CKPT.
           OPEN OUTPUT CKPTFAT
      *------[ SOMA OS ITENS DE ATENDIMENTO DA CONSULTA CORRENTE ]------
       SOMA-ITENS.
           MOVE ZEROS TO W-QTD-ITENS W-VALOR-FAT W-QTD-IT-CONS
           MOVE "N" TO W-SEM-TCLE
           IF W-ITE-ABERTO = "N"
              GO TO SOMA-ITENS-FIM.
           MOVE AG-CRM TO IT-CRM
                 MOVE PC-GRUPO TO W-GRUPO-CHK
              END-IF
           END-IF
      *    PROCEDIMENTO QUE EXIGE TCLE SO FATURA COM O TERMO REGISTRADO
           IF W-PRC-ABERTO = "S" AND ST-ERRO-PRC = "00"
              AND PC-TCLE = "S"
              MOVE "23" TO ST-ERRO-TCL
              IF W-TCL-ABERTO = "S"
                 MOVE IT-CHAVE TO TC-CHAVE
                 READ CADTCLE
              END-IF
              IF ST-ERRO-TCL NOT = "00"
                 MOVE SPACES TO LINHA-EXC
                 STRING "  ITEM " IT-PROCEDIMENTO " DE " AG-DATA
                        " SEQ " IT-SEQ " CPF " AG-CPF " SEM TCLE"
                        DELIMITED BY SIZE INTO LINHA-EXC
                 WRITE LINHA-EXC
                 MOVE "S" TO W-SEM-TCLE
                 GO TO SOMA-ITENS1.
           PERFORM CHECA-CARENCIA THRU CHECA-CARENCIA-FIM
           IF W-EM-CARENCIA = "S"
              MOVE SPACES TO LINHA-EXC
              GO TO SOMA-ITENS1.
           ADD 1 TO W-QTD-ITENS
           ADD W-PRECO-VAL TO W-VALOR-FAT
           PERFORM DESCONTO-GRUPO THRU DESCONTO-GRUPO-FIM
           IF W-QTD-IT-CONS < 20
              ADD 1 TO W-QTD-IT-CONS
              MOVE IT-PROCEDIMENTO TO TIC-PROC (W-QTD-IT-CONS).
       COMPARA-PACOTE-FIM.
           EXIT.

      *------[ CREDENCIAMENTO DO CRM NO CONVENIO EM AG-DATA; SO VALE ]--
      *------[ PARA CONVENIO COM ALGUM PERIODO NO CADCREDEN          ]--
       BUSCA-CREDEN.
           MOVE "S" TO W-CREDEN-OK
           IF W-CRD-ABERTO = "N"
              GO TO BUSCA-CREDEN-FIM.
           MOVE CONVENIO TO CD-CODCONV
           MOVE ZEROS TO CD-CRM CD-DATA-INI
           START CADCREDEN KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-CREDEN-FIM.
           READ CADCREDEN NEXT RECORD
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-CREDEN-FIM.
           IF CD-CODCONV NOT = CONVENIO
              GO TO BUSCA-CREDEN-FIM.
           MOVE "N" TO W-CREDEN-OK
           MOVE CONVENIO TO CD-CODCONV
           MOVE AG-CRM TO CD-CRM
           MOVE ZEROS TO CD-DATA-INI
           START CADCREDEN KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-CREDEN-FIM.
       BUSCA-CREDEN1.
           READ CADCREDEN NEXT RECORD
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-CREDEN-FIM.
           IF CD-CODCONV NOT = CONVENIO OR CD-CRM NOT = AG-CRM
              GO TO BUSCA-CREDEN-FIM.
           IF CD-DATA-INI > AG-DATA
              GO TO BUSCA-CREDEN-FIM.
           IF CD-DATA-FIM = ZEROS OR CD-DATA-FIM NOT < AG-DATA
              MOVE "S" TO W-CREDEN-OK
              GO TO BUSCA-CREDEN-FIM.
           GO TO BUSCA-CREDEN1.
       BUSCA-CREDEN-FIM.
           EXIT.

      *------[ A DATA DA CONSULTA CAI DENTRO DA CARENCIA? ]-------------
       CHECA-CARENCIA.
           MOVE "N" TO W-EM-CARENCIA
       CHECA-CARENCIA-FIM.
           EXIT.

      *************************************************
      * FREQUENCIA: PARA A CONSULTA (REGRA DO GRUPO   *
      * 01) E PARA CADA ITEM (REGRA DO PROCEDIMENTO,  *
      * SENAO A DO GRUPO DELE), CONTA OS USOS         *
      * ATENDIDOS DO CPF ANTES DESTA VISITA DENTRO    *
      * DA JANELA; QUOTA JA USADA VAI PARA EXCECOES   *
      *************************************************
       CHECA-FREQ.
           MOVE "N" TO W-FRQ-EXCEDE
           IF W-FRQ-ABERTO = "N"
              GO TO CHECA-FREQ-FIM.
      *    CONVENIO SEM NENHUMA REGRA NAO PRECISA VARRER O HISTORICO
           MOVE CONVENIO TO FQ-CODIGOC
           MOVE ZEROS TO FQ-PROC FQ-GRUPO
           START CADFREQ KEY IS NOT LESS THAN FQ-CHAVE
           IF ST-ERRO-FRQ NOT = "00"
              GO TO CHECA-FREQ-FIM.
           READ CADFREQ NEXT RECORD
           IF ST-ERRO-FRQ NOT = "00"
              GO TO CHECA-FREQ-FIM.
           IF FQ-CODIGOC NOT = CONVENIO
              GO TO CHECA-FREQ-FIM.
           MOVE REGAGENDA TO W-REG-FRQ
           MOVE AG-DATA TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SER-RESULT TO W-FRQ-SER-VIS
           MOVE ZEROS TO W-FRQ-ESP
           IF W-MED-ABERTO = "S"
              MOVE AG-CRM TO CRM
              READ CADMED
              IF ST-ERRO-MED = "00"
                 MOVE ESPECIALIDADE TO W-FRQ-ESP.
           PERFORM CARREGA-FRQ-IT THRU CARREGA-FRQ-IT-FIM
      *    A CONSULTA EM SI (RETORNO GRATUITO NAO CONTA)
           IF W-FRQ-E-CONS = "N" OR AG-RETORNO = "S"
              GO TO CHECA-FREQ1.
           MOVE CONVENIO TO FQ-CODIGOC
           MOVE ZEROS TO FQ-PROC
           MOVE 01 TO FQ-GRUPO
           READ CADFREQ
           IF ST-ERRO-FRQ NOT = "00"
              GO TO CHECA-FREQ1.
           MOVE ZEROS TO W-FRQ-PROC
           MOVE 01 TO W-FRQ-GRUPO
           PERFORM CONTA-USOS THRU CONTA-USOS-FIM
           IF W-FRQ-USOS NOT < FQ-QTD
              MOVE "S" TO W-FRQ-EXCEDE
              MOVE SPACES TO LINHA-EXC
              STRING "  CRM " AG-CRM " " AG-DATA " " AG-HORA
                     " CPF " AG-CPF " LIMITE FREQ CONSULTA "
                     W-FRQ-USOS "/" FQ-QTD
                     DELIMITED BY SIZE INTO LINHA-EXC
              WRITE LINHA-EXC.
       CHECA-FREQ1.
           MOVE ZEROS TO W-FRQ-IDX.
       CHECA-FREQ2.
           ADD 1 TO W-FRQ-IDX
           IF W-FRQ-IDX > W-FRQ-QTD-IT
              GO TO CHECA-FREQ-VOLTA.
           MOVE CONVENIO TO FQ-CODIGOC
           MOVE TFQ-PROC (W-FRQ-IDX) TO FQ-PROC
           MOVE ZEROS TO FQ-GRUPO
           READ CADFREQ
           IF ST-ERRO-FRQ = "00"
              MOVE TFQ-PROC (W-FRQ-IDX) TO W-FRQ-PROC
              MOVE ZEROS TO W-FRQ-GRUPO
              GO TO CHECA-FREQ3.
      *    ITEM DE CONSULTA JA ENTROU NA REGRA DA VISITA
           IF TFQ-GRUPO (W-FRQ-IDX) = 01
              GO TO CHECA-FREQ2.
           MOVE ZEROS TO FQ-PROC
           MOVE TFQ-GRUPO (W-FRQ-IDX) TO FQ-GRUPO
           READ CADFREQ
           IF ST-ERRO-FRQ NOT = "00"
              GO TO CHECA-FREQ2.
           MOVE ZEROS TO W-FRQ-PROC
           MOVE TFQ-GRUPO (W-FRQ-IDX) TO W-FRQ-GRUPO.
       CHECA-FREQ3.
           PERFORM CONTA-USOS THRU CONTA-USOS-FIM
           IF W-FRQ-USOS NOT < FQ-QTD
              MOVE "S" TO W-FRQ-EXCEDE
              MOVE SPACES TO LINHA-EXC
              STRING "  ITEM " TFQ-PROC (W-FRQ-IDX) " DE " AG-DATA
                     " CPF " AG-CPF " LIMITE DE FREQUENCIA "
                     W-FRQ-USOS "/" FQ-QTD
                     DELIMITED BY SIZE INTO LINHA-EXC
              WRITE LINHA-EXC.
           GO TO CHECA-FREQ2.
      *    DEVOLVE A CONSULTA CORRENTE E A POSICAO DA LEITURA
       CHECA-FREQ-VOLTA.
           MOVE W-REG-FRQ TO REGAGENDA
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO = "00"
              READ CADAGENDA NEXT RECORD.
       CHECA-FREQ-FIM.
           EXIT.

      *------[ ITENS DA VISITA CORRENTE COM O GRUPO DE CADA UM ]--------
       CARREGA-FRQ-IT.
           MOVE ZEROS TO W-FRQ-QTD-IT
           MOVE "S" TO W-FRQ-E-CONS
           IF W-ITE-ABERTO = "N"
              GO TO CARREGA-FRQ-IT-FIM.
           MOVE AG-CRM TO IT-CRM
           MOVE AG-DATA TO IT-DATA
           MOVE AG-HORA TO IT-HORA
           MOVE ZEROS TO IT-SEQ
           START CADITEM KEY IS NOT LESS THAN IT-CHAVE
           IF ST-ERRO-ITE NOT = "00"
              GO TO CARREGA-FRQ-IT-FIM.
       CARREGA-FRQ-IT1.
           READ CADITEM NEXT RECORD
           IF ST-ERRO-ITE NOT = "00"
              GO TO CARREGA-FRQ-IT-FIM.
           IF IT-CRM NOT = AG-CRM OR IT-DATA NOT = AG-DATA
              OR IT-HORA NOT = AG-HORA
              GO TO CARREGA-FRQ-IT-FIM.
           IF W-FRQ-QTD-IT NOT < 20
              GO TO CARREGA-FRQ-IT-FIM.
           PERFORM GRUPO-ITEM THRU GRUPO-ITEM-FIM
           ADD 1 TO W-FRQ-QTD-IT
           MOVE IT-PROCEDIMENTO TO TFQ-PROC (W-FRQ-QTD-IT)
           MOVE W-FRQ-GRP-IT TO TFQ-GRUPO (W-FRQ-QTD-IT)
           GO TO CARREGA-FRQ-IT1.
       CARREGA-FRQ-IT-FIM.
      *    VISITA SO COM ITENS DE OUTROS GRUPOS NAO E CONSULTA
           IF W-FRQ-QTD-IT > ZEROS
              MOVE "N" TO W-FRQ-E-CONS
              MOVE ZEROS TO W-FRQ-IDX
              PERFORM CARREGA-FRQ-IT2 THRU CARREGA-FRQ-IT2-FIM.
           EXIT.
       CARREGA-FRQ-IT2.
           ADD 1 TO W-FRQ-IDX
           IF W-FRQ-IDX > W-FRQ-QTD-IT
              GO TO CARREGA-FRQ-IT2-FIM.
           IF TFQ-GRUPO (W-FRQ-IDX) = 01
              MOVE "S" TO W-FRQ-E-CONS
              GO TO CARREGA-FRQ-IT2-FIM.
           GO TO CARREGA-FRQ-IT2.
       CARREGA-FRQ-IT2-FIM.
           EXIT.

      *------[ GRUPO DO ITEM LIDO (SEM CADPROC, 01=CONSULTAS) ]---------
       GRUPO-ITEM.
           MOVE 01 TO W-FRQ-GRP-IT
           IF W-PRC-ABERTO = "S"
              MOVE IT-PROCEDIMENTO TO PC-CODIGO
              READ CADPROC
              IF ST-ERRO-PRC = "00" AND PC-GRUPO > ZEROS
                 MOVE PC-GRUPO TO W-FRQ-GRP-IT.
       GRUPO-ITEM-FIM.
           EXIT.

      *------[ USOS ATENDIDOS DO CPF NA JANELA ANTES DESTA VISITA ]-----
       CONTA-USOS.
           MOVE ZEROS TO W-FRQ-USOS
           MOVE W-REG-FRQ TO REGAGENDA
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO CONTA-USOS-FIM.
       CONTA-USOS1.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-USOS-FIM.
           IF AG-CPF NOT = W-REG-FRQ (19:11)
              GO TO CONTA-USOS-FIM.
           IF AG-STATUS NOT = 30 OR AG-PARTICULAR = "S"
              GO TO CONTA-USOS1.
           IF AG-DATA > W-REG-FRQ (7:8)
              GO TO CONTA-USOS1.
           IF AG-DATA = W-REG-FRQ (7:8)
              AND AG-HORA NOT < W-REG-FRQ (15:4)
              GO TO CONTA-USOS1.
           MOVE AG-DATA TO W-SER-DATA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           IF W-FRQ-SER-VIS - W-SER-RESULT NOT < FQ-DIAS
              GO TO CONTA-USOS1.
           PERFORM ITENS-HIST THRU ITENS-HIST-FIM
           IF W-FRQ-PROC NOT = ZEROS OR W-FRQ-GRUPO NOT = 01
              ADD W-FRQ-HIST-QTD TO W-FRQ-USOS
              GO TO CONTA-USOS1.
      *    CONSULTA: VISITA SEM ITENS OU COM ITEM DO GRUPO 01
           IF W-FRQ-HIST-CONS = "N" OR AG-RETORNO = "S"
              GO TO CONTA-USOS1.
           IF FQ-POR-ESPEC = "S" AND W-MED-ABERTO = "S"
              MOVE AG-CRM TO CRM
              READ CADMED
              IF ST-ERRO-MED NOT = "00"
                 OR ESPECIALIDADE NOT = W-FRQ-ESP
                 GO TO CONTA-USOS1.
           ADD 1 TO W-FRQ-USOS
           GO TO CONTA-USOS1.
       CONTA-USOS-FIM.
           EXIT.

      *------[ ITENS DA VISITA DO HISTORICO QUE CAEM NA REGRA ]---------
       ITENS-HIST.
           MOVE ZEROS TO W-FRQ-HIST-QTD W-FRQ-HIST-NIT
           MOVE "N" TO W-FRQ-HIST-CONS
           IF W-ITE-ABERTO = "N"
              GO TO ITENS-HIST-FIM.
           MOVE AG-CRM TO IT-CRM
           MOVE AG-DATA TO IT-DATA
           MOVE AG-HORA TO IT-HORA
           MOVE ZEROS TO IT-SEQ
           START CADITEM KEY IS NOT LESS THAN IT-CHAVE
           IF ST-ERRO-ITE NOT = "00"
              GO TO ITENS-HIST-FIM.
       ITENS-HIST1.
           READ CADITEM NEXT RECORD
           IF ST-ERRO-ITE NOT = "00"
              GO TO ITENS-HIST-FIM.
           IF IT-CRM NOT = AG-CRM OR IT-DATA NOT = AG-DATA
              OR IT-HORA NOT = AG-HORA
              GO TO ITENS-HIST-FIM.
           ADD 1 TO W-FRQ-HIST-NIT
           PERFORM GRUPO-ITEM THRU GRUPO-ITEM-FIM
           IF W-FRQ-GRP-IT = 01
              MOVE "S" TO W-FRQ-HIST-CONS.
           IF W-FRQ-PROC NOT = ZEROS
              IF IT-PROCEDIMENTO = W-FRQ-PROC
                 ADD 1 TO W-FRQ-HIST-QTD
              END-IF
           ELSE
              IF W-FRQ-GRP-IT = W-FRQ-GRUPO
                 ADD 1 TO W-FRQ-HIST-QTD
              END-IF
           END-IF
           GO TO ITENS-HIST1.
       ITENS-HIST-FIM.
      *    VISITA SEM NENHUM ITEM FOI FATURADA COMO CONSULTA
           IF W-FRQ-HIST-NIT = ZEROS
              MOVE "S" TO W-FRQ-HIST-CONS.
           EXIT.

      *------[ SERIAL DE DIAS (BASE GREGORIANA SIMPLIFICADA) ]----------
       CALC-SERIAL.
           COMPUTE W-SER-TEMP = W-SER-ANO - 1
           STRING "VALOR TOTAL FATURADO: " W-TOTAL-VALOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "SINAIS ABATIDOS.....: " W-TOTAL-SINAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "DESCONTOS DE CARTAO.: " W-TOTAL-DESC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "TAXAS DE DESLOCAMENTO: " W-TOTAL-DESLOC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-EXC
           WRITE LINHA-EXC
           MOVE SPACES TO LINHA-EXC
              CLOSE CADPRECOPL.
           IF W-CAR-ABERTO = "S"
              CLOSE CADCAREN.
           IF W-CRD-ABERTO = "S"
              CLOSE CADCREDEN.
           IF W-PRC-ABERTO = "S"
              CLOSE CADPROC.
           IF W-FRQ-ABERTO = "S"
              CLOSE CADFREQ.
           IF W-MED-ABERTO = "S"
              CLOSE CADMED.
           IF W-PCT-ABERTO = "S"
              CLOSE CADPACOTE
              CLOSE CADPACITEM.
           IF W-TCL-ABERTO = "S"
              CLOSE CADTCLE.
           IF W-SIN-ABERTO = "S"
              CLOSE CADSINAL.
           IF W-CTO-ABERTO = "S"
              CLOSE CADCARTAO
              CLOSE CADCARDEP
              CLOSE CADMENSAL.
           IF W-USO-ABERTO = "S"
              CLOSE CADUSOCT.
       ROT-FIM-SEMARQ.
           GOBACK.
