       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP087.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *************************************************************
      * PEDIDO DE COMPRA DE INSUMOS (CADPEDIDO/CADPEDIT): O       *
      * LOTEPEDIDO PROPOE UM PEDIDO POR FORNECEDOR PARA OS ITENS  *
      * NO MINIMO E AQUI O COMPRADOR INCLUI, ALTERA OU TIRA       *
      * ITENS (QUANTIDADE ZERO), APROVA OU CANCELA; PEDIDO AVULSO *
      * NASCE COM NUMERO ZERO. SO O PEDIDO PROPOSTO SE EDITA. O   *
      * RECEBIMENTO (PEDIDO APROVADO OU EM ENTREGA PARCIAL) LANCA *
      * A QUANTIDADE ENTREGUE DE CADA ITEM, SOMA NO EQ-SALDO,     *
      * GUARDA O CUSTO NO EQ-CUSTO E GERA NO CADPAGAR O TITULO    *
      * DA NOTA DO FORNECEDOR (CATEGORIA 4=MATERIAL, FILIAL DO    *
      * OPERADOR). FALTANDO ITEM O PEDIDO FICA EM ENTREGA         *
      * PARCIAL (E); TUDO RECEBIDO, FECHADO (F). NAO RECEBE COM O *
      * MES CORRENTE FECHADO NA CONTABILIDADE (SMP080). CADA ITEM *
      * RECEBIDO PEDE O LOTE E A VALIDADE (PROGESTLOT, CADESTLOT) *
      * E ENTRA NO SALDO DA FILIAL DO PEDIDO (PROGESTFIL)         *
      *************************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPEDIDO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PD-NUMERO
                     FILE STATUS IS ST-ERRO.

       SELECT CADPEDIT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PI-CHAVE
                     FILE STATUS IS ST-ERRO-PIT.

       SELECT CADESTOQ ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EQ-CODIGO
                     FILE STATUS IS ST-ERRO-EST.

       SELECT CADFORN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FO-CODIGO
                     FILE STATUS IS ST-ERRO-FOR.

       SELECT CADPAGAR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AP-CHAVE
                     FILE STATUS IS ST-ERRO-PGR.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPEDIDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDIDO.DAT".
           COPY REGPEDIDO.

       FD CADPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDIT.DAT".
           COPY REGPEDIT.

       FD CADESTOQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
           COPY REGESTOQ.

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY REGFORN.

       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY REGPAGAR.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-PIT   PIC X(02) VALUE "00".
       01 ST-ERRO-EST   PIC X(02) VALUE "00".
       01 ST-ERRO-FOR   PIC X(02) VALUE "00".
       01 ST-ERRO-PGR   PIC X(02) VALUE "00".
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-ULT-SEQ     PIC 9(02) VALUE ZEROS.
       01 W-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-PENDENTE    PIC 9(06) VALUE ZEROS.
       01 W-FALTA-REC   PIC X(01) VALUE "N".
       01 W-VALOR-IT    PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR-NF    PIC 9(06)V99 VALUE ZEROS.
       01 W-VENC-NF     PIC 9(08) VALUE ZEROS.
       01 W-NF          PIC 9(09) VALUE ZEROS.
       01 W-I           PIC 9(02) VALUE ZEROS.
       01 W-NOVO-FORN   PIC 9(04) VALUE ZEROS.
       01 W-NOVO-PREV   PIC 9(08) VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-SIT-DESC    PIC X(20) VALUE SPACES.
       01 W-NUM-SERIE   PIC X(10) VALUE "PEDIDO".
       01 W-NUM-MINIMO  PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO PIC 9(08) VALUE ZEROS.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".
       01 W-FILIAL-LOGADA PIC 9(02) IS EXTERNAL VALUE ZEROS.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *    QUANTIDADES DIGITADAS NO RECEBIMENTO, POR SEQ DO ITEM,
      *    SO APLICADAS DEPOIS DA NOTA CONFIRMADA
       01 W-QTD-REC     PIC 9(02) VALUE ZEROS.
       01 TAB-REC.
           03 TR-OCORR OCCURS 99 TIMES.
               05 TR-SEQ        PIC 9(02).
               05 TR-QTD        PIC 9(06).
               05 TR-LOTE       PIC X(15).
               05 TR-VALIDADE   PIC 9(08).
       01 W-LOT-ACAO    PIC X(01) VALUE "E".
       01 W-LOT-LOTE    PIC X(15) VALUE SPACES.
       01 W-LOT-VALIDADE PIC 9(08) VALUE ZEROS.
       01 W-LOT-QTD     PIC 9(06) VALUE ZEROS.
       01 W-LOT-VENCIDO PIC X(01) VALUE "N".
       01 W-EF-ACAO     PIC X(01) VALUE "S".
       01 W-EF-QTD      PIC 9(06) VALUE ZEROS.
       01 W-EF-BASE     PIC 9(06) VALUE ZEROS.
       01 W-EF-SALDO    PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------

       SCREEN SECTION.
       01  TELA2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** PEDIDO DE COMPRA ***".
           05  LINE 03 COLUMN 01 VALUE  "NUMERO (0=NOVO)          :".
           05  LINE 04 COLUMN 01 VALUE  "FORNECEDOR               :".
           05  LINE 05 COLUMN 01 VALUE  "EMISSAO / ENTREGA PREV.  :".
           05  LINE 06 COLUMN 01 VALUE  "SITUACAO                 :".
           05  LINE 07 COLUMN 01 VALUE  "APROVADO POR / EM        :".
           05  LINE 08 COLUMN 01 VALUE  "VALOR ESTIMADO           :".
           05  LINE 09 COLUMN 01 VALUE  "ULTIMA NOTA / RECEBIDA EM:".
           05  LINE 10 COLUMN 01 VALUE  "SQ ITEM DESCRICAO".
           05  LINE 10 COLUMN 35 VALUE  "PEDIDO  RECEB.  CUSTO".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN I-O CADPEDIDO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPEDIDO
                 CLOSE CADPEDIDO
                 MOVE "*** ARQUIVO CADPEDIDO FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEDIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM-SEMARQ
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O CADPEDIT
           IF ST-ERRO-PIT NOT = "00"
              IF ST-ERRO-PIT = "30"
                 OPEN OUTPUT CADPEDIT
                 CLOSE CADPEDIT
                 MOVE "*** ARQUIVO CADPEDIT FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPEDIT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPEDIDO
                 GO TO ROT-FIM-SEMARQ
           ELSE
                 NEXT SENTENCE.
       R0B.
           OPEN I-O CADPAGAR
           IF ST-ERRO-PGR NOT = "00"
              IF ST-ERRO-PGR = "30"
                 OPEN OUTPUT CADPAGAR
                 CLOSE CADPAGAR
                 MOVE "*** ARQUIVO CADPAGAR FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPEDIDO
                 CLOSE CADPEDIT
                 GO TO ROT-FIM-SEMARQ
           ELSE
                 NEXT SENTENCE.
           OPEN I-O CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "*** ARQUIVO CADESTOQ NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDIDO
              CLOSE CADPEDIT
              CLOSE CADPAGAR
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR NOT = "00"
              MOVE "*** ARQUIVO CADFORN NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPEDIDO
              CLOSE CADPEDIT
              CLOSE CADPAGAR
              CLOSE CADESTOQ
              GO TO ROT-FIM-SEMARQ.

       R1.
           MOVE ZEROS TO PD-NUMERO PD-FORNECEDOR PD-EMISSAO
                         PD-PREVISTA PD-VALOR-TOTAL PD-APROV-DATA
                         PD-ULT-RECEB PD-ULT-NF PD-FILIAL
           MOVE SPACES TO PD-SITUACAO PD-APROV-OPER
           DISPLAY TELA2.

       R2.
           ACCEPT(03, 28) PD-NUMERO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PD-NUMERO = ZEROS
              GO TO NOVO-1.
       LER-CADPEDIDO.
           READ CADPEDIDO
           IF ST-ERRO = "23"
              MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADPEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM.

      *****************************************
      * EDICAO / APROVACAO / RECEBIMENTO      *
      *****************************************
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO I=INCLUI A=ALTERA P=APROVA R=RECEBE C=CANCELA"
           ACCEPT (23, 66) W-OPCAO
           DISPLAY (23, 12)
                "                                                     "
           IF W-OPCAO = "N" OR W-OPCAO = "n"
              GO TO R1.
           IF W-OPCAO = "I" OR W-OPCAO = "i"
              GO TO INC-IT.
           IF W-OPCAO = "A" OR W-OPCAO = "a"
              GO TO ALT-IT.
           IF W-OPCAO = "P" OR W-OPCAO = "p"
              GO TO APR-1.
           IF W-OPCAO = "R" OR W-OPCAO = "r"
              GO TO REC-1.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              GO TO CAN-1.
           GO TO ACE-001.

      *------[ PEDIDO AVULSO: FORNECEDOR E ENTREGA PREVISTA ]-----------
       NOVO-1.
           ACCEPT(04, 28) PD-FORNECEDOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE PD-FORNECEDOR TO FO-CODIGO
           READ CADFORN
           IF ST-ERRO-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO (SMP044) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-1.
           IF FO-ATIVO = "N"
              MOVE "*** FORNECEDOR INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-1.
           DISPLAY (04, 34) FO-NOME.

       NOVO-2.
           MOVE W-HOJE TO PD-EMISSAO
           DISPLAY (05, 28) PD-EMISSAO
           ACCEPT(05, 39) PD-PREVISTA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO NOVO-1.
           IF PD-PREVISTA < W-HOJE
              MOVE "*** ENTREGA PREVISTA NAO PODE SER PASSADA ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOVO-2.

       NOVO-OPC.
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
              GO TO NOVO-OPC.
           MOVE PD-FORNECEDOR TO W-NOVO-FORN
           MOVE PD-PREVISTA TO W-NOVO-PREV
           PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM
           IF PD-NUMERO = ZEROS
              MOVE "ERRO NO NUMERO DO PEDIDO (PROGNUMERO)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-NOVO-FORN TO PD-FORNECEDOR
           MOVE W-NOVO-PREV TO PD-PREVISTA
           MOVE W-HOJE TO PD-EMISSAO
           MOVE "P" TO PD-SITUACAO
           MOVE ZEROS TO PD-VALOR-TOTAL PD-APROV-DATA PD-ULT-RECEB
                         PD-ULT-NF
           MOVE SPACES TO PD-APROV-OPER
           MOVE W-FILIAL-LOGADA TO PD-FILIAL
           MOVE W-HOJE TO DATA-CADASTRO OF REGPEDIDO
           WRITE REGPEDIDO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           GO TO INC-IT.

      *------[ INCLUSAO DE ITEM NO PEDIDO PROPOSTO ]--------------------
       INC-IT.
           IF PD-SITUACAO NOT = "P"
              MOVE "*** SO O PEDIDO PROPOSTO PODE SER EDITADO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           PERFORM ULTIMO-SEQ THRU ULTIMO-SEQ-FIM
           IF W-ULT-SEQ = 99
              MOVE "*** PEDIDO JA TEM 99 ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       INC-IT1.
           MOVE ZEROS TO EQ-CODIGO
           DISPLAY (22, 12) "ITEM DO ESTOQUE (0=FIM):"
           ACCEPT (22, 37) EQ-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF W-ACT = 01 OR EQ-CODIGO = ZEROS
              GO TO ACE-001.
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "*** ITEM FORA DO ESTOQUE (SMP053) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-IT1.
           IF EQ-FORNECEDOR NOT NUMERIC
              MOVE ZEROS TO EQ-FORNECEDOR EQ-QTD-REPOS EQ-CUSTO.
           MOVE EQ-QTD-REPOS TO PI-QTD
           MOVE EQ-CUSTO TO PI-CUSTO
           DISPLAY (22, 12) EQ-DESCRICAO
           DISPLAY (22, 43) "QTD:"
           ACCEPT (22, 48) PI-QTD WITH UPDATE
           DISPLAY (22, 55) "CUSTO:"
           ACCEPT (22, 62) PI-CUSTO WITH UPDATE
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF PI-QTD = ZEROS
              MOVE "*** QUANTIDADE OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-IT1.
           ADD 1 TO W-ULT-SEQ
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE W-ULT-SEQ TO PI-SEQ
           MOVE EQ-CODIGO TO PI-ITEM
           MOVE ZEROS TO PI-QTD-RECEB PI-ULT-RECEB
           WRITE REGPEDIT
           IF ST-ERRO-PIT NOT = "00" AND ST-ERRO-PIT NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPEDIT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM RECALCULA THRU RECALCULA-FIM
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           IF W-ULT-SEQ < 99
              GO TO INC-IT1.
           GO TO ACE-001.

      *------[ ALTERACAO DE ITEM; QUANTIDADE ZERO TIRA O ITEM ]---------
       ALT-IT.
           IF PD-SITUACAO NOT = "P"
              MOVE "*** SO O PEDIDO PROPOSTO PODE SER EDITADO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE ZEROS TO W-SEQ
           DISPLAY (22, 12) "SEQ DO ITEM:"
           ACCEPT (22, 25) W-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF W-ACT = 01 OR W-SEQ = ZEROS
              GO TO ACE-001.
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE W-SEQ TO PI-SEQ
           READ CADPEDIT
           IF ST-ERRO-PIT NOT = "00"
              MOVE "*** ITEM NAO EXISTE NESTE PEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-IT.
           MOVE PI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO.
           DISPLAY (22, 12) EQ-DESCRICAO
           DISPLAY (22, 43) "QTD:"
           ACCEPT (22, 48) PI-QTD WITH UPDATE
           DISPLAY (22, 55) "CUSTO:"
           ACCEPT (22, 62) PI-CUSTO WITH UPDATE
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF PI-QTD = ZEROS
              DELETE CADPEDIT RECORD
           ELSE
              REWRITE REGPEDIT.
           IF ST-ERRO-PIT NOT = "00" AND ST-ERRO-PIT NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPEDIT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM RECALCULA THRU RECALCULA-FIM
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           GO TO ALT-IT.

      *------[ APROVACAO: O PEDIDO PODE SER MANDADO AO FORNECEDOR ]-----
       APR-1.
           IF PD-SITUACAO NOT = "P"
              MOVE "*** PEDIDO NAO ESTA PROPOSTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           PERFORM ULTIMO-SEQ THRU ULTIMO-SEQ-FIM
           IF W-QTD-ITENS = ZEROS
              MOVE "*** PEDIDO SEM ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       APR-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "APROVA   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO NAO APROVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-OPC.
           MOVE "A" TO PD-SITUACAO
           MOVE W-OPERADOR-LOGADO TO PD-APROV-OPER
           MOVE W-HOJE TO PD-APROV-DATA
           IF PD-PREVISTA < W-HOJE
              MOVE W-HOJE TO PD-PREVISTA.
           REWRITE REGPEDIDO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           MOVE "*** PEDIDO APROVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *------[ CANCELAMENTO: SO ANTES DE QUALQUER RECEBIMENTO ]---------
       CAN-1.
           IF PD-SITUACAO NOT = "P" AND PD-SITUACAO NOT = "A"
              MOVE "*** PEDIDO COM RECEBIMENTO OU JA ENCERRADO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       CAN-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 40) "CANCELA  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO NAO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CAN-OPC.
           MOVE "C" TO PD-SITUACAO
           REWRITE REGPEDIDO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           MOVE "*** PEDIDO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *****************************************
      * RECEBIMENTO CONTRA O PEDIDO           *
      *****************************************
       REC-1.
           IF PD-SITUACAO NOT = "A" AND PD-SITUACAO NOT = "E"
              MOVE "*** SO RECEBE PEDIDO APROVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE W-HOJE TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE ZEROS TO W-QTD-REC W-VALOR-NF
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE ZEROS TO PI-SEQ
           START CADPEDIT KEY IS NOT LESS THAN PI-CHAVE
           IF ST-ERRO-PIT NOT = "00"
              GO TO REC-3.
      *    UM ITEM POR VEZ NA LINHA 22, SO OS QUE TEM SALDO A RECEBER
       REC-2.
           READ CADPEDIT NEXT RECORD
           IF ST-ERRO-PIT NOT = "00"
              GO TO REC-3.
           IF PI-NUMERO NOT = PD-NUMERO
              GO TO REC-3.
           IF PI-QTD-RECEB NOT < PI-QTD
              GO TO REC-2.
           COMPUTE W-PENDENTE = PI-QTD - PI-QTD-RECEB
           MOVE PI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO.
       REC-2A.
           MOVE W-PENDENTE TO W-QTD
           DISPLAY (22, 05) PI-SEQ
           DISPLAY (22, 08) EQ-DESCRICAO
           DISPLAY (22, 39) "A RECEBER" W-PENDENTE " CHEGOU:"
           ACCEPT (22, 63) W-QTD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF W-ACT = 01
              MOVE "*** RECEBIMENTO ABANDONADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-QTD > W-PENDENTE
              MOVE "*** MAIS QUE O SALDO DO PEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-2A.
           IF W-QTD = ZEROS
              GO TO REC-2.
       REC-2B.
           MOVE SPACES TO W-LOT-LOTE
           MOVE ZEROS TO W-LOT-VALIDADE
           DISPLAY (22, 05) PI-SEQ
           DISPLAY (22, 08) EQ-DESCRICAO
           DISPLAY (22, 39) "LOTE:"
           ACCEPT (22, 45) W-LOT-LOTE
           IF W-LOT-LOTE NOT = SPACES
              DISPLAY (22, 61) "VAL:"
              ACCEPT (22, 66) W-LOT-VALIDADE.
           PERFORM LIMPA-22 THRU LIMPA-22-FIM
           IF W-LOT-LOTE NOT = SPACES AND W-LOT-VALIDADE < W-HOJE
              MOVE "*** VALIDADE VENCIDA OU NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-2B.
           ADD 1 TO W-QTD-REC
           MOVE PI-SEQ TO TR-SEQ (W-QTD-REC)
           MOVE W-QTD TO TR-QTD (W-QTD-REC)
           MOVE W-LOT-LOTE TO TR-LOTE (W-QTD-REC)
           MOVE W-LOT-VALIDADE TO TR-VALIDADE (W-QTD-REC)
           COMPUTE W-VALOR-IT = W-QTD * PI-CUSTO
           ADD W-VALOR-IT TO W-VALOR-NF
           GO TO REC-2.

      *------[ NOTA DO FORNECEDOR: NUMERO, VALOR E VENCIMENTO ]---------
       REC-3.
           IF W-QTD-REC = ZEROS
              MOVE "*** NENHUM ITEM RECEBIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE ZEROS TO W-NF
           MOVE W-HOJE TO W-VENC-NF
           DISPLAY (21, 05) "NOTA:"
           ACCEPT (21, 11) W-NF
           DISPLAY (21, 22) "VALOR:"
           ACCEPT (21, 29) W-VALOR-NF WITH UPDATE
           DISPLAY (21, 40) "VENCIMENTO:"
           ACCEPT (21, 52) W-VENC-NF WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE "*** RECEBIMENTO ABANDONADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
              GO TO ACE-001.
           IF W-NF = ZEROS OR W-VALOR-NF = ZEROS
              MOVE "*** NOTA E VALOR OBRIGATORIOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-3.
       REC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "RECEBE   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RECEBIMENTO NAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-OPC.

      *    TITULO DA NOTA NO CONTAS A PAGAR
           MOVE PD-FORNECEDOR TO AP-FORNECEDOR
           MOVE W-VENC-NF TO AP-VENCIMENTO
           MOVE 1 TO AP-SEQ
           MOVE 4 TO AP-CATEGORIA
           MOVE SPACES TO AP-DESCRICAO
           STRING "PEDIDO " PD-NUMERO " NF " W-NF
                  DELIMITED BY SIZE INTO AP-DESCRICAO
           MOVE W-VALOR-NF TO AP-VALOR
           MOVE "N" TO AP-PAGO
           MOVE ZEROS TO AP-DATA-PAGTO AP-REMESSA
           MOVE W-HOJE TO DATA-CADASTRO OF REGPAGAR
           MOVE W-FILIAL-LOGADA TO AP-FILIAL.
       REC-4.
           WRITE REGPAGAR
           IF ST-ERRO-PGR = "22"
              ADD 1 TO AP-SEQ
              IF AP-SEQ < 99
                 GO TO REC-4.
           IF ST-ERRO-PGR NOT = "00" AND ST-ERRO-PGR NOT = "02"
              MOVE "ERRO NA GRAVACAO DO TITULO NO CADPAGAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.

      *    ITENS E SALDO DO ESTOQUE
           MOVE ZEROS TO W-I.
       REC-5.
           ADD 1 TO W-I
           IF W-I > W-QTD-REC
              GO TO REC-6.
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE TR-SEQ (W-I) TO PI-SEQ
           READ CADPEDIT
           IF ST-ERRO-PIT NOT = "00"
              GO TO REC-5.
           ADD TR-QTD (W-I) TO PI-QTD-RECEB
           MOVE W-HOJE TO PI-ULT-RECEB
           REWRITE REGPEDIT
           MOVE PI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "*** ITEM SAIU DO ESTOQUE - SALDO NAO SOMADO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-5.
           IF EQ-FORNECEDOR NOT NUMERIC
              MOVE ZEROS TO EQ-FORNECEDOR EQ-QTD-REPOS.
           MOVE EQ-SALDO TO W-EF-BASE
           ADD TR-QTD (W-I) TO EQ-SALDO
           MOVE PI-CUSTO TO EQ-CUSTO
           REWRITE REGESTOQ
           IF ST-ERRO-EST NOT = "00" AND ST-ERRO-EST NOT = "02"
              MOVE "ERRO NA ALTERACAO DO SALDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-5.
           MOVE "E" TO W-LOT-ACAO
           MOVE TR-LOTE (W-I) TO W-LOT-LOTE
           MOVE TR-VALIDADE (W-I) TO W-LOT-VALIDADE
           MOVE TR-QTD (W-I) TO W-LOT-QTD
           CALL "PROGESTLOT" USING W-LOT-ACAO EQ-CODIGO W-LOT-LOTE
                                   W-LOT-VALIDADE W-LOT-QTD
                                   W-LOT-VENCIDO
           MOVE "S" TO W-EF-ACAO
           MOVE TR-QTD (W-I) TO W-EF-QTD
           CALL "PROGESTFIL" USING W-EF-ACAO EQ-CODIGO PD-FILIAL
                                   W-EF-QTD W-EF-BASE W-EF-SALDO
           GO TO REC-5.

      *    PEDIDO FECHADO OU EM ENTREGA PARCIAL
       REC-6.
           PERFORM ULTIMO-SEQ THRU ULTIMO-SEQ-FIM
           IF W-FALTA-REC = "S"
              MOVE "E" TO PD-SITUACAO
           ELSE
              MOVE "F" TO PD-SITUACAO.
           MOVE W-HOJE TO PD-ULT-RECEB
           MOVE W-NF TO PD-ULT-NF
           REWRITE REGPEDIDO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO CADPEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-PEDIDO THRU MOSTRA-PEDIDO-FIM
           IF PD-SITUACAO = "E"
              MOVE "*** ENTREGA PARCIAL - PEDIDO CONTINUA ABERTO ***"
                TO MENS
           ELSE
              MOVE "*** PEDIDO RECEBIDO E FECHADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

      *------[ CABECALHO E OS 10 PRIMEIROS ITENS NA TELA ]--------------
       MOSTRA-PEDIDO.
           DISPLAY TELA2
           DISPLAY (03, 28) PD-NUMERO
           DISPLAY (04, 28) PD-FORNECEDOR
           MOVE PD-FORNECEDOR TO FO-CODIGO
           READ CADFORN
           IF ST-ERRO-FOR = "00"
              DISPLAY (04, 34) FO-NOME.
           DISPLAY (05, 28) PD-EMISSAO
           DISPLAY (05, 39) PD-PREVISTA
           MOVE SPACES TO W-SIT-DESC
           IF PD-SITUACAO = "P"
              MOVE "PROPOSTO" TO W-SIT-DESC.
           IF PD-SITUACAO = "A"
              MOVE "APROVADO" TO W-SIT-DESC.
           IF PD-SITUACAO = "E"
              MOVE "ENTREGA PARCIAL" TO W-SIT-DESC.
           IF PD-SITUACAO = "F"
              MOVE "FECHADO" TO W-SIT-DESC.
           IF PD-SITUACAO = "C"
              MOVE "CANCELADO" TO W-SIT-DESC.
           DISPLAY (06, 28) PD-SITUACAO
           DISPLAY (06, 30) W-SIT-DESC
           DISPLAY (07, 28) PD-APROV-OPER
           DISPLAY (07, 39) PD-APROV-DATA
           MOVE PD-VALOR-TOTAL TO W-VALOR-ED
           DISPLAY (08, 28) W-VALOR-ED
           DISPLAY (09, 28) PD-ULT-NF
           DISPLAY (09, 39) PD-ULT-RECEB
           MOVE 11 TO W-LIN
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE ZEROS TO PI-SEQ
           START CADPEDIT KEY IS NOT LESS THAN PI-CHAVE
           IF ST-ERRO-PIT NOT = "00"
              GO TO MOSTRA-PEDIDO-FIM.
       MOSTRA-PEDIDO1.
           READ CADPEDIT NEXT RECORD
           IF ST-ERRO-PIT NOT = "00"
              GO TO MOSTRA-PEDIDO-FIM.
           IF PI-NUMERO NOT = PD-NUMERO OR W-LIN > 20
              GO TO MOSTRA-PEDIDO-FIM.
           MOVE PI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO.
           DISPLAY (W-LIN, 01) PI-SEQ
           DISPLAY (W-LIN, 04) PI-ITEM
           DISPLAY (W-LIN, 09) EQ-DESCRICAO
           DISPLAY (W-LIN, 35) PI-QTD
           DISPLAY (W-LIN, 43) PI-QTD-RECEB
           DISPLAY (W-LIN, 51) PI-CUSTO
           ADD 1 TO W-LIN
           GO TO MOSTRA-PEDIDO1.
       MOSTRA-PEDIDO-FIM.
           EXIT.

      *------[ ULTIMO SEQ, QUANTIDADE DE ITENS E SE FALTA RECEBER ]-----
       ULTIMO-SEQ.
           MOVE ZEROS TO W-ULT-SEQ W-QTD-ITENS
           MOVE "N" TO W-FALTA-REC
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE ZEROS TO PI-SEQ
           START CADPEDIT KEY IS NOT LESS THAN PI-CHAVE
           IF ST-ERRO-PIT NOT = "00"
              GO TO ULTIMO-SEQ-FIM.
       ULTIMO-SEQ1.
           READ CADPEDIT NEXT RECORD
           IF ST-ERRO-PIT NOT = "00"
              GO TO ULTIMO-SEQ-FIM.
           IF PI-NUMERO NOT = PD-NUMERO
              GO TO ULTIMO-SEQ-FIM.
           MOVE PI-SEQ TO W-ULT-SEQ
           ADD 1 TO W-QTD-ITENS
           IF PI-QTD-RECEB < PI-QTD
              MOVE "S" TO W-FALTA-REC.
           GO TO ULTIMO-SEQ1.
       ULTIMO-SEQ-FIM.
           EXIT.

      *------[ VALOR ESTIMADO DO PEDIDO = SOMA QTD X CUSTO ]------------
       RECALCULA.
           MOVE ZEROS TO PD-VALOR-TOTAL
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE ZEROS TO PI-SEQ
           START CADPEDIT KEY IS NOT LESS THAN PI-CHAVE
           IF ST-ERRO-PIT NOT = "00"
              GO TO RECALCULA-GRAVA.
       RECALCULA1.
           READ CADPEDIT NEXT RECORD
           IF ST-ERRO-PIT NOT = "00"
              GO TO RECALCULA-GRAVA.
           IF PI-NUMERO NOT = PD-NUMERO
              GO TO RECALCULA-GRAVA.
           COMPUTE W-VALOR-IT = PI-QTD * PI-CUSTO
           ADD W-VALOR-IT TO PD-VALOR-TOTAL
           GO TO RECALCULA1.
       RECALCULA-GRAVA.
           REWRITE REGPEDIDO.
       RECALCULA-FIM.
           EXIT.

      *------[ NUMERO NOVO: MAIOR GRAVADO MAIS UM COMO PISO ]-----------
       PROXIMO-NUMERO.
           MOVE ZEROS TO PD-NUMERO W-NUM-MINIMO
           START CADPEDIDO KEY IS NOT LESS THAN PD-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO PROXIMO-NUMERO2.
       PROXIMO-NUMERO1.
           READ CADPEDIDO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PROXIMO-NUMERO2.
           MOVE PD-NUMERO TO W-NUM-MINIMO
           GO TO PROXIMO-NUMERO1.
       PROXIMO-NUMERO2.
           ADD 1 TO W-NUM-MINIMO
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           MOVE W-NUM-RETORNO TO PD-NUMERO.
       PROXIMO-NUMERO-FIM.
           EXIT.

       LIMPA-22.
           DISPLAY (22, 01)
           "                                                  "
           DISPLAY (22, 51)
           "                             ".
       LIMPA-22-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPEDIDO.
           CLOSE CADPEDIT.
           CLOSE CADPAGAR.
           CLOSE CADESTOQ.
           CLOSE CADFORN.
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
