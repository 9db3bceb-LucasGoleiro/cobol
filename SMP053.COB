      * A OPCAO DE MOVIMENTO LANCA COMPRA (ENTRADA) OU AJUSTE DE  *
      * INVENTARIO; A BAIXA POR CONSUMO E AUTOMATICA NO SMP021    *
      * VIA CADCONSUMO E A REPOSICAO E COBRADA NO RELESTOQ        *
      * O ITEM GUARDA O FORNECEDOR PREFERENCIAL (CADFORN) E A     *
      * QUANTIDADE DE REPOSICAO QUE O LOTEPEDIDO USA PARA PROPOR  *
      * O PEDIDO DE COMPRA; A COMPRA PEDIDA ENTRA PELO            *
      * RECEBIMENTO DO PEDIDO NO SMP087, QUE JA GERA O TITULO NO  *
      * CADPAGAR. A ENTRADA DAQUI FICA PARA COMPRA SEM PEDIDO     *
      * A ENTRADA PEDE O LOTE E A VALIDADE (PROGESTLOT, SALDO POR *
      * LOTE EM CADESTLOT); LOTE EM BRANCO = ITEM SEM CONTROLE DE *
      * LOTE. O AJUSTE DE INVENTARIO NAO MEXE NOS LOTES           *
      * SALDO POR FILIAL (PROGESTFIL, CADESTFIL): A ENTRADA CAI   *
      * NA FILIAL DO OPERADOR, O AJUSTE CONTA SO A FILIAL DO      *
      * OPERADOR (O EQ-SALDO ANDA PELA DIFERENCA) E A OPCAO M     *
      * GRAVA O NIVEL MINIMO DA FILIAL COBRADO NO RELESTOQ        *
      *************************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS EQ-CODIGO
                     FILE STATUS IS ST-ERRO.

       SELECT CADFORN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FO-CODIGO
                     FILE STATUS IS ST-ERRO-FOR.

      *----------------------------------------------------------------

       DATA DIVISION.
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
           COPY REGESTOQ.

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY REGFORN.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-FOR   PIC X(02) VALUE "00".
       01 W-FOR-ABERTO  PIC X(01) VALUE "N".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-QTD-MOV     PIC 9(06) VALUE ZEROS.
       01 W-TIPO-MOV    PIC X(01) VALUE SPACES.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-LOT-ACAO    PIC X(01) VALUE "E".
       01 W-LOT-LOTE    PIC X(15) VALUE SPACES.
       01 W-LOT-VALIDADE PIC 9(08) VALUE ZEROS.
       01 W-LOT-QTD     PIC 9(06) VALUE ZEROS.
       01 W-LOT-VENCIDO PIC X(01) VALUE "N".
       01 W-EF-ACAO     PIC X(01) VALUE "S".
       01 W-EF-QTD      PIC 9(06) VALUE ZEROS.
       01 W-EF-BASE     PIC 9(06) VALUE ZEROS.
       01 W-EF-SALDO    PIC 9(06) VALUE ZEROS.
       01 W-FILIAL-LOGADA PIC 9(02) IS EXTERNAL VALUE ZEROS.

      *-----------------------------------------------------------------

           05  LINE 05 COLUMN 01 VALUE  "UNIDADE                  :".
           05  LINE 06 COLUMN 01 VALUE  "SALDO ATUAL              :".
           05  LINE 07 COLUMN 01 VALUE  "NIVEL MINIMO             :".
           05  LINE 08 COLUMN 01 VALUE  "FORNECEDOR PREFERENCIAL  :".
           05  LINE 09 COLUMN 01 VALUE  "QUANTIDADE DE REPOSICAO  :".
           05  LINE 10 COLUMN 01 VALUE  "ULTIMO CUSTO UNITARIO    :".

      *-----------------------------------------------------------------

                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.

       R1.
           MOVE ZEROS TO EQ-CODIGO EQ-SALDO EQ-MINIMO W-SEL
                         DATA-CADASTRO OF REGESTOQ EQ-FORNECEDOR
                         EQ-QTD-REPOS EQ-CUSTO
           MOVE SPACES TO EQ-DESCRICAO EQ-UNIDADE
           DISPLAY TELA2.

           READ CADESTOQ
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                 IF EQ-FORNECEDOR NOT NUMERIC
                    MOVE ZEROS TO EQ-FORNECEDOR EQ-QTD-REPOS EQ-CUSTO
                 END-IF
                 DISPLAY (04, 28) EQ-DESCRICAO
                 DISPLAY (05, 28) EQ-UNIDADE
                 DISPLAY (06, 28) EQ-SALDO
                 DISPLAY (07, 28) EQ-MINIMO
                 DISPLAY (08, 28) EQ-FORNECEDOR
                 DISPLAY (09, 28) EQ-QTD-REPOS
                 DISPLAY (10, 28) EQ-CUSTO
                 MOVE "*** ITEM JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

       R7.
           ACCEPT(08, 28) EQ-FORNECEDOR WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           DISPLAY (08, 34) "                              "
           IF EQ-FORNECEDOR = ZEROS OR W-FOR-ABERTO = "N"
              GO TO R8.
           MOVE EQ-FORNECEDOR TO FO-CODIGO
           READ CADFORN
           IF ST-ERRO-FOR NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO (SMP044) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           DISPLAY (08, 34) FO-NOME.

       R8.
           ACCEPT(09, 28) EQ-QTD-REPOS WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.

       R9.
           ACCEPT(10, 28) EQ-CUSTO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF W-SEL = 1
              GO TO ALT-OPC.

              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           ACCEPT DATA-CADASTRO OF REGESTOQ FROM DATE YYYYMMDD
           WRITE REGESTOQ
           IF ST-ERRO = "00" OR "02"
              MOVE "*** ITEM DE ESTOQUE CADASTRADO ***" TO MENS
      *------[ ENTRADA DE COMPRA OU AJUSTE DE INVENTARIO ]--------------
       MOV-1.
           MOVE SPACES TO W-TIPO-MOV
           DISPLAY (22, 12)
                   "E=ENTRADA  J=AJUSTE P/ CONTADO  M=MINIMO DA FILIAL"
           ACCEPT (22, 63) W-TIPO-MOV
           DISPLAY (22, 12)
                   "                                                   "
           IF W-TIPO-MOV = "e"
              MOVE "E" TO W-TIPO-MOV.
           IF W-TIPO-MOV = "j"
              MOVE "J" TO W-TIPO-MOV.
           IF W-TIPO-MOV = "m"
              MOVE "M" TO W-TIPO-MOV.
           IF W-TIPO-MOV NOT = "E" AND W-TIPO-MOV NOT = "J"
              AND W-TIPO-MOV NOT = "M"
              GO TO MOV-1.
       MOV-2.
           MOVE ZEROS TO W-QTD-MOV
           MOVE EQ-SALDO TO W-EF-BASE
           DISPLAY (22, 12) "QUANTIDADE:"
           ACCEPT (22, 24) W-QTD-MOV
           DISPLAY (22, 12) "                   "
           IF W-TIPO-MOV = "E"
              GO TO MOV-3.
           IF W-TIPO-MOV = "M"
              GO TO MOV-5.
      *    O SALDO CONTADO E O DA FILIAL DO OPERADOR; O TOTAL DO ITEM
      *    ANDA PELA DIFERENCA ENTRE O CONTADO E O SALDO DA FILIAL
           MOVE "C" TO W-EF-ACAO
           PERFORM MOV-FILIAL THRU MOV-FILIAL-FIM
           IF EQ-SALDO + W-QTD-MOV < W-EF-SALDO
              MOVE ZEROS TO EQ-SALDO
           ELSE
              COMPUTE EQ-SALDO = EQ-SALDO + W-QTD-MOV - W-EF-SALDO.
           GO TO MOV-4.

      *------[ LOTE E VALIDADE DA COMPRA ]------------------------------
       MOV-3.
           MOVE SPACES TO W-LOT-LOTE
           MOVE ZEROS TO W-LOT-VALIDADE
           DISPLAY (22, 12) "LOTE:"
           ACCEPT (22, 18) W-LOT-LOTE
           IF W-LOT-LOTE = SPACES
              GO TO MOV-3A.
           DISPLAY (22, 35) "VALIDADE:"
           ACCEPT (22, 45) W-LOT-VALIDADE
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           IF W-LOT-VALIDADE < W-HOJE
              MOVE "*** VALIDADE VENCIDA OU NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MOV-3.
       MOV-3A.
           DISPLAY (22, 12)
                   "                                             "
           ADD W-QTD-MOV TO EQ-SALDO.
       MOV-4.
           REWRITE REGESTOQ
           IF ST-ERRO = "00" OR "02"
              IF W-TIPO-MOV = "E"
                 MOVE W-QTD-MOV TO W-LOT-QTD
                 MOVE "E" TO W-LOT-ACAO
                 CALL "PROGESTLOT" USING W-LOT-ACAO EQ-CODIGO
                                         W-LOT-LOTE W-LOT-VALIDADE
                                         W-LOT-QTD W-LOT-VENCIDO
                 MOVE "S" TO W-EF-ACAO
              ELSE
                 MOVE "J" TO W-EF-ACAO
              END-IF
              PERFORM MOV-FILIAL THRU MOV-FILIAL-FIM
              DISPLAY (06, 28) EQ-SALDO
              MOVE "*** MOVIMENTO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ NIVEL MINIMO DO ITEM NA FILIAL DO OPERADOR ]-------------
       MOV-5.
           MOVE "M" TO W-EF-ACAO
           PERFORM MOV-FILIAL THRU MOV-FILIAL-FIM
           MOVE "*** MINIMO DA FILIAL REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ SALDO DO ITEM NA FILIAL DO OPERADOR (CADESTFIL) ]--------
       MOV-FILIAL.
           MOVE W-QTD-MOV TO W-EF-QTD
           CALL "PROGESTFIL" USING W-EF-ACAO EQ-CODIGO W-FILIAL-LOGADA
                                   W-EF-QTD W-EF-BASE W-EF-SALDO.
       MOV-FILIAL-FIM.
           EXIT.

       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           ACCEPT (23, 57) W-OPCAO

       ROT-FIM.
           CLOSE CADESTOQ.
           IF W-FOR-ABERTO = "S"
              CLOSE CADFORN.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
