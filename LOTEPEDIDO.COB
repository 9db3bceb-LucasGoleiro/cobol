       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEPEDIDO.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * PROPOSTA DE PEDIDOS DE COMPRA: PERCORRE O CADESTOQ E,  *
      * PARA CADA ITEM COM SALDO NO NIVEL MINIMO OU ABAIXO     *
      * (MESMO CRITERIO DO RELESTOQ), PROPOE A COMPRA DA       *
      * QUANTIDADE DE REPOSICAO (EQ-QTD-REPOS, NUNCA MENOS QUE *
      * A FALTA PARA O MINIMO) AO FORNECEDOR PREFERENCIAL DO   *
      * ITEM (EQ-FORNECEDOR). GERA UM PEDIDO (CADPEDIDO/       *
      * CADPEDIT, SITUACAO P=PROPOSTO) POR FORNECEDOR, COM     *
      * NUMERO DO PROGNUMERO (SERIE "PEDIDO") E ENTREGA        *
      * PREVISTA HOJE MAIS O PRAZO INFORMADO. ITEM QUE JA ESTA *
      * EM PEDIDO ABERTO (P, A OU E COM SALDO A RECEBER) NAO E *
      * PEDIDO DE NOVO; ITEM SEM FORNECEDOR PREFERENCIAL OU    *
      * COM FORNECEDOR INATIVO SO SAI NO RELATORIO. A EDICAO E *
      * A APROVACAO SAO NO SMP087                              *
      *********************************************************

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

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

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

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-PIT      PIC X(02) VALUE "00".
       01 ST-ERRO-EST      PIC X(02) VALUE "00".
       01 ST-ERRO-FOR      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-FOR-ABERTO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-PRAZO          PIC 9(03) VALUE ZEROS.
       01 W-PREVISTA       PIC 9(08) VALUE ZEROS.
       01 W-FALTA          PIC 9(06) VALUE ZEROS.
       01 W-QTD            PIC 9(06) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-I              PIC 9(04) VALUE ZEROS.
       01 W-J              PIC 9(04) VALUE ZEROS.
       01 W-SEQ            PIC 9(02) VALUE ZEROS.
       01 W-VALOR-IT       PIC 9(07)V99 VALUE ZEROS.
       01 W-TOT-ITENS      PIC 9(05) VALUE ZEROS.
       01 W-TOT-MINIMO     PIC 9(05) VALUE ZEROS.
       01 W-TOT-JA-PEDIDO  PIC 9(05) VALUE ZEROS.
       01 W-TOT-SEM-FORN   PIC 9(05) VALUE ZEROS.
       01 W-TOT-PEDIDOS    PIC 9(05) VALUE ZEROS.
       01 W-TOT-LINHAS     PIC 9(05) VALUE ZEROS.
       01 W-TOT-GERAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-FORN-NOME      PIC X(30) VALUE SPACES.
       01 W-ED1            PIC ZZZ.ZZ9,99.
       01 W-ED2            PIC ZZ.ZZZ.ZZ9,99.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEPEDIDO.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEPEDIDO".
       01 W-NUM-SERIE      PIC X(10) VALUE "PEDIDO".
       01 W-NUM-MINIMO     PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO    PIC 9(08) VALUE ZEROS.
       01 W-ULT-PEDIDO     PIC 9(06) VALUE ZEROS.

      *    ITENS COM SALDO A RECEBER EM PEDIDO ABERTO
       01 W-QTD-PEND       PIC 9(04) VALUE ZEROS.
       01 TAB-PEND.
           03 TB-PEND-ITEM PIC 9(04) OCCURS 1000 TIMES.

      *    ITENS PROPOSTOS NESTA RODADA, AGRUPADOS POR FORNECEDOR
       01 W-QTD-PROP       PIC 9(04) VALUE ZEROS.
       01 TAB-PROP.
           03 TP-OCORR OCCURS 1000 TIMES.
               05 TP-FORN      PIC 9(04).
               05 TP-ITEM      PIC 9(04).
               05 TP-QTD       PIC 9(06).
               05 TP-CUSTO     PIC 9(05)V99.
               05 TP-FEITO     PIC X(01).

       01  WRK-DATA.
           02 WRK-ANO          PIC 9(04) VALUE ZEROS.
           02 WRK-MES          PIC 9(02) VALUE ZEROS.
           02 WRK-DIA          PIC 9(02) VALUE ZEROS.

       01  W-DIAS-MESX.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 28.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
           03 FILLER        PIC 9(02) VALUE 30.
           03 FILLER        PIC 9(02) VALUE 31.
       01  W-DIAS-MES REDEFINES W-DIAS-MESX.
           03 W-ULTDIA      PIC 9(02) OCCURS 12 TIMES.

       01  W-BISSEXTO       PIC 9(01) VALUE ZEROS.
       01  W-Z-A            PIC S9(06) VALUE ZEROS.
       01  W-Z-RESTO        PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "PRAZO DE ENTREGA EM DIAS CORRIDOS (0 = 7): "
           ACCEPT W-PRAZO
           IF W-PRAZO = ZEROS
              MOVE 7 TO W-PRAZO.
           MOVE W-HOJE TO WRK-DATA
           PERFORM P-AVANCA-DIA W-PRAZO TIMES
           MOVE WRK-DATA TO W-PREVISTA.

       R0.
           OPEN INPUT CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESTOQ: "
                      ST-ERRO-EST
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADPEDIDO
           IF ST-ERRO = "30" OR ST-ERRO = "35"
              OPEN OUTPUT CADPEDIDO
              CLOSE CADPEDIDO
              OPEN I-O CADPEDIDO.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPEDIDO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              CLOSE CADESTOQ
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADPEDIT
           IF ST-ERRO-PIT = "30" OR ST-ERRO-PIT = "35"
              OPEN OUTPUT CADPEDIT
              CLOSE CADPEDIT
              OPEN I-O CADPEDIT.
           IF ST-ERRO-PIT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPEDIT: "
                      ST-ERRO-PIT
              MOVE 8 TO RETURN-CODE
              CLOSE CADESTOQ
              CLOSE CADPEDIDO
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEPEDIDO.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "PROPOSTA DE PEDIDOS DE COMPRA EM " W-HOJE
                  "  -  ENTREGA PREVISTA " W-PREVISTA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ ITENS JA EM PEDIDO ABERTO E ULTIMO NUMERO GRAVADO ]------
       R1.
           MOVE ZEROS TO PD-NUMERO
           START CADPEDIDO KEY IS NOT LESS THAN PD-NUMERO
           IF ST-ERRO NOT = "00"
              GO TO R2.
       R1-LE.
           READ CADPEDIDO NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R2.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPEDIDO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE PD-NUMERO TO W-ULT-PEDIDO
           IF PD-SITUACAO NOT = "P" AND PD-SITUACAO NOT = "A"
              AND PD-SITUACAO NOT = "E"
              GO TO R1-LE.
           PERFORM CARREGA-PEND THRU CARREGA-PEND-FIM
           GO TO R1-LE.

      *------[ ITENS NO MINIMO: PROPOSTA POR FORNECEDOR ]---------------
       R2.
           MOVE ZEROS TO EQ-CODIGO
           START CADESTOQ KEY IS NOT LESS THAN EQ-CODIGO
           IF ST-ERRO-EST NOT = "00"
              GO TO R3.
       R2-LE.
           READ CADESTOQ NEXT RECORD
           IF ST-ERRO-EST = "10"
              GO TO R3.
           IF ST-ERRO-EST NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADESTOQ: "
                      ST-ERRO-EST
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-TOT-ITENS
           IF EQ-FORNECEDOR NOT NUMERIC
              MOVE ZEROS TO EQ-FORNECEDOR EQ-QTD-REPOS EQ-CUSTO.
           IF EQ-SALDO > EQ-MINIMO
              GO TO R2-LE.
           COMPUTE W-FALTA = EQ-MINIMO - EQ-SALDO
           MOVE EQ-QTD-REPOS TO W-QTD
           IF W-QTD < W-FALTA
              MOVE W-FALTA TO W-QTD.
           IF W-QTD = ZEROS
              GO TO R2-LE.
           ADD 1 TO W-TOT-MINIMO

           PERFORM BUSCA-PEND THRU BUSCA-PEND-FIM
           IF W-ACHOU = "S"
              ADD 1 TO W-TOT-JA-PEDIDO
              MOVE SPACES TO LINHA-REL
              STRING "  " EQ-CODIGO "  " EQ-DESCRICAO
                     "  SALDO " EQ-SALDO "  JA ESTA EM PEDIDO ABERTO"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              GO TO R2-LE.

           IF EQ-FORNECEDOR = ZEROS
              ADD 1 TO W-TOT-SEM-FORN
              MOVE SPACES TO LINHA-REL
              STRING "  " EQ-CODIGO "  " EQ-DESCRICAO
                     "  SALDO " EQ-SALDO
                     "  SEM FORNECEDOR PREFERENCIAL (SMP053)"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              GO TO R2-LE.
           IF W-FOR-ABERTO = "S"
              MOVE EQ-FORNECEDOR TO FO-CODIGO
              READ CADFORN
              IF ST-ERRO-FOR NOT = "00" OR FO-ATIVO = "N"
                 ADD 1 TO W-TOT-SEM-FORN
                 MOVE SPACES TO LINHA-REL
                 STRING "  " EQ-CODIGO "  " EQ-DESCRICAO
                        "  SALDO " EQ-SALDO "  FORNECEDOR "
                        EQ-FORNECEDOR " INEXISTENTE OU INATIVO"
                        DELIMITED BY SIZE INTO LINHA-REL
                 WRITE LINHA-REL
                 GO TO R2-LE.

           IF W-QTD-PROP NOT < 1000
              DISPLAY "TABELA DE PROPOSTA CHEIA - ITEM " EQ-CODIGO
                      " FICA PARA A PROXIMA RODADA"
              MOVE 4 TO RETURN-CODE
              GO TO R2-LE.
           ADD 1 TO W-QTD-PROP
           MOVE EQ-FORNECEDOR TO TP-FORN (W-QTD-PROP)
           MOVE EQ-CODIGO TO TP-ITEM (W-QTD-PROP)
           MOVE W-QTD TO TP-QTD (W-QTD-PROP)
           MOVE EQ-CUSTO TO TP-CUSTO (W-QTD-PROP)
           MOVE "N" TO TP-FEITO (W-QTD-PROP)
           GO TO R2-LE.

      *------[ UM PEDIDO POR FORNECEDOR ]-------------------------------
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-I.
       R3-PROX.
           ADD 1 TO W-I
           IF W-I > W-QTD-PROP
              GO TO R9.
           IF TP-FEITO (W-I) = "S"
              GO TO R3-PROX.
           PERFORM GERA-PEDIDO THRU GERA-PEDIDO-FIM
           IF RETURN-CODE = 8
              GO TO ROT-FIM.
           GO TO R3-PROX.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "ITENS NO ESTOQUE: " W-TOT-ITENS
                  "   NO MINIMO: " W-TOT-MINIMO
                  "   JA EM PEDIDO: " W-TOT-JA-PEDIDO
                  "   SEM FORNECEDOR: " W-TOT-SEM-FORN
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-GERAL TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS PROPOSTOS: " W-TOT-PEDIDOS
                  "   ITENS: " W-TOT-LINHAS
                  "   VALOR ESTIMADO: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-TOT-PEDIDOS > ZEROS
              MOVE "APROVAR OU AJUSTAR OS PEDIDOS NO SMP087"
                TO LINHA-REL
              WRITE LINHA-REL.
           DISPLAY "PEDIDOS PROPOSTOS: " W-TOT-PEDIDOS
                   "  ITENS: " W-TOT-LINHAS
           GO TO ROT-FIM.

      *------[ GRAVA O PEDIDO DO FORNECEDOR DE TP-FORN (W-I) ]----------
       GERA-PEDIDO.
           MOVE SPACES TO W-FORN-NOME
           IF W-FOR-ABERTO = "S"
              MOVE TP-FORN (W-I) TO FO-CODIGO
              READ CADFORN
              IF ST-ERRO-FOR = "00"
                 MOVE FO-NOME TO W-FORN-NOME.
           COMPUTE W-NUM-MINIMO = W-ULT-PEDIDO + 1
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           IF W-NUM-RETORNO = ZEROS
              DISPLAY "ERRO NO NUMERO DO PEDIDO (PROGNUMERO)"
              MOVE 8 TO RETURN-CODE
              GO TO GERA-PEDIDO-FIM.
           MOVE W-NUM-RETORNO TO PD-NUMERO W-ULT-PEDIDO
           MOVE TP-FORN (W-I) TO PD-FORNECEDOR
           MOVE W-HOJE TO PD-EMISSAO DATA-CADASTRO OF REGPEDIDO
           MOVE W-PREVISTA TO PD-PREVISTA
           MOVE "P" TO PD-SITUACAO
           MOVE ZEROS TO PD-VALOR-TOTAL PD-APROV-DATA PD-ULT-RECEB
                         PD-ULT-NF PD-FILIAL
           MOVE SPACES TO PD-APROV-OPER
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDO " PD-NUMERO "  FORNECEDOR " PD-FORNECEDOR
                  " " W-FORN-NOME
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-SEQ
           MOVE W-I TO W-J.
       GERA-PEDIDO-IT.
           IF W-J > W-QTD-PROP
              GO TO GERA-PEDIDO-CAB.
           IF TP-FEITO (W-J) = "S" OR TP-FORN (W-J) NOT = PD-FORNECEDOR
              ADD 1 TO W-J
              GO TO GERA-PEDIDO-IT.
           IF W-SEQ = 99
              GO TO GERA-PEDIDO-CAB.
           ADD 1 TO W-SEQ
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE W-SEQ TO PI-SEQ
           MOVE TP-ITEM (W-J) TO PI-ITEM
           MOVE TP-QTD (W-J) TO PI-QTD
           MOVE TP-CUSTO (W-J) TO PI-CUSTO
           MOVE ZEROS TO PI-QTD-RECEB PI-ULT-RECEB
           WRITE REGPEDIT
           IF ST-ERRO-PIT NOT = "00" AND ST-ERRO-PIT NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPEDIT: "
                      ST-ERRO-PIT
              MOVE 8 TO RETURN-CODE
              GO TO GERA-PEDIDO-FIM.
           MOVE "S" TO TP-FEITO (W-J)
           COMPUTE W-VALOR-IT = PI-QTD * PI-CUSTO
           ADD W-VALOR-IT TO PD-VALOR-TOTAL
           ADD 1 TO W-TOT-LINHAS
           MOVE PI-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO
              MOVE SPACES TO EQ-UNIDADE.
           MOVE W-VALOR-IT TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "    " PI-SEQ "  " PI-ITEM "  " EQ-DESCRICAO
                  "  QTD " PI-QTD " " EQ-UNIDADE "  R$ " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-J
           GO TO GERA-PEDIDO-IT.
       GERA-PEDIDO-CAB.
           WRITE REGPEDIDO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPEDIDO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO GERA-PEDIDO-FIM.
           ADD 1 TO W-TOT-PEDIDOS
           ADD PD-VALOR-TOTAL TO W-TOT-GERAL
           MOVE PD-VALOR-TOTAL TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "    TOTAL ESTIMADO DO PEDIDO            " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       GERA-PEDIDO-FIM.
           EXIT.

      *------[ GUARDA OS ITENS A RECEBER DO PEDIDO PD-NUMERO ]----------
       CARREGA-PEND.
           MOVE PD-NUMERO TO PI-NUMERO
           MOVE ZEROS TO PI-SEQ
           START CADPEDIT KEY IS NOT LESS THAN PI-CHAVE
           IF ST-ERRO-PIT NOT = "00"
              GO TO CARREGA-PEND-FIM.
       CARREGA-PEND1.
           READ CADPEDIT NEXT RECORD
           IF ST-ERRO-PIT NOT = "00"
              GO TO CARREGA-PEND-FIM.
           IF PI-NUMERO NOT = PD-NUMERO
              GO TO CARREGA-PEND-FIM.
           IF PI-QTD-RECEB NOT < PI-QTD
              GO TO CARREGA-PEND1.
           IF W-QTD-PEND < 1000
              ADD 1 TO W-QTD-PEND
              MOVE PI-ITEM TO TB-PEND-ITEM (W-QTD-PEND).
           GO TO CARREGA-PEND1.
       CARREGA-PEND-FIM.
           EXIT.

       BUSCA-PEND.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-J.
       BUSCA-PEND1.
           ADD 1 TO W-J
           IF W-J > W-QTD-PEND
              GO TO BUSCA-PEND-FIM.
           IF TB-PEND-ITEM (W-J) NOT = EQ-CODIGO
              GO TO BUSCA-PEND1.
           MOVE "S" TO W-ACHOU.
       BUSCA-PEND-FIM.
           EXIT.

      *------[ AVANCA WRK-DATA EM UM DIA CORRIDO ]----------------------
       P-AVANCA-DIA.
           MOVE ZEROS TO W-BISSEXTO
           DIVIDE WRK-ANO BY 4 GIVING W-Z-A REMAINDER W-Z-RESTO
           IF W-Z-RESTO = ZEROS
              MOVE 1 TO W-BISSEXTO
              DIVIDE WRK-ANO BY 100 GIVING W-Z-A REMAINDER W-Z-RESTO
              IF W-Z-RESTO = ZEROS
                 MOVE ZEROS TO W-BISSEXTO
                 DIVIDE WRK-ANO BY 400 GIVING W-Z-A REMAINDER W-Z-RESTO
                 IF W-Z-RESTO = ZEROS
                    MOVE 1 TO W-BISSEXTO.

           IF W-BISSEXTO = 1
              MOVE 29 TO W-ULTDIA(2)
           ELSE
              MOVE 28 TO W-ULTDIA(2).

           ADD 1 TO WRK-DIA
           IF WRK-DIA > W-ULTDIA(WRK-MES)
              MOVE 1 TO WRK-DIA
              ADD 1 TO WRK-MES
              IF WRK-MES > 12
                 MOVE 1 TO WRK-MES
                 ADD 1 TO WRK-ANO.

       ROT-FIM.
           CLOSE CADESTOQ.
           CLOSE CADPEDIDO.
           CLOSE CADPEDIT.
           IF W-FOR-ABERTO = "S"
              CLOSE CADFORN.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
