      * GERA JUNTO O PEDIDO EM CADEXAME (STATUS P=PEDIDO), QUE A  *
      * RECEPCAO ACOMPANHA NO SMP038 ATE O RESULTADO CHEGAR.      *
      * A LISTA DE CONSUMO DO PROCEDIMENTO (CADCONSUMO) BAIXA OS  *
      * INSUMOS DO ESTOQUE (CADESTOQ) A CADA ITEM LANCADO, E O    *
      * PROGESTLOT TIRA DO LOTE QUE VENCE PRIMEIRO (CADESTLOT),   *
      * AVISANDO QUANDO O ITEM AINDA TEM LOTE VENCIDO COM SALDO.  *
      * O CONSUMO SAI TAMBEM DO SALDO DA FILIAL DA CONSULTA       *
      * (AG-FILIAL) NO CADESTFIL, PELO PROGESTFIL.                *
      * PROCEDIMENTO QUE EXIGE TERMO DE CONSENTIMENTO (PC-TCLE)   *
      * AVISA QUANDO O ITEM FICA SEM TCLE EM CADTCLE (SMP067).    *
      * O ITEM QUE USA INSTRUMENTAL REPROCESSADO GUARDA O KIT E O *
      * CICLO DE ESTERILIZACAO (CADESTER, SMP068); CICLO COM      *
      * INDICADOR REPROVADO OU SEM O KIT NAO E ACEITO             *
      *************************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS EQ-CODIGO
                     FILE STATUS IS ST-ERRO-EST.

       SELECT CADTCLE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TC-CHAVE
                     FILE STATUS IS ST-ERRO-TCL.

       SELECT CADESTER ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ES-CHAVE
                     FILE STATUS IS ST-ERRO-CIC.

      *----------------------------------------------------------------

       DATA DIVISION.
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
           COPY REGESTOQ.

       FD CADTCLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTCLE.DAT".
           COPY REGTCLE.

       FD CADESTER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTER.DAT".
           COPY REGESTER.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO-CSM   PIC X(02) VALUE "00".
       01 ST-ERRO-EST   PIC X(02) VALUE "00".
       01 W-CSM-ABERTO  PIC X(01) VALUE "N".
       01 W-LOT-ACAO    PIC X(01) VALUE "C".
       01 W-LOT-LOTE    PIC X(15) VALUE SPACES.
       01 W-LOT-VALIDADE PIC 9(08) VALUE ZEROS.
       01 W-LOT-QTD     PIC 9(06) VALUE ZEROS.
       01 W-LOT-VENCIDO PIC X(01) VALUE "N".
       01 W-EF-ACAO     PIC X(01) VALUE "B".
       01 W-EF-FILIAL   PIC 9(02) VALUE ZEROS.
       01 W-EF-QTD      PIC 9(06) VALUE ZEROS.
       01 W-EF-BASE     PIC 9(06) VALUE ZEROS.
       01 W-EF-SALDO    PIC 9(06) VALUE ZEROS.
       01 ST-ERRO-TCL   PIC X(02) VALUE "00".
       01 W-TCL-ABERTO  PIC X(01) VALUE "N".
       01 W-EXIGE-TCLE  PIC X(01) VALUE "N".
       01 ST-ERRO-CIC   PIC X(02) VALUE "00".
       01 W-CIC-ABERTO  PIC X(01) VALUE "N".
       01 W-IND-KIT     PIC 9(02) VALUE ZEROS.
       01 W-JRN-ARQ     PIC X(10) VALUE SPACES.
       01 W-JRN-ACAO    PIC X(01) VALUE SPACES.
       01 W-JRN-REG     PIC X(130) VALUE SPACES.
           05  LINE 06 COLUMN 01 VALUE  "CPF DO PACIENTE           :".
           05  LINE 07 COLUMN 01 VALUE  "ITENS JA REGISTRADOS      :".
           05  LINE 09 COLUMN 01 VALUE  "CODIGO DO PROCEDIMENTO    :".
           05  LINE 11 COLUMN 01 VALUE  "KIT INSTRUMENTAL (OPCION.):".
           05  LINE 12 COLUMN 01 VALUE  "AUTOCLAVE                 :".
           05  LINE 13 COLUMN 01 VALUE  "CICLO DE ESTERILIZACAO    :".

      *-----------------------------------------------------------------

                 IF ST-ERRO-EXA = "00"
                    MOVE "S" TO W-EXA-ABERTO.

       R0E.
           OPEN INPUT CADTCLE
           IF ST-ERRO-TCL = "00"
              MOVE "S" TO W-TCL-ABERTO.

       R0F.
           OPEN INPUT CADESTER
           IF ST-ERRO-CIC = "00"
              MOVE "S" TO W-CIC-ABERTO.

       R1.
           MOVE ZEROS TO IT-CRM IT-DATA IT-HORA IT-SEQ IT-PROCEDIMENTO
           MOVE SPACES TO IT-KIT
           MOVE ZEROS TO IT-AUTOCLAVE IT-CICLO
           DISPLAY TELA2.

       R2.
              GO TO R6.
      *------[ CONFERE O PROCEDIMENTO NO CATALOGO MESTRE ]--------------
       VAL-PROC.
           MOVE "N" TO W-EH-EXAME W-EXIGE-TCLE
           IF W-PRC-ABERTO = "N"
              GO TO R7.
           MOVE IT-PROCEDIMENTO TO PC-CODIGO
           READ CADPROC
           IF ST-ERRO-PRC = "23"
              GO TO R6.
           IF PC-EXAME = "S" OR PC-EXAME = "s"
              MOVE "S" TO W-EH-EXAME.
           IF PC-TCLE = "S"
              MOVE "S" TO W-EXIGE-TCLE.
           DISPLAY (09, 36) PC-DESCRICAO.

      *------[ KIT DE INSTRUMENTAL E CICLO DE ESTERILIZACAO USADOS ]----
       R7.
           MOVE SPACES TO IT-KIT
           MOVE ZEROS TO IT-AUTOCLAVE IT-CICLO
           ACCEPT(11, 30) IT-KIT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF IT-KIT = SPACES
              DISPLAY (12, 30) IT-AUTOCLAVE
              DISPLAY (13, 30) IT-CICLO
              GO TO INC-OPC.
           IF W-CIC-ABERTO = "N"
              MOVE "* SEM CICLOS CADASTRADOS (SMP068) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT(12, 30) IT-AUTOCLAVE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.

       R9.
           ACCEPT(13, 30) IT-CICLO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
       VAL-CICLO.
           MOVE IT-AUTOCLAVE TO ES-AUTOCLAVE
           MOVE IT-CICLO TO ES-CICLO
           READ CADESTER
           IF ST-ERRO-CIC NOT = "00"
              MOVE "*** CICLO NAO CADASTRADO (SMP068) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF ES-IND-BIOL = "R" OR ES-IND-QUIM = "R"
              MOVE "* CICLO REPROVADO: KIT NAO PODE SER USADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF ES-DATA > IT-DATA
              MOVE "* CICLO POSTERIOR A DATA DA CONSULTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           MOVE 1 TO W-IND-KIT.
       VAL-CICLO1.
           IF ES-KIT (W-IND-KIT) = IT-KIT
              GO TO VAL-CICLO-FIM.
           IF W-IND-KIT < 10
              ADD 1 TO W-IND-KIT
              GO TO VAL-CICLO1.
           MOVE "*** KIT NAO PROCESSADO NESTE CICLO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R7.
       VAL-CICLO-FIM.
           IF ES-IND-BIOL = "P"
              MOVE "* ATENCAO: INDICADOR BIOLOGICO PENDENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
              PERFORM BAIXA-ESTOQUE THRU BAIXA-ESTOQUE-FIM
              MOVE "*** ITEM REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM AVISA-TCLE THRU AVISA-TCLE-FIM
              GO TO R5.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADITEM" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           READ CADESTOQ
           IF ST-ERRO-EST NOT = "00"
              GO TO BAIXA-ESTOQUE1.
           MOVE EQ-SALDO TO W-EF-BASE
           IF EQ-SALDO < CO-QTD
              MOVE ZEROS TO EQ-SALDO
              MOVE "* ESTOQUE INSUFICIENTE, SALDO ZERADO *" TO MENS
           ELSE
              SUBTRACT CO-QTD FROM EQ-SALDO.
           REWRITE REGESTOQ
      *    O MESMO CONSUMO SAI DO LOTE QUE VENCE PRIMEIRO
           MOVE "C" TO W-LOT-ACAO
           MOVE CO-QTD TO W-LOT-QTD
           CALL "PROGESTLOT" USING W-LOT-ACAO EQ-CODIGO W-LOT-LOTE
                                   W-LOT-VALIDADE W-LOT-QTD
                                   W-LOT-VENCIDO
           IF W-LOT-VENCIDO = "S"
              MOVE "* INSUMO COM LOTE VENCIDO NO ARMARIO (RELVALID) *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    E DO SALDO DA FILIAL ONDE A CONSULTA ACONTECEU
           MOVE ZEROS TO W-EF-FILIAL
           IF AG-FILIAL NUMERIC
              MOVE AG-FILIAL TO W-EF-FILIAL.
           MOVE "B" TO W-EF-ACAO
           MOVE CO-QTD TO W-EF-QTD
           CALL "PROGESTFIL" USING W-EF-ACAO EQ-CODIGO W-EF-FILIAL
                                   W-EF-QTD W-EF-BASE W-EF-SALDO
           GO TO BAIXA-ESTOQUE1.
       BAIXA-ESTOQUE-FIM.
           EXIT.

      *------[ ITEM QUE EXIGE TCLE SEM TERMO REGISTRADO ]---------------
       AVISA-TCLE.
           IF W-EXIGE-TCLE = "N"
              GO TO AVISA-TCLE-FIM.
           IF W-TCL-ABERTO = "S"
              MOVE IT-CHAVE TO TC-CHAVE
              READ CADTCLE
              IF ST-ERRO-TCL = "00"
                 GO TO AVISA-TCLE-FIM.
           MOVE "* EXIGE TCLE: SEM TERMO NAO FATURA (SMP067) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AVISA-TCLE-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADITEM.
           CLOSE CADAGENDA.
           IF W-CSM-ABERTO = "S"
              CLOSE CADCONSUMO
              CLOSE CADESTOQ.
           IF W-TCL-ABERTO = "S"
              CLOSE CADTCLE.
           IF W-CIC-ABERTO = "S"
              CLOSE CADESTER.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
