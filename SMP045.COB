      * CONTAS A PAGAR (CADPAGAR): LANCAMENTO DE TITULOS POR      *
      * FORNECEDOR (CADFORN) COM VENCIMENTO, CATEGORIA DE         *
      * DESPESA E VALOR, E REGISTRO DO PAGAMENTO. O RELPAGAR      *
      * LISTA SEMANALMENTE O QUE ESTA VENCENDO. TITULO QUE JA     *
      * ESTA NUMA REMESSA DE PAGAMENTO AO BANCO (LOTEPAGTO) E     *
      * BAIXADO PELO RETORNO (LOTEPAGRET); A BAIXA MANUAL AVISA;  *
      * TITULO PAGO EM MES FECHADO NA CONTABILIDADE (SMP080) NAO  *
      * E ALTERADO NEM EXCLUIDO; O LANCADO EM MES FECHADO E AINDA *
      * EM ABERTO SO ACEITA O REGISTRO DO PAGAMENTO. O TITULO     *
      * NOVO LEVA A FILIAL DO OPERADOR (AP-FILIAL) PARA O         *
      * ORCAMENTO DE DESPESAS POR UNIDADE (RELORCDESP). A         *
      * CATEGORIA 8 E RESERVADA AO TITULO DE REPOSICAO DO FUNDO   *
      * FIXO, GERADO PELO LOTEFUNDO                               *
      *************************************************************

      *----------------------------------------------------------------
       01 ST-ERRO-FOR    PIC X(02) VALUE "00".
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".
       01 W-PER-LANC    PIC X(01) VALUE "N".
       01 W-CATEG-ANT   PIC 9(02) VALUE ZEROS.
       01 W-FILIAL-LOGADA PIC 9(02) IS EXTERNAL VALUE ZEROS.

      *-----------------------------------------------------------------

       R1.
           MOVE ZEROS TO AP-FORNECEDOR AP-VENCIMENTO AP-SEQ
                         AP-CATEGORIA AP-VALOR AP-DATA-PAGTO W-SEL
                         AP-REMESSA W-CATEG-ANT
           MOVE SPACES TO AP-DESCRICAO
           MOVE "N" TO AP-PAGO
           MOVE W-FILIAL-LOGADA TO AP-FILIAL
           DISPLAY TELA2.

       R2.
       LER-CADPAGAR.
           READ CADPAGAR
           IF ST-ERRO = "00"
              MOVE AP-CATEGORIA TO W-CATEG-ANT
              DISPLAY (06, 28) AP-CATEGORIA
              DISPLAY (07, 28) AP-DESCRICAO
              MOVE AP-VALOR TO W-VALOR-ED
              DISPLAY (08, 28) W-VALOR-ED
              DISPLAY (09, 28) AP-PAGO
              DISPLAY (10, 28) AP-DATA-PAGTO
              IF AP-REMESSA NOT NUMERIC
                 MOVE ZEROS TO AP-REMESSA.
           IF ST-ERRO = "00"
              IF AP-FILIAL NOT NUMERIC
                 MOVE ZEROS TO AP-FILIAL.
           IF ST-ERRO = "00"
              IF AP-REMESSA NOT = ZEROS AND AP-PAGO = "N"
                 DISPLAY (11, 01) "NA REMESSA AO BANCO      :"
                 DISPLAY (11, 28) AP-REMESSA.
           IF ST-ERRO = "00"
              MOVE "*** TITULO JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
              MOVE "*** CATEGORIA OBRIGATORIA (1-9) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *    A CATEGORIA 8 E SO DO TITULO DE REPOSICAO DO FUNDO FIXO
      *    (LOTEFUNDO) - A DESPESA JA ESTA NOS VALES DO CADVALE
           IF (AP-CATEGORIA = 8 OR W-CATEG-ANT = 8)
              AND AP-CATEGORIA NOT = W-CATEG-ANT
              MOVE "* CATEGORIA 8 SO NA REPOSICAO DO FUNDO FIXO *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) AP-DESCRICAO WITH UPDATE.
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF AP-PAGO = "S" AND AP-REMESSA NOT = ZEROS
              MOVE "* TITULO NA REMESSA AO BANCO: AGUARDE O RETORNO *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF AP-PAGO = "S"
              ACCEPT AP-DATA-PAGTO FROM DATE YYYYMMDD
              DISPLAY (10, 28) AP-DATA-PAGTO
           ELSE
              MOVE ZEROS TO AP-DATA-PAGTO
              DISPLAY (10, 28) AP-DATA-PAGTO.
           MOVE AP-DATA-PAGTO TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-SEL = 1
              GO TO ALT-OPC.

              GO TO INC-OPC.
       INC-WR1.
           MOVE 1 TO AP-SEQ
           ACCEPT DATA-CADASTRO OF REGPAGAR FROM DATE YYYYMMDD
           MOVE DATA-CADASTRO OF REGPAGAR TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       INC-WR2.
           WRITE REGPAGAR
           IF ST-ERRO = "22"
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1.
           PERFORM TESTA-PERIODO-TIT THRU TESTA-PERIODO-TIT-FIM
           IF W-PER-FECHADO = "S"
              OR (W-PER-LANC = "S" AND W-OPCAO = "E")
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    LANCADO EM MES FECHADO E AINDA EM ABERTO: SO REGISTRA O PAGTO
           IF W-OPCAO = "A" AND W-PER-LANC = "S"
              MOVE 1 TO W-SEL
              GO TO R8.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              GO TO R5
           ELSE
              GO TO EXC-OPC.

       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ LANCADO (W-PER-LANC) OU PAGO (W-PER-FECHADO) ]----------
      *------[ EM MES FECHADO; PAGO EM MES FECHADO E INTOCAVEL ]-------
       TESTA-PERIODO-TIT.
           MOVE DATA-CADASTRO OF REGPAGAR TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-LANC
           MOVE "N" TO W-PER-FECHADO
           IF AP-PAGO NOT = "S"
              GO TO TESTA-PERIODO-TIT-FIM.
           MOVE AP-DATA-PAGTO TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO.
       TESTA-PERIODO-TIT-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPAGAR.
           CLOSE CADFORN.
