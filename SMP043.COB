      * QUANTIDADE, PRIMEIRO VENCIMENTO E VALOR RATEADO DO        *
      * FT-VALOR-PACI, VENCENDO DE 30 EM 30 DIAS - E REGISTRA O   *
      * RECEBIMENTO DE CADA PARCELA. O RELAGIPAC MOSTRA O AGING   *
      * DAS PARCELAS VENCIDAS EM ABERTO. PARCELA COM BOLETO       *
      * (LOTEBOLETO) E BAIXADA PELO RETORNO DO BANCO; A BAIXA     *
      * MANUAL AVISA QUE O BOLETO CONTINUA REGISTRADO; COM O MES  *
      * CORRENTE FECHADO NA CONTABILIDADE (SMP080) NAO SE CRIA    *
      * PLANO NEM SE BAIXA PARCELA                                *
      *************************************************************

      *----------------------------------------------------------------
       01 W-IDX         PIC 9(02) VALUE ZEROS.
       01 W-JA-TEM      PIC 9(02) VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".
       01 W-VENC-R.
           03 W-VENC-ANO PIC 9(04).
           03 W-VENC-MES PIC 9(02).
           DISPLAY (23, 12)
                "                                           "
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              GO TO MODO-PERIODO.
           IF W-OPCAO = "B" OR W-OPCAO = "b"
              GO TO MODO-PERIODO.
           IF W-OPCAO = "0"
              GO TO R1.
           GO TO MODO.

      *------[ PLANO E BAIXA SAO DATADOS HOJE: MES TEM DE ESTAR ABERTO ]
       MODO-PERIODO.
           ACCEPT W-PER-DATA FROM DATE YYYYMMDD
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO = "B" OR W-OPCAO = "b"
              GO TO BAIXA-1.

      *****************************************
      * CRIACAO DO PLANO DE PARCELAS          *
      *****************************************
           ELSE
              MOVE W-VAL-PARC TO PL-VALOR.
           MOVE "N" TO PL-PAGO
           MOVE ZEROS TO PL-DATA-PAGTO PL-NOSSO-NUM PL-DATA-BOLETO
                         PL-VALOR-PAGO PL-JUROS-PAGO
                         PL-COB-ETAPA PL-COB-DATA
           WRITE REGPARCELA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPARCELA" TO MENS
           MOVE SPACES TO MENS
           STRING "VENC " PL-VENCIMENTO " VALOR " W-VALOR-ED
                  DELIMITED BY SIZE INTO MENS
           IF PL-NOSSO-NUM NOT = ZEROS
              MOVE " COM BOLETO NO BANCO" TO MENS (31:).
           DISPLAY (22, 12) MENS
           MOVE SPACES TO MENS
           MOVE "S" TO W-OPCAO
              GO TO MODO.
           MOVE "S" TO PL-PAGO
           ACCEPT PL-DATA-PAGTO FROM DATE YYYYMMDD
           MOVE PL-VALOR TO PL-VALOR-PAGO
           MOVE ZEROS TO PL-JUROS-PAGO
           REWRITE REGPARCELA
           IF ST-ERRO = "00" OR "02"
              MOVE "*** PARCELA BAIXADA ***" TO MENS
