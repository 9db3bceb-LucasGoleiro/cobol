      * PACIENTE (FT-VALOR-PACI), CRIADO NO SMP043 E COBRADO NO      *
      * AGING DE PACIENTES (RELAGIPAC)                               *
      * PL-PAGO: N=EM ABERTO  S=RECEBIDA (PL-DATA-PAGTO)             *
      * PL-NOSSO-NUM/PL-DATA-BOLETO: BOLETO REGISTRADO NO BANCO PELO *
      * LOTEBOLETO (ZEROS = SEM BOLETO). A BAIXA PELO RETORNO DO     *
      * BANCO (LOTEBOLRET) GUARDA O VALOR PAGO E OS JUROS DE MORA    *
      * PL-COB-ETAPA/PL-COB-DATA: ULTIMA ETAPA DA REGUA DE COBRANCA  *
      * (LOTECOBRA) E DATA EM QUE FOI EMITIDA (0=SEM COBRANCA,       *
      * 9=INCLUIDA NO EXTRATO DO BIRO DE CREDITO, 8=EXCLUIDA DO BIRO *
      * DEPOIS DE PAGA)                                              *
      *----------------------------------------------------------------
       01 REGPARCELA.
           03 PL-CHAVE.
           03 PL-PAGO               PIC X(01).
           03 PL-DATA-PAGTO         PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
           03 PL-NOSSO-NUM          PIC 9(11).
           03 PL-DATA-BOLETO        PIC 9(08).
           03 PL-VALOR-PAGO         PIC 9(06)V99.
           03 PL-JUROS-PAGO         PIC 9(06)V99.
           03 PL-COB-ETAPA          PIC 9(01).
           03 PL-COB-DATA           PIC 9(08).
