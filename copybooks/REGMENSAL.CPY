      *----------------------------------------------------------------
      * LAYOUT PADRAO DA MENSALIDADE DO CARTAO DE DESCONTO            *
      * (CADMENSAL.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. UMA POR TITULAR E COMPETENCIA (AAAAMM),   *
      * GERADA PELO LOTEMENSAL NO VALOR DE CT-MENSALIDADE E BAIXADA   *
      * NO SMP085, NOS MOLDES DA PARCELA DO PACIENTE (CADPARCELA)     *
      * MN-PAGO: N=EM ABERTO  S=RECEBIDA (MN-DATA-PAGTO)              *
      *----------------------------------------------------------------
       01 REGMENSAL.
           03 MN-CHAVE.
               05 MN-CPF            PIC 9(11).
               05 MN-COMPET         PIC 9(06).
           03 MN-VENCIMENTO         PIC 9(08).
           03 MN-VALOR              PIC 9(06)V99.
           03 MN-PAGO               PIC X(01).
           03 MN-DATA-PAGTO         PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
