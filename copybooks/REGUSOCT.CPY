      *----------------------------------------------------------------
      * LAYOUT PADRAO DO DESCONTO CONCEDIDO PELO CARTAO DE DESCONTO   *
      * (CADUSOCT.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE      *
      * ABREM ESSE ARQUIVO. CHAVE = FT-CHAVE DA FATURA PARTICULAR     *
      * EM QUE O LOTEFAT DEU O DESCONTO; O RELCARTAO SOMA OS          *
      * DESCONTOS DO MES                                              *
      * UC-VALOR-CHEIO: VALOR DA TABELA PARTICULAR ANTES DO DESCONTO  *
      *----------------------------------------------------------------
       01 REGUSOCT.
           03 UC-CHAVE.
               05 UC-CRM            PIC 9(06).
               05 UC-DATA           PIC 9(08).
               05 UC-HORA           PIC 9(04).
           03 UC-CPF                PIC 9(11).
           03 UC-TITULAR            PIC 9(11).
           03 UC-VALOR-CHEIO        PIC 9(06)V99.
           03 UC-DESCONTO           PIC 9(06)V99.
           03 DATA-CADASTRO         PIC 9(08).
