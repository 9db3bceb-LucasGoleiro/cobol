      *----------------------------------------------------------------
      * LAYOUT PADRAO DOS BENEFICIARIOS DO CARTAO DE DESCONTO         *
      * (CADCARDEP.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. CHAVE = CPF DO BENEFICIARIO (O PROPRIO    *
      * TITULAR OU UM DEPENDENTE), APONTANDO PARA O TITULAR EM        *
      * CADCARTAO: UM CPF SO PODE ESTAR EM UM CARTAO. GRAVADO PELO    *
      * SMP085 JUNTO COM O CARTAO E LIDO PELO LOTEFAT                 *
      *----------------------------------------------------------------
       01 REGCARDEP.
           03 CB-CPF                PIC 9(11).
           03 CB-TITULAR            PIC 9(11).
           03 DATA-CADASTRO         PIC 9(08).
