      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * A CHAVE REPETE A FT-CHAVE DA FATURA MAIS UM SEQUENCIAL, POIS  *
      * UMA FATURA PODE SER PAGA EM MAIS DE UMA REMESSA               *
      * PG-VALOR E O LIQUIDO QUE ENTROU NO CAIXA. O CONVENIO PAGA     *
      * DESCONTANDO IR/PIS/COFINS/CSLL RETIDOS NA FONTE: O BRUTO      *
      * QUITADO DA FATURA E PG-VALOR MAIS AS QUATRO RETENCOES, QUE    *
      * FICAM GUARDADAS EM PG-RET-xxx (ZEROS NOS PAGAMENTOS ANTIGOS   *
      * E NOS SEM RETENCAO). PG-VALOR-BRUTO REPETE ESSA SOMA          *
      *----------------------------------------------------------------
       01 REGPAGTO.
           03 PG-CHAVE.
           03 PG-VALOR              PIC 9(06)V99.
           03 PG-REFERENCIA         PIC X(20).
           03 DATA-CADASTRO         PIC 9(08).
           03 PG-VALOR-BRUTO        PIC 9(06)V99.
           03 PG-RET-IR             PIC 9(06)V99.
           03 PG-RET-PIS            PIC 9(06)V99.
           03 PG-RET-COFINS         PIC 9(06)V99.
           03 PG-RET-CSLL           PIC 9(06)V99.
