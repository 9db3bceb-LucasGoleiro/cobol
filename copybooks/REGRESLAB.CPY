      *----------------------------------------------------------------
      * LAYOUT PADRAO DO RESULTADO DE LABORATORIO (CADRESLAB.DAT),    *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * A CHAVE REPETE A EX-CHAVE DO PEDIDO (CADEXAME) MAIS UM ITEM:  *
      * CADA REGISTRO E UM ANALITO DO LAUDO IMPORTADO PELO LOTELAB,   *
      * COM O VALOR E A FAIXA DE REFERENCIA DO LABORATORIO.           *
      * RL-FAIXA: N=DENTRO DA REFERENCIA  A=ACIMA  B=ABAIXO           *
      *----------------------------------------------------------------
       01 REGRESLAB.
           03 RL-CHAVE.
               05 RL-CRM            PIC 9(06).
               05 RL-DATA           PIC 9(08).
               05 RL-HORA           PIC 9(04).
               05 RL-SEQ            PIC 9(02).
               05 RL-ITEM           PIC 9(02).
           03 RL-ANALITO            PIC X(20).
           03 RL-VALOR              PIC 9(06)V99.
           03 RL-REF-MIN            PIC 9(06)V99.
           03 RL-REF-MAX            PIC 9(06)V99.
           03 RL-UNIDADE            PIC X(10).
           03 RL-FAIXA              PIC X(01).
           03 RL-DATA-IMPORT        PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
