      *----------------------------------------------------------------
      * LAYOUT PADRAO DA BAIXA POR PERDA DE INSUMO (CADBAIXA.DAT),    *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM REGISTRO POR LOTE BAIXADO, COM A QUANTIDADE PERDIDA E O    *
      * VALOR PELO ULTIMO CUSTO DO ITEM (EQ-CUSTO)                    *
      * BX-MOTIVO: V=LOTE VENCIDO (RELVALID)                          *
      *----------------------------------------------------------------
       01 REGBAIXA.
           03 BX-CHAVE.
               05 BX-DATA           PIC 9(08).
               05 BX-ITEM           PIC 9(04).
               05 BX-LOTE           PIC X(15).
           03 BX-VALIDADE           PIC 9(08).
           03 BX-QTD                PIC 9(06).
           03 BX-CUSTO              PIC 9(05)V99.
           03 BX-VALOR              PIC 9(07)V99.
           03 BX-MOTIVO             PIC X(01).
           03 BX-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
