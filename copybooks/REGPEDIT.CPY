      *----------------------------------------------------------------
      * LAYOUT PADRAO DO ITEM DO PEDIDO DE COMPRA (CADPEDIT.DAT),     *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM ITEM DO CADESTOQ POR LINHA DO PEDIDO (CADPEDIDO), COM A    *
      * QUANTIDADE PEDIDA, O CUSTO UNITARIO COMBINADO E O ACUMULADO   *
      * JA RECEBIDO. PI-QTD-RECEB MENOR QUE PI-QTD = ENTREGA PARCIAL  *
      *----------------------------------------------------------------
       01 REGPEDIT.
           03 PI-CHAVE.
               05 PI-NUMERO         PIC 9(06).
               05 PI-SEQ            PIC 9(02).
           03 PI-ITEM               PIC 9(04).
           03 PI-QTD                PIC 9(06).
           03 PI-CUSTO              PIC 9(05)V99.
           03 PI-QTD-RECEB          PIC 9(06).
           03 PI-ULT-RECEB          PIC 9(08).
