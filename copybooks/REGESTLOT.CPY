      *----------------------------------------------------------------
      * LAYOUT PADRAO DO LOTE DE INSUMO (CADESTLOT.DAT),              *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * SALDO POR LOTE E VALIDADE DE CADA ITEM DO CADESTOQ. A CHAVE   *
      * TRAZ A VALIDADE ANTES DO LOTE, DE MODO QUE A LEITURA DOS      *
      * LOTES DE UM ITEM JA SAI NA ORDEM DE VENCIMENTO: O PROGESTLOT  *
      * BAIXA O CONSUMO DO SMP021 DO LOTE QUE VENCE PRIMEIRO E NUNCA  *
      * DE LOTE VENCIDO. ENTRADA PELO SMP053 E PELO RECEBIMENTO DO    *
      * PEDIDO (SMP087); O RELVALID LISTA O QUE VENCE E BAIXA A PERDA *
      * EL-QTD-ENTRADA: TOTAL JA ENTRADO NO LOTE                      *
      *----------------------------------------------------------------
       01 REGESTLOT.
           03 EL-CHAVE.
               05 EL-ITEM           PIC 9(04).
               05 EL-VALIDADE       PIC 9(08).
               05 EL-LOTE           PIC X(15).
           03 EL-QTD-ENTRADA        PIC 9(06).
           03 EL-SALDO              PIC 9(06).
           03 EL-ENTRADA            PIC 9(08).
           03 EL-ULT-MOVTO          PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
