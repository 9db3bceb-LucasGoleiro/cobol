      * GAZE, ANESTESICO, ELETRODO: SALDO BAIXADO AUTOMATICAMENTE    *
      * PELO SMP021 VIA LISTA DE CONSUMO (CADCONSUMO), COM ENTRADAS  *
      * E AJUSTES MANUAIS NO SMP053 E REPOSICAO COBRADA NO RELESTOQ  *
      * EQ-FORNECEDOR: FORNECEDOR PREFERENCIAL (CADFORN) E            *
      * EQ-QTD-REPOS: QUANTIDADE DE REPOSICAO, USADOS PELO LOTEPEDIDO *
      * PARA PROPOR O PEDIDO DE COMPRA (CADPEDIDO); EQ-CUSTO: ULTIMO  *
      * CUSTO UNITARIO, ATUALIZADO NO RECEBIMENTO (SMP087)            *
      *----------------------------------------------------------------
       01 REGESTOQ.
           03 EQ-CODIGO             PIC 9(04).
           03 EQ-SALDO              PIC 9(06).
           03 EQ-MINIMO             PIC 9(05).
           03 DATA-CADASTRO         PIC 9(08).
           03 EQ-FORNECEDOR         PIC 9(04).
           03 EQ-QTD-REPOS          PIC 9(05).
           03 EQ-CUSTO              PIC 9(05)V99.
