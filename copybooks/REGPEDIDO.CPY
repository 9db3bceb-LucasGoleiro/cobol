      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CABECALHO DO PEDIDO DE COMPRA (CADPEDIDO.DAT)*
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM PEDIDO POR FORNECEDOR (CADFORN), ITENS EM CADPEDIT.        *
      * NUMERO DO DISPENSADOR CENTRAL (PROGNUMERO, SERIE "PEDIDO").   *
      * PROPOSTO PELO LOTEPEDIDO (ITENS NO MINIMO) OU DIGITADO NO     *
      * SMP087, ONDE E EDITADO, APROVADO E RECEBIDO                   *
      * PD-SITUACAO: P=PROPOSTO  A=APROVADO  E=ENTREGA PARCIAL        *
      *              F=FECHADO (TUDO RECEBIDO)  C=CANCELADO           *
      * PD-PREVISTA: ENTREGA PROMETIDA; PEDIDO A/E COM PREVISTA       *
      *              VENCIDA SAI COMO ATRASADO NO RELPEDIDO           *
      * PD-ULT-NF: NOTA DO ULTIMO RECEBIMENTO, QUE VIRA TITULO NO     *
      *            CADPAGAR (CATEGORIA 4=MATERIAL)                    *
      *----------------------------------------------------------------
       01 REGPEDIDO.
           03 PD-NUMERO             PIC 9(06).
           03 PD-FORNECEDOR         PIC 9(04).
           03 PD-EMISSAO            PIC 9(08).
           03 PD-PREVISTA           PIC 9(08).
           03 PD-SITUACAO           PIC X(01).
           03 PD-VALOR-TOTAL        PIC 9(07)V99.
           03 PD-APROV-OPER         PIC X(08).
           03 PD-APROV-DATA         PIC 9(08).
           03 PD-ULT-RECEB          PIC 9(08).
           03 PD-ULT-NF             PIC 9(09).
           03 PD-FILIAL             PIC 9(02).
           03 DATA-CADASTRO         PIC 9(08).
