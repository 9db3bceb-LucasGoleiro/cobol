      *----------------------------------------------------------------
      * LAYOUT PADRAO DO VALE DO FUNDO FIXO (CADVALE.DAT),            *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM VALE POR FILIAL + NUMERO (FF-ULT-VALE DO CADFUNDO), COM A  *
      * CATEGORIA DE DESPESA DO CADPAGAR (AP-CATEGORIA) PARA O DRE E  *
      * O ORCAMENTO. LANCADO NO SMP084                                *
      * VL-REPOSICAO: DATA DA REPOSICAO (LOTEFUNDO) QUE LEVOU O VALE; *
      *               ZEROS = VALE AINDA NA CAIXINHA                  *
      *----------------------------------------------------------------
       01 REGVALE.
           03 VL-CHAVE.
               05 VL-FILIAL         PIC 9(02).
               05 VL-NUMERO         PIC 9(06).
           03 VL-DATA               PIC 9(08).
           03 VL-CATEGORIA          PIC 9(02).
           03 VL-DESCRICAO          PIC X(30).
           03 VL-VALOR              PIC 9(06)V99.
           03 VL-OPERADOR           PIC X(08).
           03 VL-REPOSICAO          PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
