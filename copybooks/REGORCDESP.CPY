      *----------------------------------------------------------------
      * LAYOUT PADRAO DO ORCAMENTO DE DESPESAS (CADORCDESP.DAT),      *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM VALOR ORCADO POR ANO + MES + CATEGORIA DE DESPESA (A MESMA *
      * DO AP-CATEGORIA DO CADPAGAR) + FILIAL (CADFILIAL). FILIAL 00  *
      * E O ORCAMENTO DA CLINICA NAO RATEADO POR UNIDADE; O TOTAL DA  *
      * CLINICA E A SOMA DE TODAS AS FILIAIS. MANTIDO NO SMP081 E     *
      * CONFRONTADO COM O REALIZADO NO RELORCDESP                     *
      *----------------------------------------------------------------
       01 REGORCDESP.
           03 OD-CHAVE.
               05 OD-ANO            PIC 9(04).
               05 OD-MES            PIC 9(02).
               05 OD-CATEGORIA      PIC 9(02).
               05 OD-FILIAL         PIC 9(02).
           03 OD-VALOR              PIC 9(08)V99.
           03 DATA-CADASTRO         PIC 9(08).
