      *----------------------------------------------------------------
      * LAYOUT PADRAO DO ITEM DA TRANSFERENCIA ENTRE FILIAIS          *
      * (CADTRFIT.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE      *
      * ABREM ESSE ARQUIVO. UM INSUMO DO CADESTOQ POR SEQUENCIAL      *
      * TI-QTD-RECEB: O QUE CHEGOU NO DESTINO; A DIFERENCA PARA A     *
      *               QUANTIDADE ENVIADA E PERDA NO TRANSPORTE        *
      *----------------------------------------------------------------
       01 REGTRFIT.
           03 TI-CHAVE.
               05 TI-NUMERO         PIC 9(06).
               05 TI-SEQ            PIC 9(02).
           03 TI-ITEM               PIC 9(04).
           03 TI-QTD                PIC 9(06).
           03 TI-QTD-RECEB          PIC 9(06).
