      * (LOTEFECHA): FATURA COM FT-FECHADO = "S" ESTA CONGELADA.      *
      * FT-VALOR-CONV/FT-VALOR-PACI SAO A QUEBRA DA COPARTICIPACAO    *
      * (COPART DO CADCONV) CALCULADA NO FATURAMENTO                  *
      * FT-TAXA-DESLOC: TAXA DE DESLOCAMENTO DA VISITA DOMICILIAR     *
      * (ZONA DO CADZONA), JA SOMADA EM FT-VALOR E FT-VALOR-PACI      *
      *----------------------------------------------------------------
       01 REGFATURA.
           03 FT-CHAVE.
           03 FT-FECHADO            PIC X(01).
           03 FT-VALOR-CONV         PIC 9(06)V99.
           03 FT-VALOR-PACI         PIC 9(06)V99.
           03 FT-TAXA-DESLOC        PIC 9(05)V99.
