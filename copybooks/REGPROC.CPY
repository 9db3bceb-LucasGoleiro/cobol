      * PC-EXAME: S=PROCEDIMENTO DE EXAME, GERA PEDIDO EM CADEXAME    *
      *           QUANDO LANCADO NO SMP021, COM RESULTADO ACOMPANHADO *
      *           NO SMP038 E COBRADO NO RELEXAME                     *
      * PC-TCLE:  S=EXIGE TERMO DE CONSENTIMENTO ASSINADO (CADTCLE)   *
      *           ANTES DE O ITEM SER FATURADO NO LOTEFAT             *
      *----------------------------------------------------------------
       01 REGPROC.
           03 PC-CODIGO             PIC 9(04).
           03 DATA-CADASTRO         PIC 9(08).
           03 PC-EXAME              PIC X(01).
           03 PC-GRUPO              PIC 9(02).
           03 PC-TCLE               PIC X(01).
