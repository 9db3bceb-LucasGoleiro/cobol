      *----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE LOTE DE FATURAMENTO              *
      * (CADLOTE.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE       *
      * ABREM ESSE ARQUIVO. GRAVADO PELO FECHAMENTO MENSAL            *
      * (LOTEFECHA), UM POR CONVENIO E COMPETENCIA.                   *
      * LT-CRIT-xxx: RESULTADO DA ULTIMA CRITICA PRE-ENVIO DO LOTE    *
      *              (LOTECRIT); LT-CRIT-DATA = ZEROS ENQUANTO O LOTE *
      *              NAO FOI CRITICADO. O LOTEENVIO SO GERA O ARQUIVO *
      *              DE COBRANCA DE LOTE CRITICADO SEM ERROS OU       *
      *              LIBERADO PELO SUPERVISOR NA FILA CADAPROV        *
      *----------------------------------------------------------------
       01 REGLOTE.
           03 LT-NUMERO             PIC 9(06).
           03 LT-CODCONV            PIC 9(04).
           03 LT-COMPET             PIC 9(06).
           03 LT-QTD                PIC 9(05).
           03 LT-VALOR              PIC 9(10)V99.
           03 DATA-CADASTRO         PIC 9(08).
           03 LT-CRIT-DATA          PIC 9(08).
           03 LT-CRIT-ERROS         PIC 9(05).
           03 LT-CRIT-AVISOS        PIC 9(05).
           03 LT-CRIT-OPER          PIC X(08).
