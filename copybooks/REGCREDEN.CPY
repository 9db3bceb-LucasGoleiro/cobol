      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CREDENCIAMENTO MEDICO X CONVENIO             *
      * (CADCREDEN.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. UM PERIODO POR CONVENIO + CRM + INICIO;   *
      * CD-DATA-FIM ZERADA = CREDENCIAMENTO SEM TERMINO. CD-COD-      *
      * PRESTADOR E O CODIGO DO MEDICO NA OPERADORA, IMPRESSO NO      *
      * LOTE DE ENVIO. CONVENIO SEM NENHUM PERIODO AQUI NAO TEM O     *
      * CREDENCIAMENTO CONTROLADO (SMP012/LOTEFAT NAO BARRAM)         *
      *----------------------------------------------------------------
       01 REGCREDEN.
           03 CD-CHAVE.
               05 CD-CODCONV        PIC 9(04).
               05 CD-CRM            PIC 9(06).
               05 CD-DATA-INI       PIC 9(08).
           03 CD-DATA-FIM           PIC 9(08).
           03 CD-COD-PRESTADOR      PIC X(15).
           03 CD-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
