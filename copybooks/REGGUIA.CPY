      *----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE GUIA DE CONSULTA (CADGUIA.DAT),  *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UMA GUIA TISS DE CONSULTA POR CONSULTA DE CONVENIO, IMPRESSA  *
      * PREENCHIDA NO CHECK-IN (SMP034). A CHAVE REPETE A AG-CHAVE    *
      * DA CONSULTA; GC-NUMERO E O NUMERO DA GUIA NO PRESTADOR,       *
      * TIRADO DO PROGNUMERO (SERIE "GUIACONS"), O MESMO IMPRESSO NO  *
      * PAPEL E LEVADO NA LINHA DA FATURA DO ARQUIVO DE COBRANCA      *
      * (LOTEENVIO) PARA A CONCILIACAO. GC-GUIA-OPER E O NUMERO DA    *
      * AUTORIZACAO DADO PELA OPERADORA (AG-GUIA) NA HORA DA EMISSAO  *
      *----------------------------------------------------------------
       01 REGGUIA.
           03 GC-CHAVE.
               05 GC-CRM            PIC 9(06).
               05 GC-DATA           PIC 9(08).
               05 GC-HORA           PIC 9(04).
           03 GC-NUMERO             PIC 9(08).
           03 GC-CODCONV            PIC 9(04).
           03 GC-CPF                PIC 9(11).
           03 GC-GUIA-OPER          PIC 9(10).
           03 GC-TUSS               PIC 9(08).
           03 GC-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
