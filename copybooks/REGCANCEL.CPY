      *----------------------------------------------------------------
      * LAYOUT PADRAO DO MOTIVO DA CONSULTA CANCELADA (CADCANCEL.DAT),*
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * MESMA CHAVE DO CADAGENDA (CRM + DATA + HORA): O REGAGENDA     *
      * FICA COM SEU TAMANHO E O MOTIVO MORA AO LADO. GRAVADO PELO    *
      * SMP015 AO PASSAR A CONSULTA PARA 40, LIDO PELO RELCANCEL      *
      *----------------------------------------------------------------
       01 REGCANCEL.
           03 CN-CHAVE.
               05 CN-CRM            PIC 9(06).
               05 CN-DATA           PIC 9(08).
               05 CN-HORA           PIC 9(04).
           03 CN-MOTIVO             PIC 9(02).
           03 CN-CPF                PIC 9(11).
           03 CN-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
