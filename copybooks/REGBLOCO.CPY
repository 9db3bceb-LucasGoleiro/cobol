      *----------------------------------------------------------------
      * LAYOUT PADRAO DO BLOCO DE PROCEDIMENTO (CADBLOCO.DAT),        *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * CADA BLOCO AMARRA UMA CONSULTA DO CADAGENDA (MESMO CRM, DATA  *
      * E HORA) AOS RECURSOS RESERVADOS JUNTOS: SALA (CADSALA),       *
      * AUXILIAR E EQUIPAMENTO (CADRECURSO), PELO TEMPO BP-DURACAO.   *
      * CHAVE COMECA PELA DATA PARA A CRITICA DE CHOQUE DO DIA.       *
      * BLOCO CUJA CONSULTA FOI CANCELADA (STATUS 40) NAO OCUPA NADA  *
      * BP-EQUIPAMENTO: ZEROS = PROCEDIMENTO SEM EQUIPAMENTO          *
      *----------------------------------------------------------------
       01 REGBLOCO.
           03 BP-CHAVE.
               05 BP-DATA           PIC 9(08).
               05 BP-HORA           PIC 9(04).
               05 BP-CRM            PIC 9(06).
           03 BP-DURACAO            PIC 9(03).
           03 BP-SALA               PIC 9(02).
           03 BP-AUXILIAR           PIC 9(04).
           03 BP-EQUIPAMENTO        PIC 9(04).
           03 BP-CPF                PIC 9(11).
           03 BP-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
