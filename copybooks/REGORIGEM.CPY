      *----------------------------------------------------------------
      * LAYOUT PADRAO DA ORIGEM DO PACIENTE (CADORIGEM.DAT),          *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM REGISTRO POR CPF, GRAVADO PELO SMP012 NA PRIMEIRA MARCACAO *
      * DO PACIENTE: CANAL DE CAPTACAO (CADCANAL), MEDICO EXTERNO     *
      * INDICADOR QUANDO HOUVER (CADMEDEXT; ZEROS = SEM) E A CHAVE DA *
      * CONSULTA MARCADA NAQUELE MOMENTO. O REGPACI FICA COM SEU      *
      * TAMANHO E A ORIGEM MORA AO LADO. LIDO PELO RELORIGEM          *
      *----------------------------------------------------------------
       01 REGORIGEM.
           03 OG-CPF                PIC 9(11).
           03 OG-CANAL              PIC 9(02).
           03 OG-MX-CHAVE.
               05 OG-MX-CRM         PIC 9(06).
               05 OG-MX-UF          PIC X(02).
           03 OG-AG-CHAVE.
               05 OG-AG-CRM         PIC 9(06).
               05 OG-AG-DATA        PIC 9(08).
               05 OG-AG-HORA        PIC 9(04).
           03 OG-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
