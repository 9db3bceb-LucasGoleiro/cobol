      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CADASTRO DE MEDICOS EXTERNOS QUE INDICAM     *
      * PACIENTES (CADMEDEXT.DAT), COMPARTILHADO POR TODOS OS         *
      * PROGRAMAS QUE ABREM ESSE ARQUIVO. CHAVE = CRM + UF, POIS O    *
      * NUMERO DO CRM SO E UNICO DENTRO DO CONSELHO REGIONAL. NAO SE  *
      * CONFUNDE COM O CADMED (CORPO CLINICO DA CASA)                 *
      * MX-ESPECIALIDADE: CODIGO DO CADESPEC                          *
      *----------------------------------------------------------------
       01 REGMEDEXT.
           03 MX-CHAVE.
               05 MX-CRM            PIC 9(06).
               05 MX-UF             PIC X(02).
           03 MX-NOME               PIC X(30).
           03 MX-ESPECIALIDADE      PIC 9(02).
           03 MX-TELEFONE           PIC 9(11).
           03 MX-ATIVO              PIC X(01).
           03 DATA-CADASTRO         PIC 9(08).
