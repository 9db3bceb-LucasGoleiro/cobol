      *----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE ATESTADOS (CADATEST.DAT),        *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * A CHAVE E O NUMERO TIRADO DO PROGNUMERO (SERIE "ATESTADO"),   *
      * O MESMO IMPRESSO NO PAPEL: E POR ELE QUE SE CONFIRMA A        *
      * AUTENTICIDADE QUANDO O EMPREGADOR LIGA. AT-TIPO C=COMPARECI-  *
      * MENTO (HORA INICIAL/FINAL NA DATA DA CONSULTA) OU             *
      * A=AFASTAMENTO (AT-DIAS A PARTIR DE AT-DATA-INI). AT-CID SO    *
      * VEM PREENCHIDA QUANDO O PACIENTE AUTORIZOU (AT-CID-AUT = S)   *
      *----------------------------------------------------------------
       01 REGATEST.
           03 AT-NUMERO             PIC 9(08).
           03 AT-CONSULTA.
               05 AT-CRM            PIC 9(06).
               05 AT-DATA           PIC 9(08).
               05 AT-HORA           PIC 9(04).
           03 AT-CPF                PIC 9(11).
           03 AT-TIPO               PIC X(01).
           03 AT-HORA-INI           PIC 9(04).
           03 AT-HORA-FIM           PIC 9(04).
           03 AT-DATA-INI           PIC 9(08).
           03 AT-DIAS               PIC 9(03).
           03 AT-DATA-FIM           PIC 9(08).
           03 AT-CID-AUT            PIC X(01).
           03 AT-CID                PIC X(04).
           03 AT-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
