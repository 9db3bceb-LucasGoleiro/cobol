      * PRECO DA TABELA PARTICULAR (CADPRECO CONVENIO 0000) VIGENTE   *
      * NO DIA, DESCONTO AUTORIZADO E VALIDADE.                       *
      * OR-SITUACAO: A=ABERTO  C=CONVERTIDO EM AGENDAMENTO           *
      * OR-AGENDA: CONSULTA GERADA NA CONVERSAO (CHAVE DO CADAGENDA), *
      *            ONDE O SINAL DO CADSINAL FICA PRESO                *
      *----------------------------------------------------------------
       01 REGORCA.
           03 OR-NUMERO             PIC 9(06).
           03 OR-VALOR-TOTAL        PIC 9(06)V99.
           03 OR-SITUACAO           PIC X(01).
           03 DATA-CADASTRO         PIC 9(08).
           03 OR-AGENDA.
               05 OR-AG-CRM         PIC 9(06).
               05 OR-AG-DATA        PIC 9(08).
               05 OR-AG-HORA        PIC 9(04).
