      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * ALUGUEL, LABORATORIO, ADQUIRENTE E DEMAIS CREDORES DO         *
      * CONTAS A PAGAR (CADPAGAR)                                     *
      * FO-BANCO/AGENCIA/CONTA: CONTA DO FORNECEDOR PARA CREDITO E    *
      * TED; FO-PIX-TIPO: 0=SEM CHAVE 1=TELEFONE 2=EMAIL 3=CPF/CNPJ   *
      * 4=CHAVE ALEATORIA. COM CHAVE PIX O PAGAMENTO DA REMESSA       *
      * BANCARIA (LOTEPAGTO) SAI POR PIX, SENAO POR CREDITO EM CONTA  *
      *----------------------------------------------------------------
       01 REGFORN.
           03 FO-CODIGO             PIC 9(04).
           03 FO-TELEFONE           PIC 9(11).
           03 FO-ATIVO              PIC X(01).
           03 DATA-CADASTRO         PIC 9(08).
           03 FO-BANCO              PIC 9(03).
           03 FO-AGENCIA            PIC 9(05).
           03 FO-AGENCIA-DV         PIC X(01).
           03 FO-CONTA              PIC 9(12).
           03 FO-CONTA-DV           PIC X(01).
           03 FO-PIX-TIPO           PIC 9(01).
           03 FO-PIX                PIC X(50).
