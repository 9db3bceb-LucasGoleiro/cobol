      * UM TITULO POR FORNECEDOR + VENCIMENTO + SEQUENCIAL, COM       *
      * CATEGORIA DE DESPESA: 1=ALUGUEL 2=LABORATORIO 3=ADQUIRENTE    *
      * 4=MATERIAL 5=SERVICOS 6=IMPOSTOS 9=OUTROS                     *
      * 8=REPOSICAO DO FUNDO FIXO (SO O LOTEFUNDO GERA; A DESPESA SAI *
      *   NOS VALES DO CADVALE, POR CATEGORIA, E NAO NESTE TITULO)    *
      * AP-PAGO: N=EM ABERTO  S=PAGO (AP-DATA-PAGTO)                  *
      * AP-REMESSA: NUMERO DA REMESSA DE PAGAMENTO AO BANCO           *
      * (LOTEPAGTO) QUE LEVOU O TITULO; ZEROS = FORA DE REMESSA. O    *
      * RETORNO (LOTEPAGRET) BAIXA O TITULO OU ZERA O NUMERO QUANDO   *
      * O BANCO REJEITA, PARA O TITULO SAIR NA PROXIMA REMESSA        *
      * AP-FILIAL: UNIDADE (CADFILIAL) QUE GEROU A DESPESA, DEFAULT   *
      *            DA FILIAL DO OPERADOR; 00 = DA CLINICA TODA        *
      *----------------------------------------------------------------
       01 REGPAGAR.
           03 AP-CHAVE.
           03 AP-PAGO               PIC X(01).
           03 AP-DATA-PAGTO         PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
           03 AP-REMESSA            PIC 9(08).
           03 AP-FILIAL             PIC 9(02).
