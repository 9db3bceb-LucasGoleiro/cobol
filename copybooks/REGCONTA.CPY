      *----------------------------------------------------------------
      * LAYOUT PADRAO DO PLANO DE CONTAS CONTABIL (CADCONTA.DAT),     *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * CT-CODIGO E O CODIGO DA CONTA NO PLANO DO ESCRITORIO DE       *
      * CONTABILIDADE (EX. 1.1.2.01), USADO NA EXPORTACAO DO DIARIO   *
      * (LOTECTB). CT-TIPO: A=ATIVO P=PASSIVO L=PATRIMONIO LIQUIDO    *
      * R=RECEITA D=CUSTO/DESPESA. CONTA COM CT-ATIVA = "N" NAO       *
      * RECEBE LANCAMENTO                                             *
      *----------------------------------------------------------------
       01 REGCONTA.
           03 CT-CODIGO             PIC X(12).
           03 CT-DESCRICAO          PIC X(40).
           03 CT-TIPO               PIC X(01).
           03 CT-ATIVA              PIC X(01).
           03 DATA-CADASTRO         PIC 9(08).
