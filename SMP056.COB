      *************************************************************
      * LIBERACAO DE OPERACOES SENSIVEIS (CADAPROV): O SEGUNDO    *
      * OPERADOR, QUE PRECISA TER PERFIL ADMIN NO CADPERM,        *
      * NAVEGA OS PEDIDOS PENDENTES DO LOTEPRECO, DO SMP025, DO   *
      * LOTEENVIO (LOTE COM ERROS NA CRITICA PRE-ENVIO), DO       *
      * LOTECOBRA (EXTRATO DE DEVEDORES PARA O BIRO DE CREDITO),  *
      * DO LOTEPAGTO (REMESSA DE PAGAMENTOS A FORNECEDORES) E DO  *
      * SMP080 (REABERTURA DE PERIODO CONTABIL FECHADO),          *
      * REVE OS PARAMETROS E LIBERA (A) OU REJEITA (R), COM AS    *
      * DUAS IDENTIDADES REGISTRADAS NO CADSECLOG. O PROGRAMA     *
      * ORIGINAL EXECUTA SO DEPOIS DA LIBERACAO                   *
