      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CADASTRO DE BENEFICIARIOS DOS CONVENIOS      *
      * (CADBENEF.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE      *
      * ABREM ESSE ARQUIVO. CARREGADO PELO LOTEBENEF A PARTIR DO      *
      * ARQUIVO MENSAL DE BENEFICIARIOS DE CADA CONVENIO.             *
      * CHAVE PRIMARIA = CONVENIO + NUMERO DA CARTEIRINHA; CHAVE      *
      * ALTERNATIVA BN-CHAVE-CPF = CONVENIO + CPF (COM DUPLICATAS,    *
      * POIS A TROCA DE CARTEIRINHA DEIXA A ANTIGA CANCELADA)         *
      * BN-VINCULO:    T=TITULAR  D=DEPENDENTE (BN-CPF-TITULAR        *
      *                GUARDA O CPF DO TITULAR DO DEPENDENTE)         *
      * BN-DATA-CANC:  ZEROS = CARTEIRINHA ATIVA; A COBERTURA VALE    *
      *                ATE O DIA ANTERIOR AO CANCELAMENTO             *
      * BN-DATA-CARGA: DATA DA ULTIMA CARGA EM QUE A CARTEIRINHA      *
      *                VEIO NO ARQUIVO DO CONVENIO                    *
      * CONVENIO SEM NENHUMA LINHA AQUI NAO TEM A CARTEIRINHA         *
      * CONFERIDA NO SMP012                                           *
      *----------------------------------------------------------------
       01 REGBENEF.
           03 BN-CHAVE.
               05 BN-CODCONV        PIC 9(04).
               05 BN-CARTEIRA       PIC X(20).
           03 BN-CHAVE-CPF.
               05 BN-CONV-CPF       PIC 9(04).
               05 BN-CPF            PIC 9(11).
           03 BN-PLANO              PIC 9(02).
           03 BN-VINCULO            PIC X(01).
           03 BN-CPF-TITULAR        PIC 9(11).
           03 BN-DATA-INI           PIC 9(08).
           03 BN-DATA-CANC          PIC 9(08).
           03 BN-DATA-CARGA         PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
