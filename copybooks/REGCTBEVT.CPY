      *----------------------------------------------------------------
      * LAYOUT PADRAO DO MAPEAMENTO CONTABIL DOS EVENTOS              *
      * (CADCTBEVT.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. PARA CADA EVENTO DO NEGOCIO, A CONTA A    *
      * DEBITAR E A CONTA A CREDITAR DO CADCONTA E O HISTORICO DO     *
      * LANCAMENTO NO DIARIO (LOTECTB). EV-EVENTO:                    *
      * FTCV/FTPA=FATURA, PARTE DO CONVENIO/DO PACIENTE (CADFATURA)   *
      * PGCV=RECEBIDO DO CONVENIO (LIQUIDO, CADPAGTO)                 *
      * RTIR/RTPI/RTCO/RTCS=IR/PIS/COFINS/CSLL RETIDOS (CADPAGTO)     *
      * GLOS=GLOSA ACEITA (CADGLOSA)  ESTO=ESTORNO (CADESTORNO)       *
      * CXDI/CXCA/CXPI=CAIXA EM DINHEIRO/CARTAO/PIX (CADCAIXA)        *
      * APTI=TITULO DE FORNECEDOR  APPG=PAGAMENTO DO TITULO           *
      * (CADPAGAR)  MEDR/MEDA/MEDI/MEDS/MEDU/MEDO=LANCAMENTOS DA      *
      * CONTA-CORRENTE DO MEDICO PELO CC-TIPO (CADCCMED)              *
      * EV-COMPL: SO NO APTI, A CATEGORIA DE DESPESA DO TITULO        *
      * (AP-CATEGORIA); 00 = REGRA PADRAO DO EVENTO                   *
      *----------------------------------------------------------------
       01 REGCTBEVT.
           03 EV-CHAVE.
               05 EV-EVENTO         PIC X(04).
               05 EV-COMPL          PIC 9(02).
           03 EV-CONTA-DEB          PIC X(12).
           03 EV-CONTA-CRED         PIC X(12).
           03 EV-HISTORICO          PIC X(30).
           03 DATA-CADASTRO         PIC 9(08).
