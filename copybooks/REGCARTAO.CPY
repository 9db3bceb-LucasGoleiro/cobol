      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CARTAO DE DESCONTO (CADCARTAO.DAT),          *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM REGISTRO POR TITULAR (CPF DO CADPACI), MANTIDO NO SMP085,  *
      * COM ATE 4 DEPENDENTES NO PLANO FAMILIAR. CADA BENEFICIARIO    *
      * (TITULAR E DEPENDENTES) TEM UMA LINHA EM CADCARDEP APONTANDO  *
      * PARA O TITULAR. A MENSALIDADE E GERADA NO CADMENSAL PELO      *
      * LOTEMENSAL E O DESCONTO E DADO PELO LOTEFAT NAS CONSULTAS     *
      * PARTICULARES                                                  *
      * CT-PLANO:    I=INDIVIDUAL  F=FAMILIAR (COM DEPENDENTES)       *
      * CT-SITUACAO: A=ATIVO  S=SUSPENSO POR MENSALIDADE EM ATRASO    *
      *              (LOTEMENSAL)  C=CANCELADO                        *
      * CT-DESCONTO: PERCENTUAL POR GRUPO DE PROCEDIMENTO (PC-GRUPO   *
      *              DO CADPROC, 01=CONSULTAS); GRUPO FORA DA TABELA  *
      *              NAO TEM DESCONTO                                 *
      * CT-ULT-COMPET: ULTIMA COMPETENCIA (AAAAMM) COM MENSALIDADE    *
      *              GERADA; CT-DATA-SITUACAO: DATA DA ULTIMA MUDANCA *
      *              DE SITUACAO                                      *
      *----------------------------------------------------------------
       01 REGCARTAO.
           03 CT-CPF                PIC 9(11).
           03 CT-PLANO              PIC X(01).
           03 CT-DEPENDENTE         PIC 9(11) OCCURS 4 TIMES.
           03 CT-MENSALIDADE        PIC 9(04)V99.
           03 CT-DATA-INICIO        PIC 9(08).
           03 CT-SITUACAO           PIC X(01).
           03 CT-DESCONTO OCCURS 5 TIMES.
               05 CT-DESC-GRUPO     PIC 9(02).
               05 CT-DESC-PERC      PIC 9(02)V99.
           03 CT-ULT-COMPET         PIC 9(06).
           03 CT-DATA-SITUACAO      PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
