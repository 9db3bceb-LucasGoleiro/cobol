      *----------------------------------------------------------------
      * LAYOUT PADRAO DOS DOCUMENTOS PROFISSIONAIS DO MEDICO          *
      * (CADMEDDOC.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. UM REGISTRO POR CRM + TIPO, ATUALIZADO A  *
      * CADA RENOVACAO. DM-TIPO 1=INSCRICAO ANUAL NO CRM 2=SEGURO DE  *
      * RESPONSABILIDADE CIVIL 3=TITULO DE ESPECIALISTA (RQE)         *
      * 9=OUTROS. DM-VALIDADE ZERADA = DOCUMENTO SEM VENCIMENTO.      *
      * O RELDOCMED AVISA O QUE VENCE E O SMP012 PODE BARRAR A        *
      * MARCACAO COM A INSCRICAO NO CRM VENCIDA (CADPARAM CRMVENCBLQ) *
      *----------------------------------------------------------------
       01 REGMEDDOC.
           03 DM-CHAVE.
               05 DM-CRM            PIC 9(06).
               05 DM-TIPO           PIC 9(01).
           03 DM-NUMERO             PIC X(20).
           03 DM-EMISSOR            PIC X(30).
           03 DM-VALIDADE           PIC 9(08).
           03 DM-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
