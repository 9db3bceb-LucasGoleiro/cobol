      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CASO DE OUVIDORIA (CADOUVID.DAT),            *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * A CHAVE E O NUMERO TIRADO DO PROGNUMERO (SERIE "OUVIDORIA").  *
      * OV-VINCULO C=CONSULTA, F=FATURA (AMBAS PELA CHAVE CRM/DATA/   *
      * HORA EM OV-AG-CHAVE) OU N=SEM VINCULO (OV-AG-CHAVE ZERADA).   *
      * OV-CATEGORIA 1=COBRANCA/FATURA 2=ATENDIMENTO 3=EXAME          *
      * 4=AGENDAMENTO/ESPERA 5=ESTRUTURA 9=OUTROS. OV-STATUS          *
      * A=ABERTO N=EM ANALISE R=RESPONDIDO F=FECHADO. OV-PRAZO E A    *
      * DATA LIMITE EM DIAS UTEIS (ALURA01) CONTADA DA ABERTURA.      *
      * O HISTORICO DE ACOES FICA NO CADOUVHIS (REGOUVHIS)            *
      *----------------------------------------------------------------
       01 REGOUVID.
           03 OV-NUMERO             PIC 9(08).
           03 OV-CPF                PIC 9(11).
           03 OV-VINCULO            PIC X(01).
           03 OV-AG-CHAVE.
               05 OV-AG-CRM         PIC 9(06).
               05 OV-AG-DATA        PIC 9(08).
               05 OV-AG-HORA        PIC 9(04).
           03 OV-CATEGORIA          PIC 9(01).
           03 OV-RESPONSAVEL        PIC X(08).
           03 OV-STATUS             PIC X(01).
           03 OV-DATA-ABERTURA      PIC 9(08).
           03 OV-PRAZO              PIC 9(08).
           03 OV-DATA-RESPOSTA      PIC 9(08).
           03 OV-DATA-FECHA         PIC 9(08).
           03 OV-DESCRICAO          PIC X(50).
           03 OV-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
