      *----------------------------------------------------------------
      * LAYOUT PADRAO DO FUNDO FIXO DE CAIXA (CADFUNDO.DAT),          *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM FUNDO POR FILIAL (00 = CLINICA), COM O VALOR FIXO DA       *
      * CAIXINHA E O FORNECEDOR (CADFORN) QUE RECEBE O TITULO DE      *
      * REPOSICAO - O PROPRIO RESPONSAVEL PELA GUARDA DO DINHEIRO.    *
      * MANTIDO NO SMP083; OS VALES SAO LANCADOS NO SMP084 E A        *
      * REPOSICAO SAI NO LOTEFUNDO                                    *
      * FF-ULT-VALE: ULTIMO NUMERO DE VALE USADO NA FILIAL            *
      * FF-ULT-REPOS: DATA DA ULTIMA REPOSICAO; ZEROS = NENHUMA       *
      *----------------------------------------------------------------
       01 REGFUNDO.
           03 FF-FILIAL             PIC 9(02).
           03 FF-VALOR-FIXO         PIC 9(06)V99.
           03 FF-FORNECEDOR         PIC 9(04).
           03 FF-RESPONSAVEL        PIC X(30).
           03 FF-ULT-VALE           PIC 9(06).
           03 FF-ULT-REPOS          PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
