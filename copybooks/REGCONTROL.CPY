      *----------------------------------------------------------------
      * LAYOUT PADRAO DO LIVRO DE RECEITAS CONTROLADAS (CADCONTROL.DAT)*
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM REGISTRO POR RECEITA DE CONTROLE ESPECIAL (PORTARIA 344)   *
      * EMITIDA NO SMP037. A CHAVE E O NUMERO TIRADO DO PROGNUMERO    *
      * (SERIE "CONTROLE"), O MESMO IMPRESSO NAS DUAS VIAS. CT-RECEITA*
      * APONTA A LINHA DA CADRECMED. CT-COMPRADOR IDENTIFICA QUEM     *
      * RETIRA O MEDICAMENTO NA FARMACIA. O BALANCO MENSAL SAI NO     *
      * RELCONTROL                                                    *
      *----------------------------------------------------------------
       01 REGCONTROL.
           03 CT-NUMERO             PIC 9(08).
           03 CT-RECEITA.
               05 CT-CRM            PIC 9(06).
               05 CT-DATA           PIC 9(08).
               05 CT-HORA           PIC 9(04).
               05 CT-SEQ            PIC 9(02).
           03 CT-MEDICAMENTO        PIC 9(04).
           03 CT-LISTA              PIC X(02).
           03 CT-CPF                PIC 9(11).
           03 CT-COMPRADOR.
               05 CT-COMP-NOME      PIC X(30).
               05 CT-COMP-DOC       PIC X(15).
               05 CT-COMP-ENDER     PIC X(40).
               05 CT-COMP-FONE      PIC 9(11).
           03 CT-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
