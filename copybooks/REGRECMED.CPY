      * A CHAVE REPETE A AG-CHAVE DA CONSULTA MAIS UM SEQUENCIAL:     *
      * CADA REGISTRO E UM MEDICAMENTO PRESCRITO NA VISITA, COM       *
      * POSOLOGIA E DURACAO EM DIAS, IMPRESSO NO RECEITUARIO E        *
      * LISTADO NO PRONTUARIO (RELPRONT). RC-JUSTIF GUARDA A          *
      * JUSTIFICATIVA DO MEDICO QUANDO ELE PRESCREVE POR CIMA DE UM    *
      * AVISO DE ALERGIA (CADCONTRA) E SAI NO PRONTUARIO              *
      * RC-NUM-CONTROLE: NUMERO DA RECEITA DE CONTROLE ESPECIAL       *
      * (CADCONTROL) QUANDO O MEDICAMENTO E DE LISTA, SENAO ZEROS     *
      *----------------------------------------------------------------
       01 REGRECMED.
           03 RC-CHAVE.
           03 RC-POSOLOGIA          PIC X(30).
           03 RC-DURACAO            PIC 9(03).
           03 DATA-CADASTRO         PIC 9(08).
           03 RC-JUSTIF             PIC X(40).
           03 RC-NUM-CONTROLE       PIC 9(08).
