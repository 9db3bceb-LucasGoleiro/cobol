      *----------------------------------------------------------------
      * LAYOUT PADRAO DA TABELA DE CANAIS DE CAPTACAO DE PACIENTES    *
      * (CADCANAL.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE      *
      * ABREM ESSE ARQUIVO: LISTA DO CONVENIO, BUSCA NA INTERNET,     *
      * INDICACAO DE PACIENTE, INDICACAO MEDICA ETC. O SMP012 PEDE O  *
      * CANAL NA PRIMEIRA MARCACAO DE UM CPF E O RELORIGEM TOTALIZA   *
      * OS PACIENTES NOVOS E A RECEITA DA PRIMEIRA CONSULTA POR CANAL *
      * CA-PEDE-MEDICO: S=EXIGE O MEDICO INDICADOR (CADMEDEXT)        *
      *----------------------------------------------------------------
       01 REGCANAL.
           03 CA-CODIGO             PIC 9(02).
           03 CA-DESCRICAO          PIC X(30).
           03 CA-PEDE-MEDICO        PIC X(01).
           03 CA-ATIVO              PIC X(01).
           03 DATA-CADASTRO         PIC 9(08).
