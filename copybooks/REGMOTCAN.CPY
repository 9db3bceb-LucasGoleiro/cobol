      *----------------------------------------------------------------
      * LAYOUT PADRAO DA TABELA DE MOTIVOS DE CANCELAMENTO            *
      * (CADMOTCAN.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. O SMP015 EXIGE UM MOTIVO ATIVO PARA       *
      * PASSAR A CONSULTA A CANCELADA (40) E O RELCANCEL TOTALIZA     *
      * A RECEITA PERDIDA POR MOTIVO, SEPARANDO O LADO DO PACIENTE    *
      * E O DA CLINICA                                                *
      * MC-LADO: P=PACIENTE  C=CLINICA (MEDICO, CONVENIO, ESTRUTURA)  *
      *----------------------------------------------------------------
       01 REGMOTCAN.
           03 MC-CODIGO             PIC 9(02).
           03 MC-DESCRICAO          PIC X(30).
           03 MC-LADO               PIC X(01).
           03 MC-ATIVO              PIC X(01).
           03 DATA-CADASTRO         PIC 9(08).
