      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CADASTRO DE RECURSOS AGENDAVEIS              *
      * (CADRECURSO.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE    *
      * ABREM ESSE ARQUIVO. AUXILIARES DE ENFERMAGEM E EQUIPAMENTOS   *
      * (CAUTERIO, CARRO DE ECG) RESERVADOS JUNTO COM MEDICO E SALA   *
      * NO BLOCO DE PROCEDIMENTO DO SMP012 (CADBLOCO)                 *
      * RU-TIPO: A=AUXILIAR DE ENFERMAGEM  E=EQUIPAMENTO              *
      * RU-INDISP-INI/RU-INDISP-FIM: FERIAS DO AUXILIAR OU MANUTENCAO *
      *          DO EQUIPAMENTO; ZEROS = SEMPRE DISPONIVEL            *
      *----------------------------------------------------------------
       01 REGRECURSO.
           03 RU-CODIGO             PIC 9(04).
           03 RU-TIPO               PIC X(01).
           03 RU-DESCRICAO          PIC X(30).
           03 RU-ATIVO              PIC X(01).
           03 RU-INDISP-INI         PIC 9(08).
           03 RU-INDISP-FIM         PIC 9(08).
           03 RU-INDISP-MOTIVO      PIC X(20).
           03 DATA-CADASTRO         PIC 9(08).
