      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CADASTRO DE PERIODOS CONTABEIS               *
      * (CADPERIODO.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE    *
      * ABREM ESSE ARQUIVO. UM REGISTRO POR MES (AAAAMM), MANTIDO     *
      * PELO SUPERVISOR NO SMP080. MES SEM REGISTRO ESTA ABERTO.      *
      * PE-SITUACAO: A=ABERTO  F=FECHADO (NENHUMA TELA OU LOTE GRAVA, *
      * ALTERA OU EXCLUI MOVIMENTO FINANCEIRO DATADO NELE; CONSULTA   *
      * VIA PROGPERIODO). REABRIR MES FECHADO PASSA PELA APROVACAO     *
      * DUPLA (CADAPROV) E FICA NO CADSECLOG                          *
      *----------------------------------------------------------------
       01 REGPERIODO.
           03 PE-COMPET             PIC 9(06).
           03 PE-SITUACAO           PIC X(01).
           03 PE-OPER-FECHA         PIC X(08).
           03 PE-DATA-FECHA         PIC 9(08).
           03 PE-OPER-REABRE        PIC X(08).
           03 PE-DATA-REABRE        PIC 9(08).
           03 PE-APROVACAO          PIC 9(06).
           03 DATA-CADASTRO         PIC 9(08).
