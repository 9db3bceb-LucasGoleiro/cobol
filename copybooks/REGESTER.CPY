      *----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE CICLO DE ESTERILIZACAO           *
      * (CADESTER.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE      *
      * ABREM ESSE ARQUIVO. CADA REGISTRO E UM CICLO DE AUTOCLAVE     *
      * COM OS KITS DE INSTRUMENTAL PROCESSADOS NELE; O ITEM DE       *
      * ATENDIMENTO (CADITEM) GUARDA O KIT E O CICLO USADOS, PARA O   *
      * RASTREIO NOS DOIS SENTIDOS (RELESTER)                         *
      * ES-IND-BIOL: INDICADOR BIOLOGICO P=PENDENTE  A=APROVADO       *
      *              R=REPROVADO                                      *
      * ES-IND-QUIM: INDICADOR QUIMICO   A=APROVADO  R=REPROVADO      *
      * CICLO COM QUALQUER INDICADOR R NAO LIBERA KIT NO SMP021       *
      *----------------------------------------------------------------
       01 REGESTER.
           03 ES-CHAVE.
               05 ES-AUTOCLAVE      PIC 9(02).
               05 ES-CICLO          PIC 9(06).
           03 ES-DATA               PIC 9(08).
           03 ES-IND-BIOL           PIC X(01).
           03 ES-IND-QUIM           PIC X(01).
           03 ES-KITS.
               05 ES-KIT            PIC X(10) OCCURS 10 TIMES.
           03 ES-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
