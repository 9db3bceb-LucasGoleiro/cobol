      * ABREM ESSE ARQUIVO. A CHAVE REPETE A AG-CHAVE DA CONSULTA     *
      * MAIS UM SEQUENCIAL: CADA ITEM E UM PROCEDIMENTO REALIZADO     *
      * NA VISITA, PRECIFICADO NO FATURAMENTO POR CONVENIO            *
      * IT-KIT / IT-AUTOCLAVE / IT-CICLO: KIT DE INSTRUMENTAL E CICLO *
      * DE ESTERILIZACAO (CADESTER) USADOS NO PROCEDIMENTO; BRANCOS   *
      * E ZEROS QUANDO O ITEM NAO USA INSTRUMENTAL REPROCESSADO       *
      *----------------------------------------------------------------
       01 REGITEM.
           03 IT-CHAVE.
               05 IT-SEQ            PIC 9(02).
           03 IT-PROCEDIMENTO       PIC 9(04).
           03 DATA-CADASTRO         PIC 9(08).
           03 IT-KIT                PIC X(10).
           03 IT-AUTOCLAVE          PIC 9(02).
           03 IT-CICLO              PIC 9(06).
