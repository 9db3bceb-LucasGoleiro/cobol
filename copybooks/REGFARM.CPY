      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * O RECEITUARIO (SMP037) SO ACEITA MEDICAMENTO DESTE CADASTRO   *
      * FM-ATIVO: S=EM USO  N=DESATIVADO                              *
      * FM-CLASSE: CLASSE TERAPEUTICA (ZEROS = SEM CLASSE), USADA NA  *
      * TABELA DE CONTRAINDICACAO POR ALERGIA (CADCONTRA)             *
      * FM-LISTA: LISTA DA PORTARIA 344 (A1..C5) DO MEDICAMENTO       *
      * CONTROLADO, BRANCOS = NAO CONTROLADO. COM LISTA O SMP037      *
      * EMITE A RECEITA DE CONTROLE ESPECIAL NUMERADA (CADCONTROL)    *
      *----------------------------------------------------------------
       01 REGFARM.
           03 FM-CODIGO             PIC 9(04).
           03 FM-APRESENT           PIC X(20).
           03 FM-ATIVO              PIC X(01).
           03 DATA-CADASTRO         PIC 9(08).
           03 FM-CLASSE             PIC 9(03).
           03 FM-LISTA              PIC X(02).
