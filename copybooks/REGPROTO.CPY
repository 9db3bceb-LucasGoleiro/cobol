      *----------------------------------------------------------------
      * LAYOUT PADRAO DO PROTOCOLO DE CRONICOS (CADPROTO.DAT),        *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * CADA REGISTRO LIGA UMA CID (PT-CID) OU UMA CATEGORIA INTEIRA  *
      * DO CADCID (PT-CID EM BRANCO E PT-CATEGORIA PREENCHIDA) A UM   *
      * PROCEDIMENTO DE EXAME DO CADPROC QUE O PACIENTE DEVE FAZER    *
      * NO MAXIMO A CADA PT-INTERVALO MESES. MANTIDO NO SMP066 E      *
      * CONFERIDO TODO MES PELO LOTEPROTO                             *
      *----------------------------------------------------------------
       01 REGPROTO.
           03 PT-CHAVE.
               05 PT-CID            PIC X(04).
               05 PT-CATEGORIA      PIC 9(01).
               05 PT-PROCEDIMENTO   PIC 9(04).
           03 PT-INTERVALO          PIC 9(02).
           03 PT-OBS                PIC X(30).
           03 DATA-CADASTRO         PIC 9(08).
