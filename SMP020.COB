      * MESMO: A=ABERTA, P=PERDA ACEITA, R=CORRIGIDA E REENVIADA  *
      * (A FATURA REENVIADA MANTEM A MESMA FT-CHAVE, O QUE        *
      * IMPEDE DUPLA CONTAGEM; O "R" DESCONGELA A FATURA PARA O   *
      * PROXIMO FECHAMENTO GERAR A NOVA REMESSA). GLOSA           *
      * REGISTRADA EM MES FECHADO NA CONTABILIDADE (SMP080) NAO E *
      * GRAVADA NEM TRATADA, E O REENVIO EXIGE TAMBEM O MES DA    *
      * FATURA ABERTO                                             *
      *************************************************************

      *----------------------------------------------------------------
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".

      *-----------------------------------------------------------------

           READ CADMOTGLO
           IF ST-ERRO-MOT = "00"
              DISPLAY (10, 30) MG-DESCRICAO.
           MOVE GL-DATA-REGISTRO TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           GO TO R8.

      *------[ NOVA GLOSA ]---------------------------------------------
       INC-WR1.
           MOVE 1 TO GL-SEQ
           ACCEPT GL-DATA-REGISTRO FROM DATE YYYYMMDD
           MOVE W-OPERADOR-LOGADO TO GL-OPERADOR
           MOVE GL-DATA-REGISTRO TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       INC-WR2.
           WRITE REGGLOSA
           IF ST-ERRO = "22"
              GO TO R9.
           IF W-OPCAO = "R" OR W-OPCAO = "r"
              MOVE "R" TO GL-SITUACAO
              GO TO R8A.
           GO TO R8.
      *    REENVIO MEXE NA FATURA: O MES DELA PRECISA ESTAR ABERTO
       R8A.
           MOVE FT-DATA TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** FATURA EM MES FECHADO (SMP080) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R9.
           REWRITE REGGLOSA
