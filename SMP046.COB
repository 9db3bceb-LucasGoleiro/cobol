      * OPCIONALMENTE GERA A FATURA CORRIGIDA DE REEMISSAO, NA    *
      * VAGA DE HORARIO SEGUINTE (FT-HORA + 1), ABERTA PARA O     *
      * PROXIMO FECHAMENTO. O RELAGING E O RELFATCON ABATEM OS    *
      * ESTORNOS DO SALDO E DA RECEITA. O ESTORNO E DATADO HOJE E *
      * SO E GRAVADO COM O MES CORRENTE ABERTO NA CONTABILIDADE   *
      * (SMP080); A REEMISSAO EXIGE TAMBEM O MES DA CONSULTA      *
      * ABERTO                                                    *
      *************************************************************

      *----------------------------------------------------------------
       01 ST-ERRO-FAT    PIC X(02) VALUE "00".
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       01 W-VALOR-CORR  PIC 9(06)V99 VALUE ZEROS.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *-----------------------------------------------------------------
              GO TO R7.
           IF ET-REEMISSAO = "N"
              GO TO GRV-OPC.
      *    A REEMISSAO LEVA A DATA DA CONSULTA: MES TEM DE ESTAR ABERTO
           MOVE FT-DATA TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "* REEMISSAO CAIRIA EM MES FECHADO (SMP080) *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT(13, 29) W-VALOR-CORR.
       GRV-WR1.
           MOVE 1 TO ET-SEQ
           MOVE W-OPERADOR-LOGADO TO ET-OPERADOR
           ACCEPT DATA-CADASTRO OF REGESTORNO FROM DATE YYYYMMDD
           MOVE DATA-CADASTRO OF REGESTORNO TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       GRV-WR2.
           WRITE REGESTORNO
           IF ST-ERRO = "22"
      *    FECHAMENTO; AQUI A REEMISSAO SAI INTEIRA DO CONVENIO
           MOVE W-VALOR-CORR TO FT-VALOR-CONV
           MOVE ZEROS TO FT-VALOR-PACI
           MOVE ZEROS TO FT-TAXA-DESLOC
           MOVE ZEROS TO FT-LOTE
           MOVE "N" TO FT-FECHADO
           ACCEPT DATA-CADASTRO OF REGFATURA FROM DATE YYYYMMDD
