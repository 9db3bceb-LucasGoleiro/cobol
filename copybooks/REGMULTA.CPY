      *----------------------------------------------------------------
      * LAYOUT PADRAO DA MULTA DE TRANSITO (CADMULTA.DAT),            *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UMA MULTA POR PLACA DO CADVEIC + NUMERO DO AUTO DE INFRACAO.  *
      * DIGITADA NO SMP089, QUE ACHA NO CADVIAGEM A VIAGEM DA PLACA   *
      * QUE COBRE A DATA/HORA DA INFRACAO E TRAZ O MOTORISTA          *
      * (CADMOTOR). O RELMULTA COBRA OS PRAZOS E SOMA OS PONTOS       *
      * MU-GRAVIDADE: L=LEVE(3)  M=MEDIA(4)  G=GRAVE(5)               *
      *               X=GRAVISSIMA(7)                                 *
      * MU-PRAZO-INDIC: ULTIMO DIA PARA INDICAR O CONDUTOR            *
      * MU-VG-DATA/MU-VG-HORA: SAIDA DA VIAGEM ACHADA (ZEROS = O      *
      *               MOTORISTA FOI DIGITADO, SEM VIAGEM)             *
      *----------------------------------------------------------------
       01 REGMULTA.
           03 MU-CHAVE.
               05 MU-PLACA          PIC X(07).
               05 MU-AUTO           PIC X(12).
           03 MU-DATA               PIC 9(08).
           03 MU-HORA               PIC 9(04).
           03 MU-LOCAL              PIC X(30).
           03 MU-GRAVIDADE          PIC X(01).
           03 MU-PONTOS             PIC 9(02).
           03 MU-VALOR              PIC 9(05)V99.
           03 MU-PRAZO-INDIC        PIC 9(08).
           03 MU-VENCIMENTO         PIC 9(08).
           03 MU-MOTORISTA          PIC 9(04).
           03 MU-VG-DATA            PIC 9(08).
           03 MU-VG-HORA            PIC 9(04).
           03 MU-INDICADO           PIC X(01).
           03 MU-DATA-INDIC         PIC 9(08).
           03 MU-PAGO               PIC X(01).
           03 MU-DATA-PAGTO         PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
