      *----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE TEMPOS REAIS DA CONSULTA         *
      * (CADTEMPO.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE      *
      * ABREM ESSE ARQUIVO. A CHAVE REPETE A AG-CHAVE DO CADAGENDA.   *
      * GRAVADO PELO SMP015 QUANDO A CONSULTA PASSA A 30 (ATENDIDA):  *
      * TM-HORA-CHEGADA: COPIA DO CHECK-IN (AG-HORA-CHEGADA, SMP034)  *
      * TM-HORA-CHAMADA: HHMM EM QUE O MEDICO CHAMOU O PACIENTE       *
      * TM-HORA-FIM:     HHMM EM QUE A CONSULTA TERMINOU              *
      * O RELDURAC CONFRONTA ESSES TEMPOS COM A DURACAO CADASTRADA    *
      *----------------------------------------------------------------
       01 REGTEMPO.
           03 TM-CHAVE.
               05 TM-CRM            PIC 9(06).
               05 TM-DATA           PIC 9(08).
               05 TM-HORA           PIC 9(04).
           03 TM-HORA-CHEGADA       PIC 9(04).
           03 TM-HORA-CHAMADA       PIC 9(04).
           03 TM-HORA-FIM           PIC 9(04).
           03 TM-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
