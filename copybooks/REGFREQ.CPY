      *----------------------------------------------------------------
      * LAYOUT PADRAO DAS REGRAS DE FREQUENCIA POR CONVENIO           *
      * (CADFREQ.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM *
      * ESSE ARQUIVO. LIMITE DE USOS POR PACIENTE NUMA JANELA MOVEL:  *
      * NO MAXIMO FQ-QTD USOS NOS ULTIMOS FQ-DIAS DIAS CORRIDOS.      *
      * FQ-PROC > 0    : REGRA DE UM PROCEDIMENTO DO CADPROC          *
      *                  (FQ-GRUPO FICA ZERADO)                       *
      * FQ-PROC = 0    : REGRA DO GRUPO FQ-GRUPO (PC-GRUPO); NO GRUPO *
      *                  01=CONSULTAS CONTA TAMBEM A PROPRIA CONSULTA *
      *                  ATENDIDA (CADAGENDA STATUS 30)               *
      * FQ-POR-ESPEC: S=SO CONTA CONSULTAS COM MEDICO DA MESMA        *
      *               ESPECIALIDADE (SO FAZ SENTIDO NO GRUPO 01)      *
      * O SMP012 AVISA NA MARCACAO (REGRA DE CONSULTA) E O LOTEFAT    *
      * MANDA PARA AS EXCECOES O QUE PASSA DO LIMITE                  *
      *----------------------------------------------------------------
       01 REGFREQ.
           03 FQ-CHAVE.
               05 FQ-CODIGOC        PIC 9(04).
               05 FQ-PROC           PIC 9(04).
               05 FQ-GRUPO          PIC 9(02).
           03 FQ-QTD                PIC 9(02).
           03 FQ-DIAS               PIC 9(03).
           03 FQ-POR-ESPEC          PIC X(01).
           03 FQ-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
