      *----------------------------------------------------------------
      * LAYOUT PADRAO DA EVOLUCAO CLINICA (CADEVOL.DAT),              *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * A CHAVE REPETE A AG-CHAVE DA CONSULTA MAIS UM SEQUENCIAL DE   *
      * LINHA: CADA REGISTRO E UMA LINHA DE TEXTO LIVRE DA ANAMNESE/  *
      * EVOLUCAO, CLASSIFICADA EM EV-TIPO (Q=QUEIXA, E=EXAME FISICO,  *
      * C=CONDUTA). DIGITADA NO SMP063 COM A CONSULTA ATENDIDA (30)   *
      * E IMPRESSA NO PRONTUARIO (RELPRONT) SOB CADA VISITA           *
      *----------------------------------------------------------------
       01 REGEVOL.
           03 EV-CHAVE.
               05 EV-CRM            PIC 9(06).
               05 EV-DATA           PIC 9(08).
               05 EV-HORA           PIC 9(04).
               05 EV-SEQ            PIC 9(03).
           03 EV-TIPO               PIC X(01).
           03 EV-TEXTO              PIC X(70).
           03 EV-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
