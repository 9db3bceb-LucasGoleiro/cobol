      *----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE CONSENTIMENTO (CADTCLE.DAT),     *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * A CHAVE REPETE A IT-CHAVE DO ITEM DE ATENDIMENTO (CADITEM):   *
      * UM TERMO ASSINADO POR ITEM DE PROCEDIMENTO COM PC-TCLE = S.   *
      * TC-DATA-ASSIN: DATA EM QUE O PACIENTE ASSINOU O TERMO         *
      * TC-OPERADOR: OPERADOR QUE ARQUIVOU O PAPEL (SMP067)           *
      *----------------------------------------------------------------
       01 REGTCLE.
           03 TC-CHAVE.
               05 TC-CRM            PIC 9(06).
               05 TC-DATA           PIC 9(08).
               05 TC-HORA           PIC 9(04).
               05 TC-SEQ            PIC 9(02).
           03 TC-DATA-ASSIN         PIC 9(08).
           03 TC-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
