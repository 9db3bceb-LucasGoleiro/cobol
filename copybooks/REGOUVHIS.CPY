      *----------------------------------------------------------------
      * LAYOUT PADRAO DO HISTORICO DA OUVIDORIA (CADOUVHIS.DAT),      *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UMA LINHA POR ACAO NO CASO (OH-NUMERO = OV-NUMERO), EM        *
      * SEQUENCIA CRESCENTE, COM DATA/HORA, OPERADOR, STATUS DO CASO  *
      * APOS A ACAO E O TEXTO DA PROVIDENCIA TOMADA. SO INCLUSAO:     *
      * O HISTORICO NAO E ALTERADO NEM EXCLUIDO                       *
      *----------------------------------------------------------------
       01 REGOUVHIS.
           03 OH-CHAVE.
               05 OH-NUMERO         PIC 9(08).
               05 OH-SEQ            PIC 9(03).
           03 OH-DATA               PIC 9(08).
           03 OH-HORA               PIC 9(04).
           03 OH-OPERADOR           PIC X(08).
           03 OH-STATUS             PIC X(01).
           03 OH-ACAO               PIC X(50).
