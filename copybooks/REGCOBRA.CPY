      *----------------------------------------------------------------
      * LAYOUT PADRAO DO HISTORICO DA REGUA DE COBRANCA               *
      * (CADCOBRA.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. UMA LINHA POR ACAO DO LOTECOBRA SOBRE A  *
      * PARCELA (HC-PARCELA = PL-CHAVE DO CADPARCELA), COM O ATRASO, *
      * A MULTA E OS JUROS CALCULADOS, O DESTINATARIO DA CARTA       *
      * (PACIENTE OU RESPONSAVEL DO CADRESP) E O OPERADOR. SO        *
      * INCLUSAO: O HISTORICO NAO E ALTERADO NEM EXCLUIDO            *
      * HC-ETAPA: 1 A 5=ETAPA DA REGUA (CADPARAM "COBETAPA1" A       *
      * "COBETAPA5")  8=EXCLUSAO DO BIRO APOS O PAGAMENTO            *
      * 9=INCLUSAO NO EXTRATO DO BIRO DE CREDITO                     *
      *----------------------------------------------------------------
       01 REGCOBRA.
           03 HC-CHAVE.
               05 HC-PARCELA.
                   07 HC-CRM        PIC 9(06).
                   07 HC-DATA       PIC 9(08).
                   07 HC-HORA       PIC 9(04).
                   07 HC-NUM-PARC   PIC 9(02).
               05 HC-ETAPA          PIC 9(01).
           03 HC-DATA-ACAO          PIC 9(08).
           03 HC-ATRASO             PIC 9(04).
           03 HC-VALOR              PIC 9(06)V99.
           03 HC-MULTA              PIC 9(06)V99.
           03 HC-JUROS              PIC 9(06)V99.
           03 HC-DEST-CPF           PIC 9(11).
           03 HC-DEST-NOME          PIC X(30).
           03 HC-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
