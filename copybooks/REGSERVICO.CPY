      *----------------------------------------------------------------
      * LAYOUT PADRAO DO HISTORICO DE SERVICOS DA FROTA               *
      * (CADSERVICO.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE    *
      * ABREM ESSE ARQUIVO. CHAVE PLACA + DATA DO SERVICO; SV-TIPO E  *
      * O TIPO DE MANUTENCAO DO CADMPLAN                              *
      * SV-VALOR: CUSTO DO SERVICO (PECAS E MAO DE OBRA)              *
      * SV-FORNEC: OFICINA NO CADFORN (ZERO = NAO INFORMADA)          *
      * O RELFROTA SOMA O SV-VALOR NO CUSTO POR KM DE CADA PLACA      *
      *----------------------------------------------------------------
       01 REGSERVICO.
           03 SV-CHAVE.
               05 SV-PLACA          PIC X(07).
               05 SV-DATA           PIC 9(08).
           03 SV-DESCRICAO          PIC X(40).
           03 SV-KM                 PIC 9(06).
           03 SV-TIPO               PIC 9(02).
           03 SV-VALOR              PIC 9(07)V99.
           03 SV-FORNEC             PIC 9(04).
