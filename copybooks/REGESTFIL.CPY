      *----------------------------------------------------------------
      * LAYOUT PADRAO DO SALDO DO INSUMO POR FILIAL (CADESTFIL.DAT),  *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * O EQ-SALDO DO CADESTOQ CONTINUA SENDO O TOTAL DA CLINICA      *
      * (AS FILIAIS MAIS O QUE ESTA EM TRANSITO); AQUI FICA QUANTO    *
      * HA EM CADA UNIDADE (CADFILIAL). MOVIMENTADO SO PELO           *
      * PROGESTFIL: ENTRADA E AJUSTE NO SMP053, RECEBIMENTO DO        *
      * PEDIDO NO SMP087, CONSUMO NO SMP021, PERDA NO RELVALID E A    *
      * TRANSFERENCIA ENTRE FILIAIS NO SMP088. ITEM SEM NENHUMA       *
      * FILIAL AINDA TEM O SALDO TODO NA UNIDADE PRINCIPAL (01)       *
      * EF-TRANSITO: DESPACHADO PARA ESTA FILIAL E AINDA NAO RECEBIDO *
      * EF-MINIMO: NIVEL MINIMO DA FILIAL, COBRADO NO RELESTOQ        *
      *----------------------------------------------------------------
       01 REGESTFIL.
           03 EF-CHAVE.
               05 EF-ITEM           PIC 9(04).
               05 EF-FILIAL         PIC 9(02).
           03 EF-SALDO              PIC 9(06).
           03 EF-TRANSITO           PIC 9(06).
           03 EF-MINIMO             PIC 9(05).
           03 EF-ULT-MOVTO          PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
