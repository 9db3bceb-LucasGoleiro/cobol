      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UMA SESSAO POR OPERADOR POR DIA. CX-SITUACAO: A=ABERTA        *
      * F=FECHADA. A ROTINA NOTURNA SE RECUSA A RODAR COM SESSAO "A"  *
      * CX-DEV-DINHEIRO/CX-DEV-PIX: DEVOLUCOES DE SINAL (CADSINAL)    *
      * PAGAS NA SESSAO - SAIDA DO CAIXA; A CONFERENCIA DO DINHEIRO   *
      * CONTADO DESCONTA CX-DEV-DINHEIRO                              *
      *----------------------------------------------------------------
       01 REGCAIXA.
           03 CX-CHAVE.
           03 CX-VAL-CONTADO        PIC 9(08)V99.
           03 CX-DIFERENCA          PIC S9(08)V99.
           03 CX-FILIAL             PIC 9(02).
           03 CX-DEV-DINHEIRO       PIC 9(08)V99.
           03 CX-DEV-PIX            PIC 9(08)V99.
