      * AV-SITUACAO: P=PENDENTE A=APROVADA R=REJEITADA E=EXECUTADA   *
      * AV-NUM1/2/3: PARAMETROS NUMERICOS DA OPERACAO (LOTEPRECO     *
      * USA CONVENIO/PERCENTUAL X 100/DATA DE EFEITO; SMP025 USA O   *
      * CPF EM AV-NUM1; LOTEENVIO USA CONVENIO/LOTE/DATA DA CRITICA  *
      * DO LOTECRIT, PARA ENVIAR LOTE QUE FICOU COM ERROS; LOTECOBRA *
      * USA A DATA DE CORTE DO EXTRATO DO BIRO DE CREDITO EM AV-NUM3; *
      * LOTEPAGTO USA TOTAL EM CENTAVOS/QUANTIDADE DE TITULOS/DATA    *
      * DE PAGAMENTO DA REMESSA AO BANCO; SMP080 USA A COMPETENCIA    *
      * AAAAMM DO PERIODO CONTABIL A REABRIR EM AV-NUM1)              *
      *----------------------------------------------------------------
       01 REGAPROV.
           03 AV-NUMERO             PIC 9(06).
