      *----------------------------------------------------------------
      * LAYOUT PADRAO DA LACUNA DE NUMERACAO (CADSEQJUS.DAT),         *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * GRAVADA PELA AUDITORIA DE SEQUENCIA (LOTESEQ) PARA CADA       *
      * NUMERO (OU FAIXA SJ-NUMERO A SJ-NUMERO-ATE) QUE FALTA NUMA    *
      * SERIE: RECIBO DO CAIXA (SJ-DIA/SJ-CAIXA = DATA E OPERADOR DO  *
      * RECIBO), LOTE, ORCAMENTO OU OUTRA SERIE DO CADNUMERO (SJ-DIA  *
      * ZERADO, SJ-CAIXA EM BRANCO). A JUSTIFICATIVA E DADA NO SMP086 *
      * E O SMP080 NAO FECHA O MES (SJ-DATA-REF) COM LACUNA PENDENTE  *
      * SJ-OPERADOR/SJ-HORA: QUEM RECEBEU O NUMERO, SEGUNDO O JORNAL  *
      * SJ-SITUACAO: P=PENDENTE  J=JUSTIFICADA (SJ-JUS-OPER/DATA)     *
      *----------------------------------------------------------------
       01 REGSEQJUS.
           03 SJ-CHAVE.
               05 SJ-SERIE          PIC X(10).
               05 SJ-DIA            PIC 9(08).
               05 SJ-CAIXA          PIC X(08).
               05 SJ-NUMERO         PIC 9(08).
           03 SJ-NUMERO-ATE         PIC 9(08).
           03 SJ-MOTIVO             PIC X(30).
           03 SJ-DATA-REF           PIC 9(08).
           03 SJ-OPERADOR           PIC X(08).
           03 SJ-HORA               PIC 9(06).
           03 SJ-SITUACAO           PIC X(01).
           03 SJ-JUSTIF             PIC X(50).
           03 SJ-JUS-OPER           PIC X(08).
           03 SJ-JUS-DATA           PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
