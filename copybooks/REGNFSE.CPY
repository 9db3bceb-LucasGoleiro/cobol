      *----------------------------------------------------------------
      * LAYOUT PADRAO DO CONTROLE DE RPS / NFS-E (CADNFSE.DAT),       *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM REGISTRO POR RPS GERADO PELO LOTERPS, NUMERADO PELO        *
      * DISPENSADOR CENTRAL (PROGNUMERO, SERIE "RPS").                *
      * NF-ORIGEM (CHAVE ALTERNATIVA UNICA) AMARRA O RPS AO QUE ELE   *
      * FATURA, DE MODO QUE CADA ORIGEM SO GANHA UM NUMERO DE RPS:    *
      * NF-TIPO = L  LOTE FECHADO DO CONVENIO (LT-NUMERO)             *
      *           R  RECIBO DO CAIXA (RC-CHAVE DO CADRECIBO)          *
      *           F  PARTE DO PACIENTE DA FATURA (FT-CHAVE), SO       *
      *              QUANDO A CONSULTA NAO TEM RECIBO COM RPS         *
      * NF-CONSULTA: AG-CHAVE DA CONSULTA DO RECIBO OU DA FATURA      *
      *              (BRANCOS NO LOTE), PARA NAO TIRAR RPS EM DOBRO   *
      * NF-SITUACAO: G=RPS GERADO, AGUARDANDO RETORNO DA PREFEITURA   *
      *              E=NFS-E EMITIDA (NF-NUM-NFSE PREENCHIDO)         *
      *              R=RPS REJEITADO (NF-MOTIVO), SAI DE NOVO NO      *
      *                PROXIMO LOTERPS DA COMPETENCIA COM O MESMO     *
      *                NUMERO DE RPS                                  *
      * NF-ALIQ:     ALIQUOTA DE ISS EM PERCENTUAL (CADPARAM ALIQISS) *
      *----------------------------------------------------------------
       01 REGNFSE.
           03 NF-RPS                PIC 9(08).
           03 NF-ORIGEM.
               05 NF-TIPO           PIC X(01).
               05 NF-CHAVE-ORIG     PIC X(20).
           03 NF-CONSULTA           PIC X(18).
           03 NF-COMPET             PIC 9(06).
           03 NF-DATA-EMISSAO       PIC 9(08).
           03 NF-TIPO-DOC           PIC X(01).
           03 NF-DOC-TOMADOR        PIC 9(14).
           03 NF-COD-SERVICO        PIC 9(06).
           03 NF-VALOR              PIC 9(10)V99.
           03 NF-ALIQ               PIC 9(02)V99.
           03 NF-VALOR-ISS          PIC 9(10)V99.
           03 NF-SITUACAO           PIC X(01).
           03 NF-NUM-NFSE           PIC X(15).
           03 NF-MOTIVO             PIC X(40).
           03 NF-DATA-RET           PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
