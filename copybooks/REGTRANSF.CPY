      *----------------------------------------------------------------
      * LAYOUT PADRAO DA TRANSFERENCIA DE INSUMOS ENTRE FILIAIS       *
      * (CADTRANSF.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. NUMERO DO DISPENSADOR CENTRAL             *
      * (PROGNUMERO, SERIE "TRANSF"), ITENS EM CADTRFIT. DIGITADA,    *
      * DESPACHADA E RECEBIDA NO SMP088; O RELTRANSF COBRA A QUE      *
      * NAO CHEGOU EM DOIS DIAS UTEIS                                 *
      * TF-SITUACAO: D=EM DIGITACAO  T=EM TRANSITO  R=RECEBIDA        *
      *              C=CANCELADA                                      *
      * TF-PLACA/TF-VG-DATA/TF-VG-HORA: VIAGEM DO CADVIAGEM QUANDO    *
      *              FOI NO CARRO DA CLINICA (PLACA EM BRANCO = NAO)  *
      *----------------------------------------------------------------
       01 REGTRANSF.
           03 TF-NUMERO             PIC 9(06).
           03 TF-ORIGEM             PIC 9(02).
           03 TF-DESTINO            PIC 9(02).
           03 TF-SITUACAO           PIC X(01).
           03 TF-EMISSAO            PIC 9(08).
           03 TF-DESPACHO           PIC 9(08).
           03 TF-OPER-DESP          PIC X(08).
           03 TF-RECEBIDA           PIC 9(08).
           03 TF-OPER-REC           PIC X(08).
           03 TF-PLACA              PIC X(07).
           03 TF-VG-DATA            PIC 9(08).
           03 TF-VG-HORA            PIC 9(04).
           03 DATA-CADASTRO         PIC 9(08).
