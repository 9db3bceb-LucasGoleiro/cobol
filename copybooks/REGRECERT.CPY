      *----------------------------------------------------------------
      * LAYOUT PADRAO DA RECERTIFICACAO TRIMESTRAL DE ACESSOS         *
      * (CADRECERT.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. UM REGISTRO POR TRIMESTRE E OPERADOR,     *
      * ABERTO PENDENTE PELO LOTERECERT (PASSO MENSAL DA ROTINA       *
      * NOTURNA) OU PELO PROPRIO SMP091 E DECIDIDO NO SMP091 PELO     *
      * SUPERVISOR. O TRIMESTRE SO FICA COMPLETO QUANDO TODO OPERADOR *
      * DO CADOPER TEM DECISAO                                        *
      * RC-TRIMESTRE: AAAAT (ANO E TRIMESTRE 1 A 4)                   *
      * RC-DECISAO: P=PENDENTE C=CONFIRMADO R=REVOGADO (CADPERM TODO  *
      *             EM N E CONTA BLOQUEADA)                           *
      * RC-PERFIL: GRUPOS DO CADPERM (CAD/FAT/REL/ADM) NA DECISAO     *
      * RC-ULT-LOGIN: ULTIMO LOGIN OK NO CADSECLOG VISTO PELO LOTE    *
      * RC-BLOQ-AUTO: S = CONTA BLOQUEADA POR INATIVIDADE PELO LOTE   *
      *----------------------------------------------------------------
       01 REGRECERT.
           03 RC-CHAVE.
               05 RC-TRIMESTRE      PIC 9(05).
               05 RC-OPERADOR       PIC X(08).
           03 RC-DECISAO            PIC X(01).
           03 RC-PERFIL             PIC X(04).
           03 RC-APROVADOR          PIC X(08).
           03 RC-DATA-DECISAO       PIC 9(08).
           03 RC-ULT-LOGIN          PIC 9(08).
           03 RC-BLOQ-AUTO          PIC X(01).
           03 DATA-CADASTRO         PIC 9(08).
