      *----------------------------------------------------------------
      * LAYOUT PADRAO DO SINAL DE ORCAMENTO PARTICULAR (CADSINAL.DAT),*
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UM SINAL POR ORCAMENTO ACEITO (SMP047), RECEBIDO NA SESSAO DE *
      * CAIXA (SMP023) E PRESO A CONSULTA CONVERTIDA (SN-AGENDA, A    *
      * MESMA CHAVE DO CADAGENDA; O SMP017 ACOMPANHA A REMARCACAO).   *
      * SN-SITUACAO: R=RECEBIDO, EM PODER DA CLINICA                  *
      *              A=ABATIDO DA PARCELA DO PACIENTE NO LOTEFAT      *
      *              V=A DEVOLVER (CANCELADA DENTRO DA REGRA DO       *
      *                CADPARAM, SMP015; SN-VALOR-DEV = O QUE VOLTA)  *
      *              D=DEVOLVIDO NO CAIXA (SAIDA DA SESSAO, SMP023)   *
      *              T=RETIDO (CANCELADA FORA DO PRAZO OU FALTA)      *
      * SN-DATA-BAIXA: DATA DO ABATIMENTO, DA DEVOLUCAO OU DA RETENCAO*
      *----------------------------------------------------------------
       01 REGSINAL.
           03 SN-ORCAMENTO          PIC 9(06).
           03 SN-AGENDA.
               05 SN-CRM            PIC 9(06).
               05 SN-DATA           PIC 9(08).
               05 SN-HORA           PIC 9(04).
           03 SN-CPF                PIC 9(11).
           03 SN-VALOR              PIC 9(06)V99.
           03 SN-FORMA              PIC X(01).
           03 SN-DATA-RECEB         PIC 9(08).
           03 SN-OPERADOR           PIC X(08).
           03 SN-FILIAL             PIC 9(02).
           03 SN-SITUACAO           PIC X(01).
           03 SN-VALOR-DEV          PIC 9(06)V99.
           03 SN-DATA-BAIXA         PIC 9(08).
           03 DATA-CADASTRO         PIC 9(08).
