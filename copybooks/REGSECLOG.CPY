      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * SL-EVENTO: E=LOGIN OK  F=LOGIN FALHO  O=OPCAO DE MENU         *
      *            S=SAIDA DO SISTEMA  N=ACESSO NEGADO                *
      *            L=DOSSIE LGPD EMITIDO (RELLGPD)                    *
      *            I=CONTA BLOQUEADA POR INATIVIDADE (LOTERECERT)     *
      *----------------------------------------------------------------
       01 REGSECLOG.
           03 SL-CHAVE.
