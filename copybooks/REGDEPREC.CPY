      *----------------------------------------------------------------
      * LAYOUT PADRAO DA DEPRECIACAO MENSAL (CADDEPREC.DAT),          *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * UMA QUOTA POR COMPETENCIA + PLAQUETA, GRAVADA PELO LOTEDEPREC *
      * (LINEAR: VALOR DE AQUISICAO / VIDA UTIL EM MESES, A ULTIMA    *
      * LIMITADA AO SALDO) E SOMADA PELO RELDRE NA LINHA DE           *
      * DEPRECIACAO. CATEGORIA E FILIAL SAO AS DO BEM NO MES          *
      *----------------------------------------------------------------
       01 REGDEPREC.
           03 DP-CHAVE.
               05 DP-COMPET         PIC 9(06).
               05 DP-PLAQUETA       PIC 9(06).
           03 DP-CATEGORIA          PIC 9(02).
           03 DP-FILIAL             PIC 9(02).
           03 DP-VALOR              PIC 9(08)V99.
           03 DP-ACUMULADA          PIC 9(08)V99.
           03 DATA-CADASTRO         PIC 9(08).
