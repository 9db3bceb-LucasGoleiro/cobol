      *----------------------------------------------------------------
      * LAYOUT PADRAO DO RESUMO ESTATISTICO MENSAL (CADRESUMO.DAT),   *
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * MANTIDO PELO LOTEESTAT (PASSO DA ROTINA NOTURNA) E LIDO PELOS *
      * RELATORIOS NAS COMPETENCIAS FECHADAS (ANTERIORES AO MES ATUAL)*
      * EM VEZ DA VARREDURA DA CADAGENDA/CADFATURA. CADA VALOR CAI NO *
      * MES DO PROPRIO EVENTO: CONTAGENS E ESPERA PELO AG-DATA,       *
      * FATURADO/ESTORNADO PELO FT-DATA, RECEBIDO/RETIDO PELO         *
      * PG-DATA-PAGTO E GLOSADO (PERDA ACEITA, GL-SITUACAO P) PELO    *
      * GL-DATA-REGISTRO. FILIAL E CID DA FATURA VEM DA CONSULTA      *
      * RM-AGENDADAS: TODAS AS CONSULTAS DO MES, QUALQUER STATUS      *
      * RM-VAL-ESTORNADO: ESTORNOS FORMAIS (CADESTORNO) DA FATURA,    *
      *          LIMITADOS AO FT-VALOR                                *
      * RM-ESPERA-QTD/DIAS/MAX: DIAS ENTRE A MARCACAO E A CONSULTA    *
      *          (NAO CANCELADAS), PARA MEDIA E MAXIMO                *
      * REGISTRO DE CONTROLE: RM-COMPET ZERADA, COM A DATA DO ULTIMO  *
      * DIA DO JORNAL PROCESSADO EM RM-DATA-ATU                       *
      *----------------------------------------------------------------
       01 REGRESUMO.
           03 RM-CHAVE.
               05 RM-COMPET         PIC 9(06).
               05 RM-FILIAL         PIC 9(02).
               05 RM-CRM            PIC 9(06).
               05 RM-CODCONV        PIC 9(04).
               05 RM-CID            PIC X(04).
               05 RM-ESPEC          PIC 9(02).
           03 RM-AGENDADAS          PIC 9(06).
           03 RM-ATENDIDAS          PIC 9(06).
           03 RM-CANCELADAS         PIC 9(06).
           03 RM-FALTAS             PIC 9(06).
           03 RM-QTD-FATURAS        PIC 9(06).
           03 RM-VAL-FATURADO       PIC 9(09)V99.
           03 RM-VAL-ESTORNADO      PIC 9(09)V99.
           03 RM-VAL-RECEBIDO       PIC 9(09)V99.
           03 RM-VAL-RETIDO         PIC 9(09)V99.
           03 RM-VAL-GLOSADO        PIC 9(09)V99.
           03 RM-ESPERA-QTD         PIC 9(06).
           03 RM-ESPERA-DIAS        PIC 9(08).
           03 RM-ESPERA-MAX         PIC 9(04).
           03 RM-DATA-ATU           PIC 9(08).
