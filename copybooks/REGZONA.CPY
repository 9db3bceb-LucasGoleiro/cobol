      *----------------------------------------------------------------
      * LAYOUT PADRAO DA ZONA DE ATENDIMENTO DOMICILIAR (CADZONA.DAT),*
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * MANTIDA NO SMP090 E CONSULTADA PELO PROGZONA (SMP012 NA       *
      * MARCACAO DA VISITA DOMICILIAR, LOTEFAT NA TAXA DE DESLOC.)    *
      * ZN-TIPO: F=FAIXA DE CEP (ZN-CEP-INI A ZN-CEP-FIM, COM O FIM   *
      *          NA FRENTE DA CHAVE PARA O START ACHAR A FAIXA)       *
      *          B=BAIRRO/CIDADE DO CADCEP (BAIRRO EM BRANCO = CIDADE *
      *          INTEIRA). FAIXA DE CEP VALE ANTES DO BAIRRO          *
      * ZN-TAXA: TAXA DE DESLOCAMENTO FATURADA POR VISITA             *
      * ZN-TEMPO: MINUTOS DE DESLOCAMENTO (CADA SENTIDO), RESERVADOS  *
      *          NA AGENDA ANTES E DEPOIS DA VISITA                   *
      * ZN-ATENDE: S=ATENDE EM DOMICILIO  N=ZONA FORA DA AREA         *
      *----------------------------------------------------------------
       01 REGZONA.
           03 ZN-CHAVE.
               05 ZN-TIPO           PIC X(01).
               05 ZN-ID             PIC X(40).
               05 ZN-FAIXA REDEFINES ZN-ID.
                   07 ZN-CEP-FIM    PIC 9(08).
                   07 ZN-CEP-INI    PIC 9(08).
                   07 FILLER        PIC X(24).
               05 ZN-LOCAL REDEFINES ZN-ID.
                   07 ZN-CIDADE     PIC X(20).
                   07 ZN-BAIRRO     PIC X(20).
           03 ZN-NOME               PIC X(20).
           03 ZN-TAXA               PIC 9(05)V99.
           03 ZN-TEMPO              PIC 9(03).
           03 ZN-ATENDE             PIC X(01).
           03 DATA-CADASTRO         PIC 9(08).

