      *----------------------------------------------------------------
      * LAYOUT PADRAO DO REGISTRO DE CONSENTIMENTO DE CONTATO         *
      * (CADCONSEN.DAT), COMPARTILHADO POR TODOS OS PROGRAMAS QUE     *
      * ABREM ESSE ARQUIVO. UM REGISTRO POR PESSOA:                   *
      * CS-TIPO P = PACIENTE (CS-IDENT = CPF)                         *
      * CS-TIPO A = AMIGO    (CS-IDENT = APELIDO DO CADAMIGO)         *
      * PARA CADA FINALIDADE (LEMBRETE DE CONSULTA E RECALL/CAMPANHA) *
      * UM S/N POR CANAL: LIGACAO, SMS/WHATSAPP, EMAIL E CARTA.       *
      * PESSOA SEM REGISTRO NAO TEM RESTRICAO; "N" E OPT-OUT.         *
      * CS-DATA/CS-OPERADOR: ULTIMO REGISTRO DA VONTADE (SMP071)      *
      *----------------------------------------------------------------
       01 REGCONSEN.
           03 CS-CHAVE.
               05 CS-TIPO           PIC X(01).
               05 CS-IDENT          PIC X(12).
           03 CS-LEMBRETE.
               05 CS-LEM-FONE       PIC X(01).
               05 CS-LEM-SMS        PIC X(01).
               05 CS-LEM-EMAIL      PIC X(01).
               05 CS-LEM-CARTA      PIC X(01).
           03 CS-CAMPANHA.
               05 CS-CAM-FONE       PIC X(01).
               05 CS-CAM-SMS        PIC X(01).
               05 CS-CAM-EMAIL      PIC X(01).
               05 CS-CAM-CARTA      PIC X(01).
           03 CS-DATA               PIC 9(08).
           03 CS-OPERADOR           PIC X(08).
           03 DATA-CADASTRO         PIC 9(08).
