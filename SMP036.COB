      * CADASTRO DE MEDICAMENTOS (CADFARM): CODIGO, NOME,          *
      * APRESENTACAO (COMPRIMIDO, XAROPE, AMPOLA...) E FLAG DE     *
      * ATIVO. O RECEITUARIO (SMP037) VALIDA O MEDICAMENTO         *
      * CONTRA ESTE CADASTRO E PUXA O NOME PADRONIZADO. A CLASSE   *
      * TERAPEUTICA LIGA O MEDICAMENTO AS CONTRAINDICACOES POR     *
      * CLASSE DO CADCONTRA (SMP065). A LISTA DA PORTARIA 344      *
      * MARCA O MEDICAMENTO CONTROLADO, QUE O SMP037 PRESCREVE     *
      * NA RECEITA DE CONTROLE ESPECIAL NUMERADA                   *
      *************************************************************

      *----------------------------------------------------------------
           05  LINE 04 COLUMN 01 VALUE  "NOME                     :".
           05  LINE 05 COLUMN 01 VALUE  "APRESENTACAO             :".
           05  LINE 06 COLUMN 01 VALUE  "ATIVO (S/N)              :".
           05  LINE 07 COLUMN 01 VALUE  "CLASSE TERAPEUT.(0=SEM)  :".
           05  LINE 08 COLUMN 01 VALUE  "LISTA PORT.344 (A1..C5)  :".

      *-----------------------------------------------------------------

                 NEXT SENTENCE.

       R1.
           MOVE ZEROS TO FM-CODIGO W-SEL DATA-CADASTRO FM-CLASSE
           MOVE SPACES TO FM-NOME FM-APRESENT FM-LISTA
           MOVE "S" TO FM-ATIVO
           DISPLAY TELA2.

                 DISPLAY (04, 28) FM-NOME
                 DISPLAY (05, 28) FM-APRESENT
                 DISPLAY (06, 28) FM-ATIVO
                 DISPLAY (07, 28) FM-CLASSE
                 DISPLAY (08, 28) FM-LISTA
                 MOVE "*** MEDICAMENTO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT(07, 28) FM-CLASSE WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

       R7.
           ACCEPT(08, 28) FM-LISTA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF FM-LISTA NOT = SPACES
              AND FM-LISTA NOT = "A1" AND FM-LISTA NOT = "A2"
              AND FM-LISTA NOT = "A3" AND FM-LISTA NOT = "B1"
              AND FM-LISTA NOT = "B2" AND FM-LISTA NOT = "C1"
              AND FM-LISTA NOT = "C2" AND FM-LISTA NOT = "C3"
              AND FM-LISTA NOT = "C4" AND FM-LISTA NOT = "C5"
              MOVE "* LISTA INVALIDA: A1 A2 A3 B1 B2 C1 A C5 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF W-SEL = 1
              GO TO ALT-OPC.

