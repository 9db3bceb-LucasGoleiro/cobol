      * DESCRICAO PADRAO E FLAG DE ATIVO. O SMP008 VALIDA O        *
      * PR-PROCEDIMENTO CONTRA ESTE CATALOGO E PUXA A DESCRICAO,   *
      * ACABANDO COM O MESMO EXAME DIGITADO DIFERENTE POR CONVENIO *
      * EXIGE TCLE = S: O ITEM SO E FATURADO COM O TERMO DE        *
      * CONSENTIMENTO REGISTRADO NO SMP067 (CADTCLE)               *
      *************************************************************

      *----------------------------------------------------------------
           05  LINE 05 COLUMN 01 VALUE  "ATIVO (S/N)     :".
           05  LINE 06 COLUMN 01 VALUE  "EXAME (S/N)     :".
           05  LINE 07 COLUMN 01 VALUE  "GRUPO CARENCIA  :".
           05  LINE 08 COLUMN 01 VALUE  "EXIGE TCLE (S/N):".

      *-----------------------------------------------------------------

           MOVE SPACES TO PC-DESCRICAO PC-ATIVO
           MOVE "N" TO PC-EXAME
           MOVE 01 TO PC-GRUPO
           MOVE "N" TO PC-TCLE
           DISPLAY TELA2.

       R2.
                 DISPLAY(05, 19) PC-ATIVO
                 DISPLAY(06, 19) PC-EXAME
                 DISPLAY(07, 19) PC-GRUPO
                 DISPLAY(08, 19) PC-TCLE
                 MOVE "*** PROCEDIMENTO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
           ACCEPT(07, 19) PC-GRUPO WITH UPDATE.
           IF PC-GRUPO = ZEROS
              MOVE 01 TO PC-GRUPO.

      *------[ CONSENTIMENTO (TCLE) EXIGIDO ANTES DE FATURAR ]----------
       R5B.
           ACCEPT(08, 19) PC-TCLE WITH UPDATE.
           IF PC-TCLE = "s"
              MOVE "S" TO PC-TCLE.
           IF PC-TCLE = "n" OR PC-TCLE = SPACE
              MOVE "N" TO PC-TCLE.
           IF PC-TCLE NOT = "S" AND PC-TCLE NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5B.
           IF W-SEL = 1
              GO TO ALT-OPC.
       INC-OPC.
           MOVE "S" TO PC-ATIVO
           MOVE "N" TO PC-EXAME
           MOVE 01 TO PC-GRUPO
           MOVE "N" TO PC-TCLE
           ACCEPT DATA-CADASTRO FROM DATE YYYYMMDD
           WRITE REGPROC
           CLOSE CADPROC.
