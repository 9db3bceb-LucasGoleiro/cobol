      * ADIANTAMENTO DE QUINZENA, RETENCAO DE IRRF/ISS, USO DE    *
      * SALA E OUTROS DEBITOS, POR CRM E COMPETENCIA. O CREDITO   *
      * DE REPASSE E LANCADO PELO PROPRIO LOTEREP E O EXTRATO     *
      * MENSAL SAI NO LOTEEXTMED - FIM DA PLANILHA PARALELA. NAO  *
      * ACEITA DATA NEM COMPETENCIA DE MES FECHADO NA             *
      * CONTABILIDADE (SMP080)                                    *
      *************************************************************

      *----------------------------------------------------------------
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-MED    PIC X(02) VALUE "00".
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".

      *-----------------------------------------------------------------

           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE CC-DATA TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT(06, 28) CC-TIPO.
              MOVE "*** COMPETENCIA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           COMPUTE W-PER-DATA = CC-COMPET * 100 + 1
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** COMPETENCIA FECHADA NA CONTABILIDADE ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       INC-OPC.
           MOVE "S" TO W-OPCAO
