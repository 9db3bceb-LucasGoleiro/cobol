      * (HEADER COM O CNPJ DO CADCONV, DETALHE POR CONSULTA,   *
      * TRAILER COM TOTAIS), GRAVA O LOTE EM CADLOTE, CONGELA  *
      * AS FATURAS (FT-FECHADO = "S") E EMITE O RESUMO DE CAPA *
      * O LOTE NASCE SEM CRITICA: ANTES DO ARQUIVO DE COBRANCA *
      * (LOTEENVIO) PASSA PELA CRITICA PRE-ENVIO (LOTECRIT).   *
      * COMPETENCIA FECHADA NA CONTABILIDADE (SMP080) NAO E    *
      * PROCESSADA (CODIGO 4)                                  *
      *********************************************************

      *----------------------------------------------------------------
       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
           COPY REGLOTE.

       FD CADPARAM
               LABEL RECORD IS STANDARD
       01 W-QTD-CONV       PIC 9(03) VALUE ZEROS.
       01 W-TOT-LOTES      PIC 9(03) VALUE ZEROS.
       01 W-ED1            PIC ZZZ.ZZZ.ZZ9,99.
       01 W-PER-DATA       PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO    PIC X(01) VALUE "N".

       01 TAB-CONV.
           03 TA-CONV PIC 9(04) OCCURS 100 TIMES.
       INICIO-1.
           IF W-COMPET = ZEROS
              DISPLAY "COMPETENCIA OBRIGATORIA"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
      *    COMPETENCIA FECHADA NA CONTABILIDADE NAO CONGELA MAIS NADA
           COMPUTE W-PER-DATA = W-COMPET * 100 + 1
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              DISPLAY "COMPETENCIA " W-COMPET
                      " FECHADA NA CONTABILIDADE (SMP080)"
              MOVE 4 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN I-O CADFATURA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATURA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV: "
                      ST-ERRO-CNV
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN I-O CADLOTE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOTE: "
                         ST-ERRO-LOT
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.

           OPEN I-O CADPARAM
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARAM: "
                         ST-ERRO-PAR
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.

      *    SAIDA CARIMBADA COM DATA/SEQUENCIA E CATALOGADA NO SPOOL
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           MOVE W-QTD-DET TO LT-QTD
           MOVE W-VAL-DET TO LT-VALOR
           MOVE W-HOJE TO DATA-CADASTRO OF REGLOTE
           MOVE ZEROS TO LT-CRIT-DATA LT-CRIT-ERROS LT-CRIT-AVISOS
           MOVE SPACES TO LT-CRIT-OPER
           WRITE REGLOTE
           IF ST-ERRO-LOT NOT = "00" AND ST-ERRO-LOT NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CADLOTE: " ST-ERRO-LOT.
           CLOSE CADPARAM.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
