               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGOV               PIC 9(04).
           03 REGCONV-RESTO         PIC X(91).

       FD CADPACI
               LABEL RECORD IS STANDARD
           ADD 1 TO WS-CONT-LIDOS
           MOVE BK-CHAVE TO CODIGOV
           MOVE BK-RESTO TO REGCONV-RESTO
      *    BACKUP ANTERIOR AO REGISTRO ANS E AS RETENCOES: ZERADOS
           IF REGCONV-RESTO (70:22) = SPACES
              MOVE ALL "0" TO REGCONV-RESTO (70:22).
           WRITE REGCONV
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO WS-CONT-GRAV.
              PERFORM ROLL-AGENDA THRU ROLL-AGENDA-FIM
              GO TO ROLL-APLICA-CONTA.
           IF JN-ARQUIVO = "CADFATURA"
              MOVE JN-REGISTRO (1:79) TO REGFATURA
              PERFORM ROLL-FATURA THRU ROLL-FATURA-FIM
              GO TO ROLL-APLICA-CONTA.
           IF JN-ARQUIVO = "CADPAGTO"
              MOVE JN-REGISTRO (1:104) TO REGPAGTO
              PERFORM ROLL-PAGTO THRU ROLL-PAGTO-FIM
              GO TO ROLL-APLICA-CONTA.
           IF JN-ARQUIVO = "CADCAIXA"
              MOVE JN-REGISTRO (1:89) TO REGCAIXA
              PERFORM ROLL-CAIXA THRU ROLL-CAIXA-FIM
              GO TO ROLL-APLICA-CONTA.
           IF JN-ARQUIVO = "CADITEM"
              MOVE JN-REGISTRO (1:50) TO REGITEM
              PERFORM ROLL-ITEM THRU ROLL-ITEM-FIM
              GO TO ROLL-APLICA-CONTA.
           ADD 1 TO WS-IGNORADOS
           EXIT.

       ROLL-FATURA.
      *    JORNAL GRAVADO ANTES DA TAXA DE DESLOCAMENTO: SEM TAXA
           IF FT-TAXA-DESLOC NOT NUMERIC
              MOVE ZEROS TO FT-TAXA-DESLOC.
           IF JN-ACAO = "D"
              DELETE CADFATURA RECORD
              GO TO ROLL-FATURA-FIM.
           EXIT.

       ROLL-PAGTO.
      *    JORNAL GRAVADO ANTES DAS RETENCOES NA FONTE: SEM RETENCAO
           IF PG-RET-IR NOT NUMERIC
              MOVE ZEROS TO PG-VALOR-BRUTO PG-RET-IR PG-RET-PIS
                            PG-RET-COFINS PG-RET-CSLL.
           IF JN-ACAO = "D"
              DELETE CADPAGTO RECORD
              GO TO ROLL-PAGTO-FIM.
           EXIT.

       ROLL-CAIXA.
      *    JORNAL GRAVADO ANTES DAS DEVOLUCOES DE SINAL: SEM DEVOLUCAO
           IF CX-DEV-DINHEIRO NOT NUMERIC OR CX-DEV-PIX NOT NUMERIC
              MOVE ZEROS TO CX-DEV-DINHEIRO CX-DEV-PIX.
           IF JN-ACAO = "D"
              DELETE CADCAIXA RECORD
              GO TO ROLL-CAIXA-FIM.
           EXIT.

       ROLL-ITEM.
      *    JORNAL GRAVADO ANTES DO KIT/CICLO: ITEM SEM RASTREIO
           IF IT-AUTOCLAVE NOT NUMERIC OR IT-CICLO NOT NUMERIC
              MOVE SPACES TO IT-KIT
              MOVE ZEROS TO IT-AUTOCLAVE IT-CICLO.
           IF JN-ACAO = "D"
              DELETE CADITEM RECORD
              GO TO ROLL-ITEM-FIM.
