      * ACUMULA O SALDO - JA ABATIDO DE ESTORNOS FORMAIS       *
      * (CADESTORNO) - NA FAIXA 0-30/31-60/61-90/+90 DO        *
      * CONVENIO, IMPRIMINDO O QUADRO POR CONVENIO COM O NOME  *
      * DO CADCONV. O IR/PIS/COFINS/CSLL RETIDOS NA FONTE      *
      * CONTAM COMO RECEBIDOS (QUITAM A FATURA)                *
      *********************************************************

      *----------------------------------------------------------------
           IF PG-CRM NOT = FT-CRM OR PG-DATA NOT = FT-DATA
              OR PG-HORA NOT = FT-HORA
              GO TO SOMA-PAGAMENTOS-FIM.
      *    O RETIDO NA FONTE PELO CONVENIO TAMBEM QUITA A FATURA
           ADD PG-VALOR PG-RET-IR PG-RET-PIS PG-RET-COFINS
               PG-RET-CSLL TO W-TOTAL-PAGO
           GO TO SOMA-PAGAMENTOS1.
       SOMA-PAGAMENTOS-FIM.
           EXIT.
