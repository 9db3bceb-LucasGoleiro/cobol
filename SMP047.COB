      * AUTORIZADO E IMPRIME COM VALIDADE VIA PROGSPOOL. O        *
      * ORCAMENTO ACEITO E CONVERTIDO DAQUI MESMO EM              *
      * AGENDAMENTO (CADAGENDA) COM OS ITENS (CADITEM), SEM       *
      * REDIGITAR NADA. A CONSULTA GERADA FICA NO ORCAMENTO       *
      * (OR-AGENDA) PARA O SINAL RECEBIDO NO CAIXA (SMP023)       *
      *************************************************************

      *----------------------------------------------------------------

       R1.
           MOVE ZEROS TO OR-NUMERO OR-CPF OR-VALIDADE OR-DESCONTO-PCT
                         OR-VALOR-TOTAL W-SOMA OR-AGENDA
           MOVE "A" TO OR-SITUACAO
           DISPLAY TELA2.

           MOVE AG-HORA TO IT-HORA
           MOVE OI-SEQ TO IT-SEQ
           MOVE OI-PROCEDIMENTO TO IT-PROCEDIMENTO
           MOVE SPACES TO IT-KIT
           MOVE ZEROS TO IT-AUTOCLAVE IT-CICLO
           ACCEPT DATA-CADASTRO OF REGITEM FROM DATE YYYYMMDD
           WRITE REGITEM
           IF ST-ERRO-ITE NOT = "00" AND ST-ERRO-ITE NOT = "02"

       CONV-4.
           MOVE "C" TO OR-SITUACAO
           MOVE AG-CHAVE TO OR-AGENDA
           REWRITE REGORCA
           MOVE "*** ORCAMENTO CONVERTIDO EM AGENDAMENTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "* SINAL: RECEBA NO CAIXA (SMP023, OPCAO D) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONV-FIM.
           CLOSE CADAGENDA
