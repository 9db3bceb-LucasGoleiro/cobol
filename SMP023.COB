      * CADAGENDA, COM FORMA D=DINHEIRO C=CARTAO P=PIX) E NO FIM  *
      * DO EXPEDIENTE FECHA: TOTAIS POR FORMA, CONFERENCIA CONTRA *
      * O DINHEIRO CONTADO E RELATORIO DE FECHAMENTO EM CAIXA.TXT *
      * COM O MES CORRENTE FECHADO NA CONTABILIDADE (SMP080) O    *
      * CAIXA NAO ABRE, NAO RECEBE E NAO FECHA. O SINAL DO        *
      * ORCAMENTO PARTICULAR ACEITO (SMP047) ENTRA PELA SESSAO    *
      * COMO SINAL (CADSINAL), NAO COMO RECIBO, E O LOTEFAT O     *
      * ABATE NA FATURA; O SINAL CANCELADO DENTRO DA REGRA        *
      * (SMP015) E DEVOLVIDO AQUI COMO SAIDA DO CAIXA. CADA       *
      * RECIBO GRAVADO VAI PARA O JORNAL (AUDITORIA DO LOTESEQ)   *
      *************************************************************

      *----------------------------------------------------------------
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-AGE.

       SELECT CADSINAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SN-ORCAMENTO
                     ALTERNATE RECORD KEY IS SN-AGENDA WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-SIN.

       SELECT CADORCA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OR-NUMERO
                     FILE STATUS IS ST-ERRO-ORC.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADSINAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINAL.DAT".
           COPY REGSINAL.

       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
           COPY REGORCA.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CAIXA.TXT".
       01 ST-ERRO-RCB    PIC X(02) VALUE "00".
       01 ST-ERRO-AGE    PIC X(02) VALUE "00".
       01 ST-ERRO-REL    PIC X(02) VALUE "00".
       01 ST-ERRO-SIN    PIC X(02) VALUE "00".
       01 ST-ERRO-ORC    PIC X(02) VALUE "00".
       01 W-ORC-ABERTO  PIC X(01) VALUE "N".
       01 W-ESPERADO    PIC S9(08)V99 VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZ.ZZ9,99.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-SESSAO      PIC X(01) VALUE "N".
       01 W-ED1         PIC ZZZ.ZZZ.ZZ9,99.
       01 W-ED2         PIC -ZZZ.ZZZ.ZZ9,99.
       01 W-PER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO PIC X(01) VALUE "N".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.

      *-----------------------------------------------------------------
           05  LINE 04 COLUMN 01 VALUE  "OPERADOR          :".
           05  LINE 05 COLUMN 01 VALUE  "SITUACAO DO CAIXA :".
           05  LINE 07 COLUMN 01
               VALUE "A=ABRE R=RECEBE D=SINAL V=DEVOLVE F=FECHA S=SAI".

       01  TELA-REC.
           05  LINE 09 COLUMN 01 VALUE  "--- RECEBIMENTO ---".
           05  LINE 13 COLUMN 01 VALUE  "FORMA (D/C/P)             :".
           05  LINE 14 COLUMN 01 VALUE  "VALOR RECEBIDO            :".

       01  TELA-SIN.
           05  LINE 09 COLUMN 01 VALUE  "--- SINAL DE ORCAMENTO ---".
           05  LINE 10 COLUMN 01 VALUE  "NUMERO DO ORCAMENTO       :".
           05  LINE 11 COLUMN 01 VALUE  "CONSULTA CRM/DATA/HORA    :".
           05  LINE 12 COLUMN 01 VALUE  "VALOR DO ORCAMENTO        :".
           05  LINE 13 COLUMN 01 VALUE  "FORMA (D/C/P)             :".
           05  LINE 14 COLUMN 01 VALUE  "VALOR DO SINAL            :".

       01  TELA-DEV.
           05  LINE 09 COLUMN 01 VALUE  "--- DEVOLUCAO DE SINAL ---".
           05  LINE 10 COLUMN 01 VALUE  "NUMERO DO ORCAMENTO       :".
           05  LINE 11 COLUMN 01 VALUE  "SINAL RECEBIDO            :".
           05  LINE 12 COLUMN 01 VALUE  "VALOR A DEVOLVER          :".
           05  LINE 13 COLUMN 01 VALUE  "FORMA (D=DINHEIRO P=PIX)  :".

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       R0C.
           OPEN I-O CADSINAL
           IF ST-ERRO-SIN NOT = "00"
              IF ST-ERRO-SIN = "30"
                 OPEN OUTPUT CADSINAL
                 CLOSE CADSINAL
                 OPEN I-O CADSINAL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSINAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADORCA
           IF ST-ERRO-ORC = "00"
              MOVE "S" TO W-ORC-ABERTO.

       R1.
           DISPLAY TELA2
           DISPLAY (03, 21) W-HOJE
              DISPLAY (05, 21) "SEM SESSAO HOJE".

       R2.
           ACCEPT (07, 50) W-OPCAO
           IF W-OPCAO = "S" OR W-OPCAO = "s"
              GO TO ROT-FIM.
      *    A SESSAO E SEMPRE DE HOJE: MES FECHADO NAO MOVIMENTA CAIXA
           MOVE W-HOJE TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "*** MES FECHADO NA CONTABILIDADE (SMP080) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO = "A" OR W-OPCAO = "a"
              GO TO ABRE-CAIXA.
           IF W-OPCAO = "R" OR W-OPCAO = "r"
              GO TO RECEBE.
           IF W-OPCAO = "D" OR W-OPCAO = "d"
              GO TO SINAL.
           IF W-OPCAO = "V" OR W-OPCAO = "v"
              GO TO DEVOLVE.
           IF W-OPCAO = "F" OR W-OPCAO = "f"
              GO TO FECHA-CAIXA.
           GO TO R2.
           MOVE "A" TO CX-SITUACAO
           MOVE ZEROS TO CX-VAL-DINHEIRO CX-VAL-CARTAO CX-VAL-PIX
                         CX-VAL-CONTADO CX-DIFERENCA
                         CX-DEV-DINHEIRO CX-DEV-PIX
           WRITE REGCAIXA
           IF ST-ERRO = "00" OR "02"
              PERFORM JORNAL-CAIXA-W THRU JORNAL-CAIXA-FIM
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRECIBO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "CADRECIBO" TO W-JRN-ARQ
           MOVE "W" TO W-JRN-ACAO
           MOVE REGRECIBO TO W-JRN-REG
           CALL "PROGJORNAL" USING W-JRN-ARQ W-JRN-ACAO W-JRN-REG
           IF RC-FORMA = "D"
              ADD RC-VALOR TO CX-VAL-DINHEIRO.
           IF RC-FORMA = "C"
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ SINAL DO ORCAMENTO ACEITO, PRESO A CONSULTA ]------------
       SINAL.
           IF W-SESSAO = "N" OR CX-SITUACAO NOT = "A"
              MOVE "*** ABRA O CAIXA ANTES DE RECEBER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-ORC-ABERTO = "N"
              MOVE "*** ARQUIVO CADORCA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY TELA-SIN
           MOVE ZEROS TO OR-NUMERO SN-VALOR
           MOVE SPACES TO SN-FORMA.
       SINAL-1.
           ACCEPT (10, 30) OR-NUMERO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           READ CADORCA
           IF ST-ERRO-ORC NOT = "00"
              MOVE "*** ORCAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SINAL-1.
           IF OR-SITUACAO NOT = "C"
              MOVE "* CONVERTA O ORCAMENTO EM CONSULTA (SMP047) *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SINAL-1.
           MOVE OR-NUMERO TO SN-ORCAMENTO
           READ CADSINAL
           IF ST-ERRO-SIN = "00"
              MOVE "*** SINAL JA RECEBIDO PARA ESTE ORCAMENTO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SINAL-1.
           MOVE OR-VALOR-TOTAL TO W-VALOR-ED
           DISPLAY (12, 30) W-VALOR-ED
           MOVE OR-AG-CRM TO AG-CRM
           MOVE OR-AG-DATA TO AG-DATA
           MOVE OR-AG-HORA TO AG-HORA.
      *    A CONSULTA PODE TER SIDO REMARCADA DEPOIS DA CONVERSAO
       SINAL-2.
           DISPLAY (11, 30) AG-CRM
           DISPLAY (11, 37) AG-DATA
           DISPLAY (11, 46) AG-HORA
           ACCEPT (11, 30) AG-CRM WITH UPDATE
           ACCEPT (11, 37) AG-DATA WITH UPDATE
           ACCEPT (11, 46) AG-HORA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SINAL-1.
           READ CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              MOVE "*** CONSULTA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SINAL-2.
           IF AG-CPF NOT = OR-CPF
              MOVE "*** CONSULTA DE OUTRO PACIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SINAL-2.
           IF AG-STATUS = 30 OR AG-STATUS = 40 OR AG-STATUS = 50
              OR AG-FATURADO = "S"
              MOVE "* CONSULTA JA REALIZADA OU CANCELADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SINAL-2.
       SINAL-3.
           ACCEPT (13, 30) SN-FORMA.
           IF SN-FORMA = "d"
              MOVE "D" TO SN-FORMA.
           IF SN-FORMA = "c"
              MOVE "C" TO SN-FORMA.
           IF SN-FORMA = "p"
              MOVE "P" TO SN-FORMA.
           IF SN-FORMA NOT = "D" AND SN-FORMA NOT = "C"
              AND SN-FORMA NOT = "P"
              MOVE "*** FORMA: D=DINHEIRO C=CARTAO P=PIX ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SINAL-3.
       SINAL-4.
           ACCEPT (14, 30) SN-VALOR.
           IF SN-VALOR = ZEROS
              MOVE "*** VALOR DO SINAL OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SINAL-4.
           IF SN-VALOR > OR-VALOR-TOTAL
              MOVE "*** SINAL MAIOR QUE O ORCAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SINAL-4.
       SINAL-WR.
           MOVE OR-NUMERO TO SN-ORCAMENTO
           MOVE AG-CHAVE TO SN-AGENDA
           MOVE AG-CPF TO SN-CPF
           MOVE W-HOJE TO SN-DATA-RECEB
           MOVE W-OPERADOR-LOGADO TO SN-OPERADOR
           MOVE CX-FILIAL TO SN-FILIAL
           MOVE "R" TO SN-SITUACAO
           MOVE ZEROS TO SN-VALOR-DEV SN-DATA-BAIXA
           MOVE W-HOJE TO DATA-CADASTRO OF REGSINAL
           WRITE REGSINAL
           IF ST-ERRO-SIN NOT = "00" AND ST-ERRO-SIN NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSINAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF SN-FORMA = "D"
              ADD SN-VALOR TO CX-VAL-DINHEIRO.
           IF SN-FORMA = "C"
              ADD SN-VALOR TO CX-VAL-CARTAO.
           IF SN-FORMA = "P"
              ADD SN-VALOR TO CX-VAL-PIX.
           REWRITE REGCAIXA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DO CAIXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM JORNAL-CAIXA-R THRU JORNAL-CAIXA-FIM
           MOVE "*** SINAL REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ DEVOLUCAO DO SINAL LIBERADA NO CANCELAMENTO ]------------
       DEVOLVE.
           IF W-SESSAO = "N" OR CX-SITUACAO NOT = "A"
              MOVE "*** ABRA O CAIXA ANTES DE DEVOLVER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY TELA-DEV
           MOVE ZEROS TO SN-ORCAMENTO.
       DEVOLVE-1.
           ACCEPT (10, 30) SN-ORCAMENTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           READ CADSINAL
           IF ST-ERRO-SIN NOT = "00"
              MOVE "*** ORCAMENTO SEM SINAL RECEBIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-1.
           MOVE SN-VALOR TO W-VALOR-ED
           DISPLAY (11, 30) W-VALOR-ED
           IF SN-SITUACAO = "R"
              MOVE "*** CONSULTA NAO CANCELADA: NADA A DEVOLVER ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-1.
           IF SN-SITUACAO = "A"
              MOVE "*** SINAL JA ABATIDO NA FATURA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-1.
           IF SN-SITUACAO = "D"
              MOVE "*** SINAL JA DEVOLVIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-1.
           IF SN-SITUACAO NOT = "V"
              MOVE "* SINAL RETIDO PELA REGRA DE CANCELAMENTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-1.
           MOVE SN-VALOR-DEV TO W-VALOR-ED
           DISPLAY (12, 30) W-VALOR-ED
           MOVE SPACES TO SN-FORMA.
       DEVOLVE-2.
           ACCEPT (13, 30) SN-FORMA.
           IF SN-FORMA = "d"
              MOVE "D" TO SN-FORMA.
           IF SN-FORMA = "p"
              MOVE "P" TO SN-FORMA.
           IF SN-FORMA NOT = "D" AND SN-FORMA NOT = "P"
              MOVE "*** DEVOLUCAO: D=DINHEIRO P=PIX ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEVOLVE-2.
       DEVOLVE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DEVOLVE (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO DEVOLVE-OPC.
           MOVE "D" TO SN-SITUACAO
           MOVE W-HOJE TO SN-DATA-BAIXA
           REWRITE REGSINAL
           IF ST-ERRO-SIN NOT = "00" AND ST-ERRO-SIN NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DO ARQUIVO CADSINAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF SN-FORMA = "D"
              ADD SN-VALOR-DEV TO CX-DEV-DINHEIRO
           ELSE
              ADD SN-VALOR-DEV TO CX-DEV-PIX.
           REWRITE REGCAIXA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ATUALIZACAO DO CAIXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM JORNAL-CAIXA-R THRU JORNAL-CAIXA-FIM
           MOVE "*** SINAL DEVOLVIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ FECHAMENTO COM CONFERENCIA DO DINHEIRO ]-----------------
       FECHA-CAIXA.
           IF W-SESSAO = "N" OR CX-SITUACAO NOT = "A"
           MOVE CX-VAL-PIX TO W-ED1
           DISPLAY (11, 01) "PIX REGISTRADO     :"
           DISPLAY (11, 23) W-ED1
           MOVE CX-DEV-DINHEIRO TO W-ED1
           DISPLAY (12, 01) "SINAL DEVOLVIDO DIN:"
           DISPLAY (12, 23) W-ED1
           DISPLAY (13, 01) "DINHEIRO CONTADO   :".
       FECHA-1.
           ACCEPT (13, 23) CX-VAL-CONTADO
      *    SINAL DEVOLVIDO EM DINHEIRO SAIU DA GAVETA
           COMPUTE W-ESPERADO = CX-VAL-DINHEIRO - CX-DEV-DINHEIRO
           COMPUTE CX-DIFERENCA = CX-VAL-CONTADO - W-ESPERADO
           MOVE CX-DIFERENCA TO W-ED2
           DISPLAY (14, 01) "DIFERENCA          :"
           DISPLAY (14, 23) W-ED2
           STRING "  PIX REGISTRADO.....: " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CX-DEV-DINHEIRO TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  SINAL DEVOLVIDO DIN: " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CX-DEV-PIX TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  SINAL DEVOLVIDO PIX: " W-ED1
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE CX-VAL-CONTADO TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  DINHEIRO CONTADO...: " W-ED1
           CLOSE CADCAIXA.
           CLOSE CADRECIBO.
           CLOSE CADAGENDA.
           CLOSE CADSINAL.
           IF W-ORC-ABERTO = "S"
              CLOSE CADORCA.
           EXIT PROGRAM.

      *------[ ESPELHA A SESSAO DE CAIXA NO JORNAL ]--------------------
