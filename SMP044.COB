      *************************************************************
      * CADASTRO DE FORNECEDORES (CADFORN): CREDORES DO CONTAS A  *
      * PAGAR - ALUGUEL, LABORATORIO, ADQUIRENTE, MATERIAL. OS    *
      * TITULOS SAO LANCADOS NO SMP045 E COBRADOS NO RELPAGAR.    *
      * GUARDA TAMBEM A CONTA BANCARIA E A CHAVE PIX USADAS NA    *
      * REMESSA DE PAGAMENTOS AO BANCO (LOTEPAGTO)                *
      *************************************************************

      *----------------------------------------------------------------
           05  LINE 05 COLUMN 01 VALUE  "CNPJ                     :".
           05  LINE 06 COLUMN 01 VALUE  "TELEFONE                 :".
           05  LINE 07 COLUMN 01 VALUE  "ATIVO (S/N)              :".
           05  LINE 08 COLUMN 01 VALUE  "BANCO (COMPENSACAO)      :".
           05  LINE 09 COLUMN 01 VALUE  "AGENCIA / DV             :".
           05  LINE 09 COLUMN 33 VALUE  "-".
           05  LINE 10 COLUMN 01 VALUE  "CONTA / DV               :".
           05  LINE 10 COLUMN 40 VALUE  "-".
           05  LINE 11 COLUMN 01 VALUE  "TIPO DA CHAVE PIX (0-4)  :".
           05  LINE 11 COLUMN 31
               VALUE "0=SEM 1=FONE 2=EMAIL 3=CPF/CNPJ 4=ALEATORIA".
           05  LINE 12 COLUMN 01 VALUE  "CHAVE PIX                :".

      *-----------------------------------------------------------------


       R1.
           MOVE ZEROS TO FO-CODIGO FO-CNPJ FO-TELEFONE W-SEL
                         DATA-CADASTRO FO-BANCO FO-AGENCIA FO-CONTA
                         FO-PIX-TIPO
           MOVE SPACES TO FO-NOME FO-AGENCIA-DV FO-CONTA-DV FO-PIX
           MOVE "S" TO FO-ATIVO
           DISPLAY TELA2.

                 DISPLAY (05, 28) FO-CNPJ
                 DISPLAY (06, 28) FO-TELEFONE
                 DISPLAY (07, 28) FO-ATIVO
                 PERFORM MOSTRA-BANCO THRU MOSTRA-BANCO-FIM
                 MOVE "*** FORNECEDOR JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

      *------[ CONTA BANCARIA E CHAVE PIX PARA A REMESSA ]--------------
       R7.
           ACCEPT(08, 28) FO-BANCO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

       R8.
           ACCEPT(09, 28) FO-AGENCIA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           ACCEPT(09, 34) FO-AGENCIA-DV WITH UPDATE.

       R9.
           ACCEPT(10, 28) FO-CONTA WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           ACCEPT(10, 41) FO-CONTA-DV WITH UPDATE.
           IF FO-BANCO NOT = ZEROS
              IF FO-AGENCIA = ZEROS OR FO-CONTA = ZEROS
                 MOVE "*** INFORME AGENCIA E CONTA DO BANCO ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R8.

       R10.
           ACCEPT(11, 28) FO-PIX-TIPO WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF FO-PIX-TIPO > 4
              MOVE "*** TIPO DA CHAVE PIX DE 0 A 4 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           IF FO-PIX-TIPO = ZEROS
              MOVE SPACES TO FO-PIX
              DISPLAY (12, 28) FO-PIX
              GO TO R12.

       R11.
           ACCEPT(12, 28) FO-PIX WITH UPDATE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF FO-PIX = SPACES
              MOVE "*** CHAVE PIX OBRIGATORIA PARA O TIPO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

       R12.
           IF W-SEL = 1
              GO TO ALT-OPC.

           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ DADOS BANCARIOS DO FORNECEDOR LIDO ]---------------------
       MOSTRA-BANCO.
           IF FO-BANCO NOT NUMERIC
              MOVE ZEROS TO FO-BANCO FO-AGENCIA FO-CONTA FO-PIX-TIPO
              MOVE SPACES TO FO-AGENCIA-DV FO-CONTA-DV FO-PIX.
           DISPLAY (08, 28) FO-BANCO
           DISPLAY (09, 28) FO-AGENCIA
           DISPLAY (09, 34) FO-AGENCIA-DV
           DISPLAY (10, 28) FO-CONTA
           DISPLAY (10, 41) FO-CONTA-DV
           DISPLAY (11, 28) FO-PIX-TIPO
           DISPLAY (12, 28) FO-PIX.
       MOSTRA-BANCO-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADFORN.
           EXIT PROGRAM.
