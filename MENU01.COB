      * A TRAVA E DO MENU: DENTRO DE UM         *
      * SUBPROGRAMA NAO HA TESTE, MAS O TEMPO   *
      * PARADO LA CONTA E E COBRADO NA PRIMEIRA *
      * TECLA DE VOLTA AO MENU.                 *
      * COM A JANELA DE MANUTENCAO ABERTA       *
      * (CADPARAM "MANUTENCAO" = 1, LIGADO E    *
      * DESLIGADO PELO LOTENOIT) SO O           *
      * ADMINISTRADOR ENTRA; OS DEMAIS SAO      *
      * RECUSADOS COM A HORA PREVISTA DE FIM    *
      * (CADPARAM "MANUTFIM" HHMM, PADRAO 0600) *
      * E A SESSAO JA ABERTA E AVISADA E        *
      * TRAVADA NA PRIMEIRA TECLA DO MENU ATE A *
      * JANELA FECHAR                           *
      *******************************************

      *----------------------------------------------------------------
       01 W-MIN-ULT     PIC 9(05) VALUE ZEROS.
       01 W-DIF-MIN     PIC S9(05) VALUE ZEROS.
       01 W-TRAVA-SENHA PIC X(08) VALUE SPACES.
       01 W-SAIR        PIC X(01) VALUE "N".
       01 W-MANUT       PIC X(01) VALUE "N".
       01 W-MANUT-FIM   PIC 9(04) VALUE 0600.
       01 W-MANUT-FIM-R REDEFINES W-MANUT-FIM.
           03 W-MF-HH    PIC 9(02).
           03 W-MF-MM    PIC 9(02).

      *-----------------------------------------------------------------

           05 LINE 13 COLUMN 05 VALUE "B - MOVIMENTO DA AGENDA".
           05 LINE 14 COLUMN 05 VALUE "C - FINANCEIRO".
           05 LINE 15 COLUMN 05 VALUE "D - UTILITARIOS".
           05 LINE 16 COLUMN 05 VALUE "E - CADASTROS AUXILIARES II".
           05 LINE 17 COLUMN 05 VALUE "0 - SAIR".
           05 LINE 18 COLUMN 05 VALUE "OPCAO : ".

       01  TELA-AUX.
           05  BLANK SCREEN.
           05 LINE 22 COLUMN 05 VALUE "0 - VOLTAR".
           05 LINE 23 COLUMN 05 VALUE "OPCAO : ".

       01  TELA-AUX2.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
               VALUE "*** CADASTROS AUXILIARES II ***".
           05 LINE 03 COLUMN 05 VALUE "1 - CONTRAINDICACOES ALERGIA".
           05 LINE 04 COLUMN 05 VALUE "2 - PROTOCOLOS DE CRONICOS".
           05 LINE 05 COLUMN 05 VALUE "3 - CICLOS DE ESTERILIZACAO".
           05 LINE 06 COLUMN 05 VALUE "4 - RECURSOS AGENDAVEIS".
           05 LINE 07 COLUMN 05 VALUE "5 - MOTIVOS DE CANCELAMENTO".
           05 LINE 08 COLUMN 05 VALUE "6 - CONSENTIMENTO DE CONTATO".
           05 LINE 09 COLUMN 05 VALUE "7 - CANAIS DE CAPTACAO".
           05 LINE 10 COLUMN 05 VALUE "8 - MEDICOS INDICADORES".
           05 LINE 11 COLUMN 05 VALUE "9 - CREDENCIAMENTO MED/CONV".
           05 LINE 12 COLUMN 05 VALUE "A - DOCUMENTOS DOS MEDICOS".
           05 LINE 13 COLUMN 05 VALUE "B - LIMITES DE FREQUENCIA".
           05 LINE 14 COLUMN 05 VALUE "C - PEDIDOS DE COMPRA".
           05 LINE 15 COLUMN 05 VALUE "D - TRANSFERENCIA ENTRE FILIAIS".
           05 LINE 16 COLUMN 05 VALUE "E - MULTAS DE TRANSITO".
           05 LINE 17 COLUMN 05 VALUE "F - ZONAS DE ATENDIMENTO (CEP)".
           05 LINE 22 COLUMN 05 VALUE "0 - VOLTAR".
           05 LINE 23 COLUMN 05 VALUE "OPCAO : ".

       01  TELA-FIN.
           05  BLANK SCREEN.
           05 LINE 01 COLUMN 05
           05 LINE 10 COLUMN 05 VALUE "8 - ESTORNO DE FATURA".
           05 LINE 11 COLUMN 05 VALUE "9 - ORCAMENTO PARTICULAR".
           05 LINE 12 COLUMN 05 VALUE "A - CONTA-CORRENTE DO MEDICO".
           05 LINE 13 COLUMN 05 VALUE "B - PLANO DE CONTAS".
           05 LINE 14 COLUMN 05 VALUE "C - MAPEAMENTO CONTABIL".
           05 LINE 15 COLUMN 05 VALUE "D - ORCAMENTO DE DESPESAS".
           05 LINE 16 COLUMN 05 VALUE "E - PATRIMONIO".
           05 LINE 17 COLUMN 05 VALUE "F - FUNDO FIXO (CAIXINHA)".
           05 LINE 18 COLUMN 05 VALUE "G - VALES DO FUNDO FIXO".
           05 LINE 19 COLUMN 05 VALUE "H - CARTAO DE DESCONTO".
           05 LINE 20 COLUMN 05 VALUE "I - LACUNAS DE NUMERACAO".
           05 LINE 21 COLUMN 05 VALUE "0 - VOLTAR".
           05 LINE 22 COLUMN 05 VALUE "OPCAO : ".

       01  TELA-UTI.
           05  BLANK SCREEN.
           05 LINE 07 COLUMN 05 VALUE "5 - PERFIS DE ACESSO".
           05 LINE 08 COLUMN 05 VALUE "6 - PAINEL DE OPERACOES".
           05 LINE 09 COLUMN 05 VALUE "7 - LIBERACAO DE OPERACOES".
           05 LINE 10 COLUMN 05 VALUE "8 - FECHAMENTO DE PERIODO".
           05 LINE 11 COLUMN 05 VALUE "9 - RECERTIFICACAO DE ACESSOS".
           05 LINE 12 COLUMN 05 VALUE "0 - VOLTAR".
           05 LINE 13 COLUMN 05 VALUE "OPCAO : ".

       01  TELA-AGE.
           05  BLANK SCREEN.
           05 LINE 10 COLUMN 05 VALUE "8 - DOSES DE VACINA".
           05 LINE 11 COLUMN 05 VALUE "9 - TRIAGEM/SINAIS VITAIS".
           05 LINE 11 COLUMN 35 VALUE "A - PESQUISA SATISFACAO".
           05 LINE 12 COLUMN 35 VALUE "B - EVOLUCAO CLINICA".
           05 LINE 13 COLUMN 35 VALUE "C - ATESTADOS".
           05 LINE 14 COLUMN 35 VALUE "D - TERMOS DE CONSENTIMENTO".
           05 LINE 15 COLUMN 35 VALUE "E - OUVIDORIA (RECLAMACOES)".
           05 LINE 12 COLUMN 05 VALUE "0 - VOLTAR".
           05 LINE 13 COLUMN 05 VALUE "OPCAO : ".

       LOGIN-PERF.
           OPEN INPUT CADPERM
           IF ST-ERRO-PRM NOT = "00"
              GO TO LOGIN-MANUT.
           MOVE W-OPERADOR-LOGADO TO PM-OPERADOR
           READ CADPERM
           IF ST-ERRO-PRM = "00"
              MOVE "N" TO W-ACESSO-ADM.
           CLOSE CADPERM.

      *------[ JANELA DE MANUTENCAO: SO ADMINISTRADOR ENTRA ]-----------
       LOGIN-MANUT.
           IF W-ACESSO-ADM = "S" OR W-ACESSO-ADM = "s"
              GO TO R0-TIMEOUT.
           PERFORM LE-MANUT THRU LE-MANUT-FIM
           IF W-MANUT = "N"
              GO TO R0-TIMEOUT.
           MOVE "N" TO W-LOG-EVENTO
           MOVE "LOGIN EM MANUTENCAO" TO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE
           MOVE SPACES TO MENS
           STRING "* SISTEMA EM MANUTENCAO ATE AS " W-MF-HH ":"
                  W-MF-MM " *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE SPACES TO W-OPERADOR-LOGADO
           MOVE ZEROS TO W-FILIAL-LOGADA
           GO TO LOGIN-0.

      *------[ LIMITE DE INATIVIDADE PARAMETRIZADO ]--------------------
       R0-TIMEOUT.
           OPEN INPUT CADPARAM
           DISPLAY TELA-MENU.

       R1.
           ACCEPT (18, 14) W-OPCAO
           PERFORM TESTA-INATIVIDADE THRU TESTA-INATIVIDADE-FIM.
           IF W-SAIR = "S"
              GO TO ROT-FIM.
           MOVE "O" TO W-LOG-EVENTO
           MOVE SPACES TO W-LOG-DETALHE
           STRING "OPCAO " W-OPCAO DELIMITED BY SIZE
                 GO TO R0
              END-IF
              GO TO R0-UTI.
           IF W-OPCAO = "E" OR W-OPCAO = "e"
              PERFORM NEGA-TESTE-CAD THRU NEGA-TESTE-FIM
              IF W-LOG-EVENTO = "N"
                 GO TO R0
              END-IF
              GO TO R0-AUX2.
           IF W-OPCAO = "0"
              GO TO ROT-FIM.

       R1-AUX.
           ACCEPT (23, 14) W-OPCAO
           PERFORM TESTA-INATIVIDADE THRU TESTA-INATIVIDADE-FIM.
           IF W-SAIR = "S"
              GO TO ROT-FIM.

           IF W-OPCAO = "1"
              CALL "SMP006"
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-AUX.

       R0-AUX2.
           DISPLAY TELA-AUX2.

       R1-AUX2.
           ACCEPT (23, 14) W-OPCAO
           PERFORM TESTA-INATIVIDADE THRU TESTA-INATIVIDADE-FIM.
           IF W-SAIR = "S"
              GO TO ROT-FIM.

           IF W-OPCAO = "1"
              CALL "SMP065"
              GO TO R0-AUX2.
           IF W-OPCAO = "2"
              CALL "SMP066"
              GO TO R0-AUX2.
           IF W-OPCAO = "3"
              CALL "SMP068"
              GO TO R0-AUX2.
           IF W-OPCAO = "4"
              CALL "SMP069"
              GO TO R0-AUX2.
           IF W-OPCAO = "5"
              CALL "SMP070"
              GO TO R0-AUX2.
           IF W-OPCAO = "6"
              CALL "SMP071"
              GO TO R0-AUX2.
           IF W-OPCAO = "7"
              CALL "SMP072"
              GO TO R0-AUX2.
           IF W-OPCAO = "8"
              CALL "SMP073"
              GO TO R0-AUX2.
           IF W-OPCAO = "9"
              CALL "SMP075"
              GO TO R0-AUX2.
           IF W-OPCAO = "A" OR W-OPCAO = "a"
              CALL "SMP076"
              GO TO R0-AUX2.
           IF W-OPCAO = "B" OR W-OPCAO = "b"
              CALL "SMP077"
              GO TO R0-AUX2.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              CALL "SMP087"
              GO TO R0-AUX2.
           IF W-OPCAO = "D" OR W-OPCAO = "d"
              CALL "SMP088"
              GO TO R0-AUX2.
           IF W-OPCAO = "E" OR W-OPCAO = "e"
              CALL "SMP089"
              GO TO R0-AUX2.
           IF W-OPCAO = "F" OR W-OPCAO = "f"
              CALL "SMP090"
              GO TO R0-AUX2.
           IF W-OPCAO = "0"
              GO TO R0.

           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1-AUX2.

       R0-AGE.
           DISPLAY TELA-AGE.

       R1-AGE.
           ACCEPT (13, 14) W-OPCAO
           PERFORM TESTA-INATIVIDADE THRU TESTA-INATIVIDADE-FIM.
           IF W-SAIR = "S"
              GO TO ROT-FIM.

           IF W-OPCAO = "1"
              CALL "SMP015"
           IF W-OPCAO = "A" OR W-OPCAO = "a"
              CALL "SMP055"
              GO TO R0-AGE.
           IF W-OPCAO = "B" OR W-OPCAO = "b"
              CALL "SMP063"
              GO TO R0-AGE.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              CALL "SMP064"
              GO TO R0-AGE.
           IF W-OPCAO = "D" OR W-OPCAO = "d"
              CALL "SMP067"
              GO TO R0-AGE.
           IF W-OPCAO = "E" OR W-OPCAO = "e"
              CALL "SMP074"
              GO TO R0-AGE.
           IF W-OPCAO = "0"
              GO TO R0.

           DISPLAY TELA-FIN.

       R1-FIN.
           ACCEPT (22, 14) W-OPCAO
           PERFORM TESTA-INATIVIDADE THRU TESTA-INATIVIDADE-FIM.
           IF W-SAIR = "S"
              GO TO ROT-FIM.

           IF W-OPCAO = "1"
              CALL "SMP018"
           IF W-OPCAO = "A" OR W-OPCAO = "a"
              CALL "SMP048"
              GO TO R0-FIN.
           IF W-OPCAO = "B" OR W-OPCAO = "b"
              CALL "SMP078"
              GO TO R0-FIN.
           IF W-OPCAO = "C" OR W-OPCAO = "c"
              CALL "SMP079"
              GO TO R0-FIN.
           IF W-OPCAO = "D" OR W-OPCAO = "d"
              CALL "SMP081"
              GO TO R0-FIN.
           IF W-OPCAO = "E" OR W-OPCAO = "e"
              CALL "SMP082"
              GO TO R0-FIN.
           IF W-OPCAO = "F" OR W-OPCAO = "f"
              CALL "SMP083"
              GO TO R0-FIN.
           IF W-OPCAO = "G" OR W-OPCAO = "g"
              CALL "SMP084"
              GO TO R0-FIN.
           IF W-OPCAO = "H" OR W-OPCAO = "h"
              CALL "SMP085"
              GO TO R0-FIN.
           IF W-OPCAO = "I" OR W-OPCAO = "i"
              CALL "SMP086"
              GO TO R0-FIN.
           IF W-OPCAO = "0"
              GO TO R0.

           DISPLAY TELA-UTI.

       R1-UTI.
           ACCEPT (13, 14) W-OPCAO
           PERFORM TESTA-INATIVIDADE THRU TESTA-INATIVIDADE-FIM.
           IF W-SAIR = "S"
              GO TO ROT-FIM.

           IF W-OPCAO = "1"
              CALL "SMP024"
           IF W-OPCAO = "7"
              CALL "SMP056"
              GO TO R0-UTI.
           IF W-OPCAO = "8"
              CALL "SMP080"
              GO TO R0-UTI.
           IF W-OPCAO = "9"
              CALL "SMP091"
              GO TO R0-UTI.
           IF W-OPCAO = "0"
              GO TO R0.

      * TECLA DE VOLTA                                *
      *************************************************
       TESTA-INATIVIDADE.
           IF W-OPE-ABERTO = "N" OR W-ACESSO-ADM = "S"
              OR W-ACESSO-ADM = "s"
              GO TO TESTA-INATIVIDADE-TEMPO.
           PERFORM LE-MANUT THRU LE-MANUT-FIM
           IF W-MANUT = "S"
              GO TO TRAVA-MANUT.
       TESTA-INATIVIDADE-TEMPO.
           ACCEPT W-AGORA-T FROM TIME
           DIVIDE W-AGORA-T BY 100 GIVING W-HHMMSS
           COMPUTE W-MIN-AGORA = (W-T-HH * 60) + W-T-MM
           MOVE "SESSAO DESBLOQUEADA" TO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE.
           GO TO TESTA-INATIVIDADE-ATIV.

      *------[ JANELA DE MANUTENCAO ABERTA COM A SESSAO EM USO ]--------
      *    AVISA E TRAVA; SO DESTRAVA COM A SENHA DO OPERADOR DEPOIS
      *    QUE O LOTENOIT BAIXA A MARCA. SENHA EM BRANCO SAI DO MENU
       TRAVA-MANUT.
           MOVE SPACES TO MENS
           STRING "* MANUTENCAO ATE AS " W-MF-HH ":" W-MF-MM
                  " - SESSAO SERA TRAVADA *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "B" TO W-LOG-EVENTO
           MOVE "TRAVA MANUTENCAO" TO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE.
       TRAVA-MANUT1.
           DISPLAY (22, 05)
                "SISTEMA EM MANUTENCAO - SENHA PARA VOLTAR: "
           MOVE SPACES TO W-TRAVA-SENHA
           ACCEPT (22, 49) W-TRAVA-SENHA
           IF W-TRAVA-SENHA = SPACES
              MOVE "S" TO W-SAIR
              GO TO TESTA-INATIVIDADE-FIM.
           CALL "PROGSENHA" USING W-TRAVA-SENHA
           OPEN INPUT CADOPER
           MOVE W-OPERADOR-LOGADO TO OPERADOR
           READ CADOPER
           CLOSE CADOPER
           IF ST-ERRO-OPE NOT = "00" OR SENHA NOT = W-TRAVA-SENHA
              MOVE "F" TO W-LOG-EVENTO
              MOVE "SENHA NO DESBLOQUEIO" TO W-LOG-DETALHE
              CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                      W-LOG-DETALHE
              MOVE "*** SENHA INCORRETA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRAVA-MANUT1.
           PERFORM LE-MANUT THRU LE-MANUT-FIM
           IF W-MANUT = "S"
              MOVE SPACES TO MENS
              STRING "* AINDA EM MANUTENCAO ATE AS " W-MF-HH ":"
                     W-MF-MM " *" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TRAVA-MANUT1.
           DISPLAY (22, 05)
                "                                                  "
           MOVE "D" TO W-LOG-EVENTO
           MOVE "SESSAO DESBLOQUEADA" TO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE.
       TESTA-INATIVIDADE-ATIV.
           ACCEPT W-AGORA-T FROM TIME
           DIVIDE W-AGORA-T BY 100 GIVING W-ULT-ATIV.
       TESTA-INATIVIDADE-FIM.
           EXIT.

      *------[ MARCA E HORA PREVISTA DE FIM DA MANUTENCAO ]-------------
       LE-MANUT.
           MOVE "N" TO W-MANUT
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR NOT = "00"
              GO TO LE-MANUT-FIM.
           MOVE "MANUTENCAO" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00" AND PA-VALOR > ZEROS
              MOVE "S" TO W-MANUT.
           MOVE "MANUTFIM" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00"
              IF PA-VALOR > ZEROS AND PA-VALOR < 2400
                 MOVE PA-VALOR TO W-MANUT-FIM
              END-IF
           END-IF
           CLOSE CADPARAM.
       LE-MANUT-FIM.
           EXIT.

      *------[ RECUSA E REGISTRA OPCAO FORA DO PERFIL ]-----------------
       NEGA-TESTE-CAD.
           IF W-ACESSO-CAD = "S" OR W-ACESSO-CAD = "s"
