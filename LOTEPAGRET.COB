       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEPAGRET.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * IMPORTACAO DO RETORNO DE PAGAMENTOS DO BANCO (CNAB     *
      * 240) DAS REMESSAS GERADAS PELO LOTEPAGTO: CADA         *
      * SEGMENTO A VOLTA COM A AP-CHAVE DO TITULO NO "SEU      *
      * NUMERO" E AS OCORRENCIAS NAS POSICOES 231-240.         *
      * OCORRENCIA 00 (PAGAMENTO EFETUADO) BAIXA O TITULO NO   *
      * CADPAGAR (AP-PAGO E AP-DATA-PAGTO PELA DATA REAL DO    *
      * PAGAMENTO); BD (PAGAMENTO AGENDADO) SO E CONTADA; AS   *
      * DEMAIS SAO REJEICAO DO BANCO: ZERA A AP-REMESSA PARA O *
      * TITULO SAIR NA PROXIMA REMESSA E VAI PARA O RELATORIO  *
      * DE REJEICOES (REJPAGTO.TXT) COM O CODIGO E O MOTIVO.   *
      * TITULO NAO ENCONTRADO, JA PAGO OU FORA DE REMESSA VAI  *
      * PARA AS REJEICOES SEM ALTERAR NADA. PAGAMENTO COM DATA *
      * EM MES FECHADO NA CONTABILIDADE (SMP080) TAMBEM VAI    *
      * PARA AS REJEICOES E O TITULO FICA EM REMESSA           *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAGAR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AP-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT RETORNO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-RET.

       SELECT REJEICOES ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REJ.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY REGPAGAR.

       FD RETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-RET.
       01 REG-RET                  PIC X(240).

       FD REJEICOES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REJPAGTO.TXT".
       01 REG-REJ                  PIC X(132).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-RET      PIC X(02) VALUE "00".
       01 ST-ERRO-REJ      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO         PIC X(40) VALUE SPACES.
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-PAGOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-AGEND     PIC 9(06) VALUE ZEROS.
       01 W-CONT-DEVOLV    PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJ       PIC 9(06) VALUE ZEROS.
       01 W-TOT-PAGO       PIC 9(09)V99 VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZ.ZZZ.ZZ9,99.
       01 W-DATA-PAGTO     PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-ERRO-ARQ       PIC X(01) VALUE "N".
       01 WS-NOME-RET      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEPAGRET.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEPAGRET".

      *------[ DATA DO BANCO (DDMMAAAA) PARA AAAAMMDD ]-----------------
       01 W-DDMMAAAA.
           03 W-DMA-DD     PIC 9(02).
           03 W-DMA-MM     PIC 9(02).
           03 W-DMA-AAAA   PIC 9(04).
       01 W-DATA-AUX.
           03 W-AUX-AAAA   PIC 9(04).
           03 W-AUX-MM     PIC 9(02).
           03 W-AUX-DD     PIC 9(02).
       01 W-DATA-AUX-N REDEFINES W-DATA-AUX PIC 9(08).

      *------[ SEGMENTO A DO RETORNO CNAB 240 (SO OS CAMPOS USADOS) ]---
       01 CNB-RETORNO.
           03 CR-BANCO         PIC X(03).
           03 CR-LOTE          PIC X(04).
           03 CR-TIPO          PIC X(01).
           03 CR-NUM-REG       PIC X(05).
           03 CR-SEGMENTO      PIC X(01).
           03 FILLER           PIC X(29).
           03 CR-NOME-FAV      PIC X(30).
           03 CR-SEU-NUMERO.
               05 CR-AP-CHAVE  PIC X(14).
               05 FILLER       PIC X(06).
           03 CR-DATA-PAGTO    PIC X(08).
           03 FILLER           PIC X(18).
           03 CR-VALOR         PIC X(15).
           03 FILLER           PIC X(20).
           03 CR-DATA-REAL     PIC X(08).
           03 CR-VALOR-REAL    PIC X(15).
           03 CR-VALOR-REAL-N REDEFINES CR-VALOR-REAL PIC 9(13)V99.
           03 FILLER           PIC X(53).
           03 CR-OCORRENCIAS.
               05 CR-OCORRENCIA PIC X(02).
               05 FILLER       PIC X(08).

      *------[ CODIGOS DE OCORRENCIA MAIS COMUNS DA FEBRABAN ]----------
       01 TAB-OCOR-DADOS.
           03 FILLER PIC X(32) VALUE "01INSUFICIENCIA DE FUNDOS       ".
           03 FILLER PIC X(32) VALUE "02CREDITO OU DEBITO CANCELADO   ".
           03 FILLER PIC X(32) VALUE "AGAGENCIA/CONTA INVALIDA        ".
           03 FILLER PIC X(32) VALUE "AJTIPO DE MOVIMENTO INVALIDO    ".
           03 FILLER PIC X(32) VALUE "ALBANCO FAVORECIDO INVALIDO     ".
           03 FILLER PIC X(32) VALUE "AMAGENCIA DO FAVORECIDO INVALIDA".
           03 FILLER PIC X(32) VALUE "ANCONTA DO FAVORECIDO INVALIDA  ".
           03 FILLER PIC X(32) VALUE "AONOME DO FAVORECIDO INVALIDO   ".
           03 FILLER PIC X(32) VALUE "APDATA DO LANCAMENTO INVALIDA   ".
           03 FILLER PIC X(32) VALUE "ARVALOR DO LANCAMENTO INVALIDO  ".
           03 FILLER PIC X(32) VALUE "PNCHAVE PIX INVALIDA            ".
       01 TAB-OCOR REDEFINES TAB-OCOR-DADOS.
           03 TB-OCOR OCCURS 11 TIMES.
               05 TB-OCOR-COD  PIC X(02).
               05 TB-OCOR-DESC PIC X(30).
       01 W-IND            PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "ARQUIVO DE RETORNO DE PAGAMENTOS (PADRAO PAGTO.RET)"
                   ": "
           ACCEPT WS-NOME-RET
           IF WS-NOME-RET = SPACES
              MOVE "PAGTO.RET" TO WS-NOME-RET.

       R0.
           OPEN I-O CADPAGAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAGAR: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT RETORNO
           IF ST-ERRO-RET NOT = "00"
              DISPLAY "ARQUIVO " WS-NOME-RET " NAO ENCONTRADO"
              MOVE 8 TO RETURN-CODE
              CLOSE CADPAGAR
              GO TO ROT-FIM-SEMARQ.

           OPEN OUTPUT REJEICOES
           IF ST-ERRO-REJ NOT = "00"
              DISPLAY "ERRO NA ABERTURA DAS REJEICOES: " ST-ERRO-REJ
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO REG-REJ
           STRING "REJEICOES DO RETORNO DE PAGAMENTOS " WS-NOME-RET
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEPAGRET.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "RETORNO DE PAGAMENTOS " WS-NOME-RET " IMPORTADO EM "
                  W-HOJE DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE
           "FORN VENCTO   SQ PAGO EM          VALOR  FAVORECIDO"
                  TO LINHA-REL
           WRITE LINHA-REL.

       R1.
           READ RETORNO
           AT END
              GO TO R3.
           IF REG-RET = SPACES
              GO TO R1.
           MOVE REG-RET TO CNB-RETORNO
           IF CR-TIPO = "0"
              IF REG-RET (143:1) NOT = "2"
                 DISPLAY "ARQUIVO " WS-NOME-RET
                         " NAO E RETORNO DE PAGAMENTOS"
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM
              ELSE
                 GO TO R1.
           IF CR-TIPO NOT = "3" OR CR-SEGMENTO NOT = "A"
              GO TO R1.
           ADD 1 TO W-CONT-LIDOS
           MOVE SPACES TO W-MOTIVO
           IF CR-OCORRENCIA = "BD"
              ADD 1 TO W-CONT-AGEND
              GO TO R1.
           IF CR-OCORRENCIA = "00"
              GO TO R2.
           GO TO R2-DEVOLVE.

      *------[ PAGAMENTO EFETUADO: BAIXA O TITULO ]---------------------
       R2.
           PERFORM LOCALIZA-TITULO THRU LOCALIZA-TITULO-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO
              GO TO R1.
      *    SEM DATA REAL NO RETORNO VALE A DATA DO LANCAMENTO
           IF CR-DATA-REAL NOT NUMERIC OR CR-DATA-REAL = ZEROS
              MOVE CR-DATA-PAGTO TO CR-DATA-REAL.
           IF CR-DATA-REAL NOT NUMERIC
              MOVE "DATA DO PAGAMENTO INVALIDA" TO W-MOTIVO
              PERFORM GRAVA-REJEICAO
              GO TO R1.
           IF CR-VALOR-REAL NUMERIC AND CR-VALOR-REAL-N NOT = ZEROS
              IF CR-VALOR-REAL-N NOT = AP-VALOR
                 MOVE "VALOR PAGO DIFERENTE DO TITULO" TO W-MOTIVO
                 PERFORM GRAVA-REJEICAO
                 GO TO R1.
           MOVE CR-DATA-REAL TO W-DDMMAAAA
           PERFORM DATA-AMD THRU DATA-AMD-FIM
           MOVE W-DATA-AUX-N TO W-DATA-PAGTO
      *    PAGO EM MES JA FECHADO: FICA EM REMESSA PARA ACERTO MANUAL
           CALL "PROGPERIODO" USING W-DATA-PAGTO W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "PAGAMENTO EM MES FECHADO NA CONTABILIDADE"
                TO W-MOTIVO
              PERFORM GRAVA-REJEICAO
              GO TO R1.

           MOVE "S" TO AP-PAGO
           MOVE W-DATA-PAGTO TO AP-DATA-PAGTO
           REWRITE REGPAGAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPAGAR: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-PAGOS
           ADD AP-VALOR TO W-TOT-PAGO
           MOVE AP-VALOR TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING AP-FORNECEDOR " " AP-VENCIMENTO " " AP-SEQ " "
                  AP-DATA-PAGTO " " W-ED-VALOR "  " CR-NOME-FAV
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R1.

      *------[ REJEITADO PELO BANCO: VOLTA PARA A PROXIMA REMESSA ]-----
       R2-DEVOLVE.
           PERFORM LOCALIZA-TITULO THRU LOCALIZA-TITULO-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO
              GO TO R1.
           MOVE ZEROS TO AP-REMESSA
           REWRITE REGPAGAR
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPAGAR: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-DEVOLV
           MOVE 1 TO W-IND.
       R2-DEVOLVE1.
           IF TB-OCOR-COD (W-IND) = CR-OCORRENCIA
              MOVE TB-OCOR-DESC (W-IND) TO W-MOTIVO
              GO TO R2-DEVOLVE2.
           ADD 1 TO W-IND
           IF W-IND NOT > 11
              GO TO R2-DEVOLVE1.
           MOVE "VER MANUAL DO BANCO" TO W-MOTIVO.
       R2-DEVOLVE2.
           PERFORM GRAVA-REJEICAO
           GO TO R1.

      *------[ TITULO PELA AP-CHAVE DO "SEU NUMERO" ]-------------------
       LOCALIZA-TITULO.
           MOVE CR-AP-CHAVE TO AP-CHAVE
           READ CADPAGAR
           IF ST-ERRO = "23"
              MOVE "TITULO NAO ENCONTRADO" TO W-MOTIVO
              GO TO LOCALIZA-TITULO-FIM.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPAGAR: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO LOCALIZA-TITULO-FIM.
           IF AP-REMESSA NOT NUMERIC
              MOVE ZEROS TO AP-REMESSA.
           IF AP-PAGO = "S"
              MOVE "TITULO JA PAGO" TO W-MOTIVO
              GO TO LOCALIZA-TITULO-FIM.
           IF AP-REMESSA = ZEROS
              MOVE "TITULO FORA DE REMESSA" TO W-MOTIVO.
       LOCALIZA-TITULO-FIM.
           EXIT.

       GRAVA-REJEICAO.
           MOVE SPACES TO REG-REJ
           STRING "OCOR " CR-OCORRENCIAS " TITULO " CR-AP-CHAVE
                  " VALOR " CR-VALOR " " CR-NOME-FAV
                  " MOTIVO: " W-MOTIVO
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ
           ADD 1 TO W-CONT-REJ.

      *------[ DDMMAAAA (W-DDMMAAAA) PARA AAAAMMDD (W-DATA-AUX) ]-------
       DATA-AMD.
           MOVE W-DMA-AAAA TO W-AUX-AAAA
           MOVE W-DMA-MM TO W-AUX-MM
           MOVE W-DMA-DD TO W-AUX-DD.
       DATA-AMD-FIM.
           EXIT.

       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-PAGO TO W-ED-VALOR
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL PAGO: " W-CONT-PAGOS " TITULOS  VALOR "
                  W-ED-VALOR DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PAGAMENTOS LIDOS: " W-CONT-LIDOS
                  "  AGENDADOS: " W-CONT-AGEND
                  "  DEVOLVIDOS P/ NOVA REMESSA: " W-CONT-DEVOLV
                  "  REJEICOES: " W-CONT-REJ
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO REG-REJ
           WRITE REG-REJ
           MOVE SPACES TO REG-REJ
           STRING "LINHAS REJEITADAS: " W-CONT-REJ
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ
           DISPLAY "PAGAMENTOS LIDOS DO RETORNO    : " W-CONT-LIDOS
           DISPLAY "TITULOS BAIXADOS               : " W-CONT-PAGOS
           DISPLAY "LINHAS REJEITADAS              : " W-CONT-REJ
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADPAGAR.
           CLOSE RETORNO.
           CLOSE REJEICOES.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
