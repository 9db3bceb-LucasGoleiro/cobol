       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEBOLRET.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * IMPORTACAO DO RETORNO DE COBRANCA DO BANCO (CNAB 400)  *
      * DOS BOLETOS REGISTRADOS PELO LOTEBOLETO: CADA TITULO   *
      * VOLTA COM A PL-CHAVE DA PARCELA NO CAMPO DE USO DA     *
      * EMPRESA E O NOSSO NUMERO. OCORRENCIA 06/15/17          *
      * (LIQUIDACAO) BAIXA A PARCELA NO CADPARCELA (PL-PAGO,   *
      * PL-DATA-PAGTO, VALOR PAGO E JUROS DE MORA); 03         *
      * (ENTRADA REJEITADA) LIMPA O NOSSO NUMERO PARA O TITULO *
      * SAIR DE NOVO NA PROXIMA REMESSA; 02 (ENTRADA           *
      * CONFIRMADA) SO E CONTADA. LINHA SEM PARCELA, COM NOSSO *
      * NUMERO DIFERENTE, PARCELA JA BAIXADA OU VALOR PAGO     *
      * MENOR QUE A PARCELA VAI PARA O RELATORIO DE REJEICOES  *
      * (REJBOLETO.TXT) SEM BAIXAR NADA. LIQUIDACAO COM DATA   *
      * DE PAGAMENTO EM MES FECHADO NA CONTABILIDADE (SMP080)  *
      * TAMBEM VAI PARA AS REJEICOES.                          *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPARCELA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PL-CHAVE
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
       FD CADPARCELA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARCELA.DAT".
           COPY REGPARC.

       FD RETORNO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-RET.
       01 REG-RET                  PIC X(400).

       FD REJEICOES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REJBOLETO.TXT".
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
       01 W-CONT-BAIXADAS  PIC 9(06) VALUE ZEROS.
       01 W-CONT-CONFIRM   PIC 9(06) VALUE ZEROS.
       01 W-CONT-DEVOLV    PIC 9(06) VALUE ZEROS.
       01 W-CONT-OUTRAS    PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJ       PIC 9(06) VALUE ZEROS.
       01 W-TOT-PAGO       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-JUROS      PIC 9(09)V99 VALUE ZEROS.
       01 W-ED-VALOR       PIC ZZ.ZZZ.ZZ9,99.
       01 W-ED-JUROS       PIC ZZ.ZZZ.ZZ9,99.
       01 W-DATA-PAGTO     PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-ERRO-ARQ       PIC X(01) VALUE "N".
       01 WS-NOME-RET      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEBOLRET.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEBOLRET".

      *------[ DATA DO BANCO (DDMMAA) PARA AAAAMMDD ]-------------------
       01 W-DDMMAA.
           03 W-DMA-DD     PIC 9(02).
           03 W-DMA-MM     PIC 9(02).
           03 W-DMA-AA     PIC 9(02).
       01 W-DATA-AUX.
           03 W-AUX-SEC    PIC 9(02).
           03 W-AUX-AA     PIC 9(02).
           03 W-AUX-MM     PIC 9(02).
           03 W-AUX-DD     PIC 9(02).
       01 W-DATA-AUX-N REDEFINES W-DATA-AUX PIC 9(08).

      *------[ TITULO DO RETORNO CNAB 400 (SO OS CAMPOS USADOS) ]-------
       01 CNB-RETORNO.
           03 CR-TIPO          PIC X(01).
           03 FILLER           PIC X(36).
           03 CR-USO-EMPRESA.
               05 CR-PL-CHAVE  PIC X(20).
               05 FILLER       PIC X(05).
           03 FILLER           PIC X(08).
           03 CR-NOSSO-NUM     PIC X(11).
           03 CR-NOSSO-NUM-N REDEFINES CR-NOSSO-NUM PIC 9(11).
           03 CR-NOSSO-DV      PIC X(01).
           03 FILLER           PIC X(26).
           03 CR-OCORRENCIA    PIC X(02).
           03 CR-DATA-OCOR     PIC X(06).
           03 CR-DATA-OCOR-N REDEFINES CR-DATA-OCOR PIC 9(06).
           03 FILLER           PIC X(30).
           03 CR-VENCIMENTO    PIC X(06).
           03 CR-VALOR-TIT     PIC X(13).
           03 FILLER           PIC X(88).
           03 CR-VALOR-PAGO    PIC X(13).
           03 CR-VALOR-PAGO-N REDEFINES CR-VALOR-PAGO PIC 9(11)V99.
           03 CR-JUROS         PIC X(13).
           03 CR-JUROS-N REDEFINES CR-JUROS PIC 9(11)V99.
           03 FILLER           PIC X(16).
           03 CR-DATA-CRED     PIC X(06).
           03 FILLER           PIC X(17).
           03 CR-MOTIVOS       PIC X(10).
           03 FILLER           PIC X(66).
           03 CR-SEQ           PIC X(06).

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "ARQUIVO DE RETORNO DO BANCO (PADRAO RETORNO.RET): "
           ACCEPT WS-NOME-RET
           IF WS-NOME-RET = SPACES
              MOVE "RETORNO.RET" TO WS-NOME-RET.

       R0.
           OPEN I-O CADPARCELA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARCELA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT RETORNO
           IF ST-ERRO-RET NOT = "00"
              DISPLAY "ARQUIVO " WS-NOME-RET " NAO ENCONTRADO"
              MOVE 8 TO RETURN-CODE
              CLOSE CADPARCELA
              GO TO ROT-FIM-SEMARQ.

           OPEN OUTPUT REJEICOES
           IF ST-ERRO-REJ NOT = "00"
              DISPLAY "ERRO NA ABERTURA DAS REJEICOES: " ST-ERRO-REJ
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO REG-REJ
           STRING "REJEICOES DO RETORNO DE COBRANCA " WS-NOME-RET
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEBOLRET.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "RETORNO DE COBRANCA " WS-NOME-RET " IMPORTADO EM "
                  W-HOJE DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE
           "PARCELA                  NOSSO NUMERO PAGO EM         VALOR
      -    " PAGO         JUROS" TO LINHA-REL
           WRITE LINHA-REL.

       R1.
           READ RETORNO
           AT END
              GO TO R3.
           IF REG-RET = SPACES
              GO TO R1.
           MOVE REG-RET TO CNB-RETORNO
           IF CR-TIPO = "0"
              IF REG-RET (3:7) NOT = "RETORNO"
                 DISPLAY "ARQUIVO " WS-NOME-RET
                         " NAO E RETORNO DE COBRANCA"
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM
              ELSE
                 GO TO R1.
           IF CR-TIPO NOT = "1"
              GO TO R1.
           ADD 1 TO W-CONT-LIDOS
           MOVE SPACES TO W-MOTIVO
           IF CR-OCORRENCIA = "02"
              ADD 1 TO W-CONT-CONFIRM
              GO TO R1.
           IF CR-OCORRENCIA = "03"
              GO TO R2-DEVOLVE.
           IF CR-OCORRENCIA = "06" OR "15" OR "17"
              GO TO R2.
           ADD 1 TO W-CONT-OUTRAS
           GO TO R1.

      *------[ LIQUIDACAO: CONFERE E BAIXA A PARCELA ]------------------
       R2.
           PERFORM LOCALIZA-PARCELA THRU LOCALIZA-PARCELA-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO
              GO TO R1.
           IF PL-PAGO = "S"
              MOVE "PARCELA JA BAIXADA" TO W-MOTIVO
              PERFORM GRAVA-REJEICAO
              GO TO R1.
           IF CR-VALOR-PAGO NOT NUMERIC OR CR-DATA-OCOR NOT NUMERIC
              MOVE "VALOR OU DATA DO PAGAMENTO INVALIDO" TO W-MOTIVO
              PERFORM GRAVA-REJEICAO
              GO TO R1.
           IF CR-VALOR-PAGO-N < PL-VALOR
              MOVE "VALOR PAGO MENOR QUE A PARCELA" TO W-MOTIVO
              PERFORM GRAVA-REJEICAO
              GO TO R1.
           IF CR-JUROS NOT NUMERIC
              MOVE ZEROS TO CR-JUROS-N.
           MOVE CR-DATA-OCOR TO W-DDMMAA
           PERFORM DATA-AMD THRU DATA-AMD-FIM
           MOVE W-DATA-AUX-N TO W-DATA-PAGTO
           CALL "PROGPERIODO" USING W-DATA-PAGTO W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              MOVE "PAGAMENTO EM MES FECHADO NA CONTABILIDADE"
                TO W-MOTIVO
              PERFORM GRAVA-REJEICAO
              GO TO R1.

           MOVE "S" TO PL-PAGO
           MOVE W-DATA-PAGTO TO PL-DATA-PAGTO
           MOVE CR-VALOR-PAGO-N TO PL-VALOR-PAGO
      *    JUROS NAO DESTACADOS PELO BANCO: A DIFERENCA PAGA A MAIOR
           IF CR-JUROS-N = ZEROS
              COMPUTE PL-JUROS-PAGO = PL-VALOR-PAGO - PL-VALOR
           ELSE
              MOVE CR-JUROS-N TO PL-JUROS-PAGO.
           REWRITE REGPARCELA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPARCELA: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-BAIXADAS
           ADD PL-VALOR-PAGO TO W-TOT-PAGO
           ADD PL-JUROS-PAGO TO W-TOT-JUROS
           MOVE PL-VALOR-PAGO TO W-ED-VALOR
           MOVE PL-JUROS-PAGO TO W-ED-JUROS
           MOVE SPACES TO LINHA-REL
           STRING PL-CRM " " PL-DATA " " PL-HORA " " PL-PARCELA " "
                  PL-NOSSO-NUM "  " PL-DATA-PAGTO " " W-ED-VALOR " "
                  W-ED-JUROS DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R1.

      *------[ ENTRADA REJEITADA: TITULO VOLTA PARA A PROXIMA REMESSA ]-
       R2-DEVOLVE.
           PERFORM LOCALIZA-PARCELA THRU LOCALIZA-PARCELA-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEICAO
              GO TO R1.
           IF PL-PAGO = "S"
              GO TO R1.
           MOVE ZEROS TO PL-NOSSO-NUM PL-DATA-BOLETO
           REWRITE REGPARCELA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADPARCELA: "
                      ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           ADD 1 TO W-CONT-DEVOLV
           MOVE SPACES TO W-MOTIVO
           STRING "ENTRADA REJEITADA PELO BANCO " CR-MOTIVOS
                  DELIMITED BY SIZE INTO W-MOTIVO
           PERFORM GRAVA-REJEICAO
           GO TO R1.

      *------[ PARCELA PELA PL-CHAVE DO USO DA EMPRESA ]----------------
       LOCALIZA-PARCELA.
           MOVE CR-PL-CHAVE TO PL-CHAVE
           READ CADPARCELA
           IF ST-ERRO = "23"
              MOVE "PARCELA NAO ENCONTRADA" TO W-MOTIVO
              GO TO LOCALIZA-PARCELA-FIM.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPARCELA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO LOCALIZA-PARCELA-FIM.
           IF CR-NOSSO-NUM NOT NUMERIC
              MOVE "NOSSO NUMERO INVALIDO" TO W-MOTIVO
              GO TO LOCALIZA-PARCELA-FIM.
           IF CR-NOSSO-NUM-N NOT = PL-NOSSO-NUM
              MOVE "NOSSO NUMERO DIFERENTE DO REGISTRADO" TO W-MOTIVO.
       LOCALIZA-PARCELA-FIM.
           EXIT.

       GRAVA-REJEICAO.
           MOVE SPACES TO REG-REJ
           STRING "OCOR " CR-OCORRENCIA " USO " CR-PL-CHAVE
                  " NOSSO " CR-NOSSO-NUM "-" CR-NOSSO-DV
                  " PAGO " CR-VALOR-PAGO " MOTIVO: " W-MOTIVO
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ
           ADD 1 TO W-CONT-REJ.

      *------[ DDMMAA (W-DDMMAA) PARA AAAAMMDD (W-DATA-AUX) ]-----------
       DATA-AMD.
           MOVE 20 TO W-AUX-SEC
           MOVE W-DMA-AA TO W-AUX-AA
           MOVE W-DMA-MM TO W-AUX-MM
           MOVE W-DMA-DD TO W-AUX-DD.
       DATA-AMD-FIM.
           EXIT.

       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-PAGO TO W-ED-VALOR
           MOVE W-TOT-JUROS TO W-ED-JUROS
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL BAIXADO: " W-CONT-BAIXADAS " PARCELAS  PAGO "
                  W-ED-VALOR "  JUROS " W-ED-JUROS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "TITULOS LIDOS: " W-CONT-LIDOS
                  "  CONFIRMADOS: " W-CONT-CONFIRM
                  "  DEVOLVIDOS P/ NOVA REMESSA: " W-CONT-DEVOLV
                  "  OUTRAS OCORRENCIAS: " W-CONT-OUTRAS
                  "  REJEICOES: " W-CONT-REJ
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO REG-REJ
           WRITE REG-REJ
           MOVE SPACES TO REG-REJ
           STRING "LINHAS REJEITADAS: " W-CONT-REJ
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ
           DISPLAY "TITULOS LIDOS DO RETORNO       : " W-CONT-LIDOS
           DISPLAY "PARCELAS BAIXADAS              : " W-CONT-BAIXADAS
           DISPLAY "LINHAS REJEITADAS              : " W-CONT-REJ
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADPARCELA.
           CLOSE RETORNO.
           CLOSE REJEICOES.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
