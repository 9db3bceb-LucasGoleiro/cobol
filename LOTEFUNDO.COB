       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEFUNDO.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * REPOSICAO DO FUNDO FIXO: PARA A FILIAL PEDIDA (99 =    *
      * TODAS AS CAIXINHAS DO CADFUNDO) SOMA OS VALES AINDA    *
      * NA CAIXINHA (CADVALE SEM VL-REPOSICAO), GERA NO        *
      * CADPAGAR O TITULO DE REPOSICAO (CATEGORIA 8, FILIAL DO *
      * FUNDO, VENCIMENTO HOJE) PARA O FORNECEDOR DO FUNDO,    *
      * MARCA OS VALES COM A DATA DA REPOSICAO E IMPRIME A     *
      * RELACAO DOS VALES POR CATEGORIA PARA ASSINATURA DO     *
      * RESPONSAVEL. A DESPESA CONTINUA NOS VALES, POR         *
      * CATEGORIA; O TITULO SO DEVOLVE O DINHEIRO A CAIXINHA.  *
      * NAO RODA COM O MES CORRENTE FECHADO NA CONTABILIDADE   *
      * (SMP080) - CODIGO 4                                    *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFUNDO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FF-FILIAL
                     FILE STATUS IS ST-ERRO.

       SELECT CADVALE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VL-CHAVE
                     FILE STATUS IS ST-ERRO-VAL.

       SELECT CADPAGAR ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AP-CHAVE
                     FILE STATUS IS ST-ERRO-PGR.

       SELECT CADFORN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FO-CODIGO
                     FILE STATUS IS ST-ERRO-FOR.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADFUNDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNDO.DAT".
           COPY REGFUNDO.

       FD CADVALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVALE.DAT".
           COPY REGVALE.

       FD CADPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY REGPAGAR.

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           COPY REGFORN.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-VAL      PIC X(02) VALUE "00".
       01 ST-ERRO-PGR      PIC X(02) VALUE "00".
       01 ST-ERRO-FOR      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-FOR-ABERTO     PIC X(01) VALUE "N".
       01 W-FILIAL         PIC 9(02) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-PER-DATA       PIC 9(08) VALUE ZEROS.
       01 W-PER-FECHADO    PIC X(01) VALUE "N".
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-QTD-VALES      PIC 9(05) VALUE ZEROS.
       01 W-TOT-FUNDO      PIC 9(08)V99 VALUE ZEROS.
       01 W-CONT-FUNDOS    PIC 9(03) VALUE ZEROS.
       01 W-CONT-TITULOS   PIC 9(03) VALUE ZEROS.
       01 W-TOT-GERAL      PIC 9(09)V99 VALUE ZEROS.
       01 W-FORN-NOME      PIC X(30) VALUE SPACES.
       01 W-ED1            PIC ZZZ.ZZ9,99.
       01 W-ED2            PIC ZZ.ZZZ.ZZ9,99.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEFUNDO.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEFUNDO".

       01 TAB-CATX.
           03 FILLER       PIC X(12) VALUE "ALUGUEL".
           03 FILLER       PIC X(12) VALUE "LABORATORIO".
           03 FILLER       PIC X(12) VALUE "ADQUIRENTE".
           03 FILLER       PIC X(12) VALUE "MATERIAL".
           03 FILLER       PIC X(12) VALUE "SERVICOS".
           03 FILLER       PIC X(12) VALUE "IMPOSTOS".
           03 FILLER       PIC X(12) VALUE "CATEGORIA 7".
           03 FILLER       PIC X(12) VALUE "FUNDO FIXO".
           03 FILLER       PIC X(12) VALUE "OUTROS".
       01 TAB-CAT REDEFINES TAB-CATX.
           03 W-CAT        PIC X(12) OCCURS 9 TIMES.
       01 TAB-TOT-CAT.
           03 W-TOT-CAT    PIC 9(08)V99 OCCURS 9 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "FILIAL DA CAIXINHA A REPOR (99 = TODAS): "
           ACCEPT W-FILIAL
      *    O TITULO DE REPOSICAO NASCE COM A DATA DE HOJE
           MOVE W-HOJE TO W-PER-DATA
           CALL "PROGPERIODO" USING W-PER-DATA W-PER-FECHADO
           IF W-PER-FECHADO = "S"
              DISPLAY "MES CORRENTE FECHADO NA CONTABILIDADE (SMP080)"
              MOVE 4 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN I-O CADFUNDO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNDO: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADVALE
           IF ST-ERRO-VAL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVALE: "
                      ST-ERRO-VAL
              MOVE 8 TO RETURN-CODE
              CLOSE CADFUNDO
              GO TO ROT-FIM-SEMARQ.
           OPEN I-O CADPAGAR
           IF ST-ERRO-PGR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPAGAR: "
                      ST-ERRO-PGR
              MOVE 8 TO RETURN-CODE
              CLOSE CADFUNDO CADVALE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADFORN
           IF ST-ERRO-FOR = "00"
              MOVE "S" TO W-FOR-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEFUNDO.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "REPOSICAO DO FUNDO FIXO - " W-HOJE
                  "  FILIAL " W-FILIAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

      *------[ UMA CAIXINHA POR VEZ ]-----------------------------------
       R1.
           MOVE ZEROS TO FF-FILIAL
           IF W-FILIAL NOT = 99
              MOVE W-FILIAL TO FF-FILIAL.
           START CADFUNDO KEY IS NOT LESS THAN FF-FILIAL
           IF ST-ERRO NOT = "00"
              GO TO R9.
       R1-LOOP.
           READ CADFUNDO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R9.
           IF W-FILIAL NOT = 99 AND FF-FILIAL NOT = W-FILIAL
              GO TO R9.
           ADD 1 TO W-CONT-FUNDOS
           PERFORM REPOE-FUNDO THRU REPOE-FUNDO-FIM
           GO TO R1-LOOP.

      *------[ RELACAO DOS VALES, TITULO E MARCA DA REPOSICAO ]---------
       REPOE-FUNDO.
           MOVE ZEROS TO W-QTD-VALES W-TOT-FUNDO TAB-TOT-CAT
           MOVE "FORNECEDOR NAO CADASTRADO" TO W-FORN-NOME
           IF W-FOR-ABERTO = "S"
              MOVE FF-FORNECEDOR TO FO-CODIGO
              READ CADFORN
              IF ST-ERRO-FOR = "00"
                 MOVE FO-NOME TO W-FORN-NOME.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE FF-VALOR-FIXO TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "FILIAL " FF-FILIAL "  VALOR FIXO " W-ED1
                  "  RESPONSAVEL " FF-RESPONSAVEL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  VALE    DATA      CATEGORIA    DESCRICAO"
                  "                           VALOR OPERADOR"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE FF-FILIAL TO VL-FILIAL
           MOVE ZEROS TO VL-NUMERO
           START CADVALE KEY IS NOT LESS THAN VL-CHAVE
           IF ST-ERRO-VAL NOT = "00"
              GO TO REPOE-FUNDO-2.
       REPOE-FUNDO-1.
           READ CADVALE NEXT RECORD
           IF ST-ERRO-VAL NOT = "00"
              GO TO REPOE-FUNDO-2.
           IF VL-FILIAL NOT = FF-FILIAL
              GO TO REPOE-FUNDO-2.
           IF VL-REPOSICAO NOT = ZEROS
              GO TO REPOE-FUNDO-1.
           MOVE VL-CATEGORIA TO W-IND
           IF W-IND = ZEROS OR W-IND > 9
              MOVE 9 TO W-IND.
           ADD 1 TO W-QTD-VALES
           ADD VL-VALOR TO W-TOT-FUNDO
           ADD VL-VALOR TO W-TOT-CAT (W-IND)
           MOVE VL-VALOR TO W-ED1
           MOVE SPACES TO LINHA-REL
           STRING "  " VL-NUMERO "  " VL-DATA "  " W-CAT (W-IND) " "
                  VL-DESCRICAO " " W-ED1 " " VL-OPERADOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO REPOE-FUNDO-1.
       REPOE-FUNDO-2.
           IF W-QTD-VALES = ZEROS
              MOVE "  NENHUM VALE NA CAIXINHA - NADA A REPOR"
                TO LINHA-REL
              WRITE LINHA-REL
              GO TO REPOE-FUNDO-FIM.
           IF W-TOT-FUNDO > 999999,99
              MOVE "  TOTAL DOS VALES ACIMA DO LIMITE DE UM TITULO"
                TO LINHA-REL
              WRITE LINHA-REL
              MOVE 8 TO RETURN-CODE
              GO TO REPOE-FUNDO-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND.
       REPOE-FUNDO-3.
           IF W-IND > 9
              GO TO REPOE-FUNDO-4.
           IF W-TOT-CAT (W-IND) NOT = ZEROS
              MOVE W-TOT-CAT (W-IND) TO W-ED2
              MOVE SPACES TO LINHA-REL
              STRING "  TOTAL " W-CAT (W-IND) "         " W-ED2
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           ADD 1 TO W-IND
           GO TO REPOE-FUNDO-3.
       REPOE-FUNDO-4.
           MOVE W-TOT-FUNDO TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "  TOTAL A REPOR (" W-QTD-VALES " VALES)      " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL

      *    TITULO DE REPOSICAO PARA O FORNECEDOR DO FUNDO
           MOVE FF-FORNECEDOR TO AP-FORNECEDOR
           MOVE W-HOJE TO AP-VENCIMENTO
           MOVE 1 TO AP-SEQ
           MOVE 8 TO AP-CATEGORIA
           MOVE SPACES TO AP-DESCRICAO
           STRING "REPOSICAO FUNDO FIXO FILIAL " FF-FILIAL
                  DELIMITED BY SIZE INTO AP-DESCRICAO
           MOVE W-TOT-FUNDO TO AP-VALOR
           MOVE "N" TO AP-PAGO
           MOVE ZEROS TO AP-DATA-PAGTO AP-REMESSA
           MOVE W-HOJE TO DATA-CADASTRO OF REGPAGAR
           MOVE FF-FILIAL TO AP-FILIAL.
       REPOE-FUNDO-5.
           WRITE REGPAGAR
           IF ST-ERRO-PGR = "22"
              ADD 1 TO AP-SEQ
              IF AP-SEQ < 99
                 GO TO REPOE-FUNDO-5.
           IF ST-ERRO-PGR NOT = "00" AND ST-ERRO-PGR NOT = "02"
              MOVE SPACES TO LINHA-REL
              STRING "  ERRO NA GRAVACAO DO TITULO NO CADPAGAR: "
                     ST-ERRO-PGR " - VALES NAO MARCADOS"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              MOVE 8 TO RETURN-CODE
              GO TO REPOE-FUNDO-FIM.
           ADD 1 TO W-CONT-TITULOS
           ADD W-TOT-FUNDO TO W-TOT-GERAL
           MOVE SPACES TO LINHA-REL
           STRING "  TITULO NO CADPAGAR: FORNECEDOR " AP-FORNECEDOR
                  " " W-FORN-NOME " VENC. " AP-VENCIMENTO
                  " SEQ " AP-SEQ
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL

      *    SEGUNDA PASSADA: MARCA OS VALES QUE ENTRARAM NO TITULO
           MOVE FF-FILIAL TO VL-FILIAL
           MOVE ZEROS TO VL-NUMERO
           START CADVALE KEY IS NOT LESS THAN VL-CHAVE
           IF ST-ERRO-VAL NOT = "00"
              GO TO REPOE-FUNDO-7.
       REPOE-FUNDO-6.
           READ CADVALE NEXT RECORD
           IF ST-ERRO-VAL NOT = "00"
              GO TO REPOE-FUNDO-7.
           IF VL-FILIAL NOT = FF-FILIAL
              GO TO REPOE-FUNDO-7.
           IF VL-REPOSICAO NOT = ZEROS
              GO TO REPOE-FUNDO-6.
           MOVE W-HOJE TO VL-REPOSICAO
           REWRITE REGVALE
           GO TO REPOE-FUNDO-6.
       REPOE-FUNDO-7.
           MOVE W-HOJE TO FF-ULT-REPOS
           REWRITE REGFUNDO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  RESPONSAVEL: ______________________________ "
                  FF-RESPONSAVEL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  APROVADO   : ______________________________"
             TO LINHA-REL
           WRITE LINHA-REL.
       REPOE-FUNDO-FIM.
           EXIT.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-GERAL TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "CAIXINHAS LIDAS: " W-CONT-FUNDOS
                  "  TITULOS GERADOS: " W-CONT-TITULOS
                  "  VALOR REPOSTO: " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "CAIXINHAS LIDAS  : " W-CONT-FUNDOS
           DISPLAY "TITULOS GERADOS  : " W-CONT-TITULOS
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADFUNDO.
           CLOSE CADVALE.
           CLOSE CADPAGAR.
           IF W-FOR-ABERTO = "S"
              CLOSE CADFORN.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
