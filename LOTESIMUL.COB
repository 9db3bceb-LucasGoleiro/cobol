       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTESIMUL.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * SIMULACAO DE TABELA DE PRECOS PROPOSTA: PARA O         *
      * CONVENIO INFORMADO, LE A TABELA PROPOSTA NO MESMO      *
      * FORMATO DO LOTETABELA (PROCEDIMENTO;VALOR EM CENTAVOS, *
      * ARQUIVO PADRAO TABPRECO.TXT) SEM GRAVAR NADA NO        *
      * CADPRECO, REPASSA O VOLUME DOS ULTIMOS 12 MESES DE     *
      * ITENS ATENDIDOS (CADITEM DE CONSULTA COM STATUS 30,    *
      * NAO PARTICULAR, DE PACIENTE DO CONVENIO) E IMPRIME POR *
      * PROCEDIMENTO E NO TOTAL A RECEITA PELA TABELA ATUAL    *
      * (CADPRECO VIGENTE HOJE, A MESMA TABELA QUE O           *
      * LOTETABELA SUBSTITUI) CONTRA A RECEITA SIMULADA, COM A *
      * DIFERENCA EM VALOR E EM PERCENTUAL. NO FIM LISTA OS    *
      * PROCEDIMENTOS REALIZADOS QUE A TABELA PROPOSTA DEIXA   *
      * DE FORA (ENTRAM COM RECEITA SIMULADA ZERO)             *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADITEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IT-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-AGE.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT CADPRECO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PR-CHAVE
                     FILE STATUS IS ST-ERRO-PRE.

       SELECT CADPROC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PC-CODIGO
                     FILE STATUS IS ST-ERRO-PRC.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT TABPRECO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-TAB.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
           COPY REGITEM.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 PAC-RESTO1     PIC X(10).
          03 CONVENIO       PIC 9(04).

       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
           COPY REGPRECO.

       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
           COPY REGPROC.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGO           PIC 9(04).
           03 CNV-NOME         PIC X(30).

       FD TABPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-TAB.
       01 REG-TAB                  PIC X(40).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-AGE      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-PRE      PIC X(02) VALUE "00".
       01 ST-ERRO-PRC      PIC X(02) VALUE "00".
       01 ST-ERRO-CNV      PIC X(02) VALUE "00".
       01 ST-ERRO-TAB      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-CONVENIO       PIC 9(04) VALUE ZEROS.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MMDD  PIC 9(04).
       01 W-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI-R REDEFINES W-DATA-INI.
           03 W-INI-ANO    PIC 9(04).
           03 W-INI-MMDD   PIC 9(04).
       01 W-PROC-X         PIC X(04) VALUE SPACES.
       01 W-PROC-N REDEFINES W-PROC-X    PIC 9(04).
       01 W-VALOR-X        PIC X(08) VALUE SPACES.
       01 W-VALOR-N REDEFINES W-VALOR-X  PIC 9(08).
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJEITADOS PIC 9(06) VALUE ZEROS.
       01 W-CONT-ITENS     PIC 9(07) VALUE ZEROS.
       01 W-CONT-FORA      PIC 9(04) VALUE ZEROS.
       01 W-AGE-CHAVE      PIC X(18) VALUE SPACES.
       01 W-AGE-OK         PIC X(01) VALUE "N".
       01 W-IND            PIC 9(04) VALUE ZEROS.
       01 W-JDX            PIC 9(04) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-QTD-PROP       PIC 9(03) VALUE ZEROS.
       01 W-QTD-SIM        PIC 9(03) VALUE ZEROS.
       01 W-PRECO-OK       PIC X(01) VALUE "N".
       01 W-PRECO-VAL      PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR-PROP     PIC 9(06)V99 VALUE ZEROS.
       01 W-REC-ATUAL      PIC 9(10)V99 VALUE ZEROS.
       01 W-REC-SIMUL      PIC 9(10)V99 VALUE ZEROS.
       01 W-DIFERENCA      PIC S9(10)V99 VALUE ZEROS.
       01 W-TOT-ATUAL      PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-SIMUL      PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-DIF        PIC S9(11)V99 VALUE ZEROS.
       01 W-PCT            PIC S9(04)V9 VALUE ZEROS.
       01 W-MARCA          PIC X(12) VALUE SPACES.
       01 W-ED-QTD         PIC ZZZ.ZZ9.
       01 W-ED-ATUAL       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-SIMUL       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-DIF         PIC -Z.ZZZ.ZZZ.ZZ9,99.
       01 W-ED-PCT         PIC -ZZZ9,9.
       01 WS-NOME-TAB      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTESIMUL.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTESIMUL".

      *    TABELA PROPOSTA LIDA DO ARQUIVO, SEM GRAVAR NO CADPRECO
       01 TAB-PROPOSTA.
           03 TPR-OCORR OCCURS 999 TIMES.
              05 TPR-PROC          PIC 9(04).
              05 TPR-VALOR         PIC 9(06)V99.

      *    VOLUME ATENDIDO POR PROCEDIMENTO, EM ORDEM DE CODIGO
       01 TAB-VOLUME.
           03 TVL-OCORR OCCURS 999 TIMES.
              05 TVL-PROC          PIC 9(04).
              05 TVL-QTD           PIC 9(07).

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO CONVENIO: "
           ACCEPT W-CONVENIO
           DISPLAY "ARQUIVO DA TABELA PROPOSTA (BRANCO=TABPRECO.TXT): "
           ACCEPT WS-NOME-TAB
           IF WS-NOME-TAB = SPACES
              MOVE "TABPRECO.TXT" TO WS-NOME-TAB.
           IF W-CONVENIO = ZEROS
              DISPLAY "CONVENIO E OBRIGATORIO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
      *    JANELA DOS ULTIMOS 12 MESES ATE HOJE
           MOVE W-HOJE TO W-DATA-INI
           SUBTRACT 1 FROM W-INI-ANO.

       R0.
           OPEN INPUT CADITEM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADITEM: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: "
                      ST-ERRO-AGE
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADPRECO
           IF ST-ERRO-PRE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPRECO: "
                      ST-ERRO-PRE
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADPROC
           IF ST-ERRO-PRC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROC: "
                      ST-ERRO-PRC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV: "
                      ST-ERRO-CNV
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE W-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "CONVENIO " W-CONVENIO " NAO CADASTRADO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT TABPRECO
           IF ST-ERRO-TAB NOT = "00"
              DISPLAY "ARQUIVO " WS-NOME-TAB " NAO ENCONTRADO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTESIMUL.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "SIMULACAO DA TABELA PROPOSTA " WS-NOME-TAB
                  " CONVENIO " W-CONVENIO " " CNV-NOME
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "VOLUME ATENDIDO DE " W-DATA-INI " A " W-HOJE
                  " - NADA GRAVADO NO CADPRECO"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ CARREGA A TABELA PROPOSTA NA MEMORIA ]-------------------
       R1.
           READ TABPRECO
           AT END
              GO TO R2.
           ADD 1 TO W-CONT-LIDOS
           IF REG-TAB = SPACES
              GO TO R1.
           MOVE SPACES TO W-PROC-X W-VALOR-X
           UNSTRING REG-TAB DELIMITED BY ";"
               INTO W-PROC-X W-VALOR-X
           IF W-PROC-X NOT NUMERIC OR W-VALOR-X NOT NUMERIC
              MOVE SPACES TO LINHA-REL
              STRING "  LINHA INVALIDA NA TABELA PROPOSTA: " REG-TAB
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-CONT-REJEITADOS
              GO TO R1.
           IF W-QTD-PROP NOT < 999
              MOVE "  TABELA PROPOSTA CHEIA, RESTO IGNORADO"
                TO LINHA-REL
              WRITE LINHA-REL
              GO TO R2.
           ADD 1 TO W-QTD-PROP
           MOVE W-PROC-N TO TPR-PROC (W-QTD-PROP)
           COMPUTE TPR-VALOR (W-QTD-PROP) = W-VALOR-N / 100
           GO TO R1.

      *------[ VOLUME ATENDIDO DOS ULTIMOS 12 MESES NO CONVENIO ]-------
       R2.
           MOVE SPACES TO IT-CHAVE W-AGE-CHAVE
           START CADITEM KEY IS NOT LESS THAN IT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.
       R2A.
           READ CADITEM NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADITEM: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF IT-DATA NOT > W-DATA-INI OR IT-DATA > W-HOJE
              GO TO R2A.
      *    A CONSULTA SO E RELIDA QUANDO MUDA A VISITA
           IF IT-CHAVE (1:18) NOT = W-AGE-CHAVE
              MOVE IT-CHAVE (1:18) TO W-AGE-CHAVE
              PERFORM TESTA-VISITA THRU TESTA-VISITA-FIM.
           IF W-AGE-OK = "N"
              GO TO R2A.
           PERFORM ACUMULA-VOLUME THRU ACUMULA-VOLUME-FIM
           ADD 1 TO W-CONT-ITENS
           GO TO R2A.

      *------[ VISITA ATENDIDA, NAO PARTICULAR, DE PACIENTE DO ]--------
      *------[ CONVENIO SIMULADO                               ]--------
       TESTA-VISITA.
           MOVE "N" TO W-AGE-OK
           MOVE IT-CRM TO AG-CRM
           MOVE IT-DATA TO AG-DATA
           MOVE IT-HORA TO AG-HORA
           READ CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              GO TO TESTA-VISITA-FIM.
           IF AG-STATUS NOT = 30 OR AG-PARTICULAR = "S"
              GO TO TESTA-VISITA-FIM.
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              GO TO TESTA-VISITA-FIM.
           IF CONVENIO NOT = W-CONVENIO
              GO TO TESTA-VISITA-FIM.
           MOVE "S" TO W-AGE-OK.
       TESTA-VISITA-FIM.
           EXIT.

      *------[ SOMA O ITEM NA TABELA DE VOLUME, MANTENDO A ORDEM ]------
       ACUMULA-VOLUME.
           MOVE ZEROS TO W-IND.
       ACUMULA-VOLUME1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-SIM
              GO TO ACUMULA-VOLUME2.
           IF TVL-PROC (W-IND) = IT-PROCEDIMENTO
              ADD 1 TO TVL-QTD (W-IND)
              GO TO ACUMULA-VOLUME-FIM.
           IF TVL-PROC (W-IND) < IT-PROCEDIMENTO
              GO TO ACUMULA-VOLUME1.
       ACUMULA-VOLUME2.
           IF W-QTD-SIM NOT < 999
              GO TO ACUMULA-VOLUME-FIM.
      *    ABRE ESPACO NA POSICAO W-IND EMPURRANDO O RESTO
           ADD 1 TO W-QTD-SIM
           MOVE W-QTD-SIM TO W-JDX.
       ACUMULA-VOLUME3.
           IF W-JDX NOT > W-IND
              GO TO ACUMULA-VOLUME4.
           MOVE TVL-OCORR (W-JDX - 1) TO TVL-OCORR (W-JDX)
           SUBTRACT 1 FROM W-JDX
           GO TO ACUMULA-VOLUME3.
       ACUMULA-VOLUME4.
           MOVE IT-PROCEDIMENTO TO TVL-PROC (W-IND)
           MOVE 1 TO TVL-QTD (W-IND).
       ACUMULA-VOLUME-FIM.
           EXIT.

      *------[ RECEITA ATUAL X SIMULADA POR PROCEDIMENTO ]--------------
       R3.
           MOVE
           "  PROC  DESCRICAO                       QTDE      RECEITA AT
      -    "UAL   RECEITA SIMULADA          DIFERENCA  VARIACAO%"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       R3A.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-SIM
              GO TO R4.
           MOVE TVL-PROC (W-IND) TO PC-CODIGO
           READ CADPROC
           IF ST-ERRO-PRC NOT = "00"
              MOVE "PROCEDIMENTO FORA DO CATALOGO" TO PC-DESCRICAO.
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           PERFORM BUSCA-PROPOSTA THRU BUSCA-PROPOSTA-FIM
           MOVE SPACES TO W-MARCA
           IF W-PRECO-OK = "N"
              MOVE "SEM PRECO" TO W-MARCA.
           IF W-ACHOU = "N"
              MOVE "FORA TABELA" TO W-MARCA
              ADD 1 TO W-CONT-FORA.
           COMPUTE W-REC-ATUAL = TVL-QTD (W-IND) * W-PRECO-VAL
           COMPUTE W-REC-SIMUL = TVL-QTD (W-IND) * W-VALOR-PROP
           COMPUTE W-DIFERENCA = W-REC-SIMUL - W-REC-ATUAL
           ADD W-REC-ATUAL TO W-TOT-ATUAL
           ADD W-REC-SIMUL TO W-TOT-SIMUL
           MOVE ZEROS TO W-PCT
           IF W-REC-ATUAL > ZEROS
              COMPUTE W-PCT ROUNDED = (W-DIFERENCA * 100)
                                      / W-REC-ATUAL.
           MOVE TVL-QTD (W-IND) TO W-ED-QTD
           MOVE W-REC-ATUAL TO W-ED-ATUAL
           MOVE W-REC-SIMUL TO W-ED-SIMUL
           MOVE W-DIFERENCA TO W-ED-DIF
           MOVE W-PCT TO W-ED-PCT
           MOVE SPACES TO LINHA-REL
           STRING "  " TVL-PROC (W-IND) "  " PC-DESCRICAO " " W-ED-QTD
                  " " W-ED-ATUAL " " W-ED-SIMUL " " W-ED-DIF
                  "   " W-ED-PCT " " W-MARCA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R3A.

      *------[ TOTAIS E PROCEDIMENTOS QUE A PROPOSTA DEIXA DE FORA ]----
       R4.
           COMPUTE W-TOT-DIF = W-TOT-SIMUL - W-TOT-ATUAL
           MOVE ZEROS TO W-PCT
           IF W-TOT-ATUAL > ZEROS
              COMPUTE W-PCT ROUNDED = (W-TOT-DIF * 100) / W-TOT-ATUAL.
           MOVE W-TOT-ATUAL TO W-ED-ATUAL
           MOVE W-TOT-SIMUL TO W-ED-SIMUL
           MOVE W-TOT-DIF TO W-ED-DIF
           MOVE W-PCT TO W-ED-PCT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  TOTAL DO CONVENIO                             "
                  "       " W-ED-ATUAL " " W-ED-SIMUL " " W-ED-DIF
                  "   " W-ED-PCT
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PROCEDIMENTOS REALIZADOS FORA DA TABELA PROPOSTA:"
             TO LINHA-REL
           WRITE LINHA-REL
           IF W-CONT-FORA = ZEROS
              MOVE "  NENHUM" TO LINHA-REL
              WRITE LINHA-REL
              GO TO R5.
           MOVE ZEROS TO W-IND.
       R4A.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-SIM
              GO TO R5.
           PERFORM BUSCA-PROPOSTA THRU BUSCA-PROPOSTA-FIM
           IF W-ACHOU = "S"
              GO TO R4A.
           MOVE TVL-PROC (W-IND) TO PC-CODIGO
           READ CADPROC
           IF ST-ERRO-PRC NOT = "00"
              MOVE "PROCEDIMENTO FORA DO CATALOGO" TO PC-DESCRICAO.
           MOVE TVL-QTD (W-IND) TO W-ED-QTD
           MOVE SPACES TO LINHA-REL
           STRING "  " TVL-PROC (W-IND) "  " PC-DESCRICAO
                  "  QTDE NOS 12 MESES: " W-ED-QTD
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R4A.

       R5.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "LINHAS DA PROPOSTA: " W-CONT-LIDOS
                  "  INVALIDAS: " W-CONT-REJEITADOS
                  "  ITENS ATENDIDOS: " W-CONT-ITENS
                  "  FORA DA PROPOSTA: " W-CONT-FORA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-DIF TO W-ED-DIF
           DISPLAY "ITENS ATENDIDOS   : " W-CONT-ITENS
           DISPLAY "DIFERENCA SIMULADA: " W-ED-DIF
           DISPLAY "RELATORIO GERADO  : " WS-NOME-REL
           GO TO ROT-FIM.

      *------[ PRECO VIGENTE HOJE NO CADPRECO DO CONVENIO ]-------------
       BUSCA-PRECO.
           MOVE "N" TO W-PRECO-OK
           MOVE ZEROS TO W-PRECO-VAL
           MOVE W-CONVENIO TO PR-CODIGOC
           MOVE TVL-PROC (W-IND) TO PR-PROCEDIMENTO
           MOVE ZEROS TO PR-VIGENCIA
           START CADPRECO KEY IS NOT LESS THAN PR-CHAVE
           IF ST-ERRO-PRE NOT = "00"
              GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO1.
           READ CADPRECO NEXT RECORD
           IF ST-ERRO-PRE NOT = "00"
              GO TO BUSCA-PRECO-FIM.
           IF PR-CODIGOC NOT = W-CONVENIO
              OR PR-PROCEDIMENTO NOT = TVL-PROC (W-IND)
              GO TO BUSCA-PRECO-FIM.
           IF PR-VIGENCIA > W-HOJE
              GO TO BUSCA-PRECO-FIM.
           MOVE "S" TO W-PRECO-OK
           MOVE PR-VALOR TO W-PRECO-VAL
           GO TO BUSCA-PRECO1.
       BUSCA-PRECO-FIM.
           EXIT.

      *------[ VALOR DO PROCEDIMENTO NA TABELA PROPOSTA ]---------------
       BUSCA-PROPOSTA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-VALOR-PROP W-JDX.
       BUSCA-PROPOSTA1.
           ADD 1 TO W-JDX
           IF W-JDX > W-QTD-PROP
              GO TO BUSCA-PROPOSTA-FIM.
           IF TPR-PROC (W-JDX) NOT = TVL-PROC (W-IND)
              GO TO BUSCA-PROPOSTA1.
      *    LINHA REPETIDA NA PROPOSTA: VALE A ULTIMA, COMO NO LOTETABELA
           MOVE "S" TO W-ACHOU
           MOVE TPR-VALOR (W-JDX) TO W-VALOR-PROP
           GO TO BUSCA-PROPOSTA1.
       BUSCA-PROPOSTA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADITEM.
           CLOSE CADAGENDA.
           CLOSE CADPACI.
           CLOSE CADPRECO.
           CLOSE CADPROC.
           CLOSE CADCONV.
           CLOSE TABPRECO.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
