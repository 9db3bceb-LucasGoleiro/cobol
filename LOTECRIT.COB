       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTECRIT.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * CRITICA PRE-ENVIO DO LOTE FECHADO: PARA O CONVENIO E   *
      * NUMERO DE LOTE INFORMADOS, REVISA CADA FATURA DO LOTE  *
      * (CADFATURA, FT-FECHADO = "S") E SEUS ITENS (CADITEM)   *
      * ANTES DO ARQUIVO DE COBRANCA (LOTEENVIO), APONTANDO O  *
      * QUE O CONVENIO GLOSARIA:                               *
      *   ERRO  - GUIA AUSENTE OU VENCIDA EM CONVENIO QUE      *
      *           EXIGE GUIA (EXIGEGUIA DO CADCONV)            *
      *   ERRO  - ITEM SEM CODIGO TUSS VIGENTE NA DATA DA      *
      *           CONSULTA (CADTUSS)                           *
      *   ERRO  - VALOR FATURADO DIFERENTE DO PRECO VIGENTE,   *
      *           NA MESMA REGRA DO LOTEFAT (PACOTE, CLASSE DE *
      *           PLANO CADPRECOPL, TABELA PADRAO CADPRECO),   *
      *           SEM A TAXA DE DESLOCAMENTO DA VISITA         *
      *           DOMICILIAR (FT-TAXA-DESLOC)                  *
      *   ERRO  - OUTRA CONSULTA ATENDIDA DO CPF NO MESMO DIA  *
      *           E CONVENIO COM O MESMO CRM                   *
      *   AVISO - OUTRA CONSULTA ATENDIDA DO CPF NO MESMO DIA  *
      *           E CONVENIO COM OUTRO CRM                     *
      *   AVISO - CID NAO RECOMENDADA PARA NENHUMA DAS         *
      *           ESPECIALIDADES DO MEDICO (CADCIDESP X CADMED *
      *           E CADMEDESP)                                 *
      * O RELATORIO SAI VIA PROGSPOOL E O RESULTADO FICA NO    *
      * CADLOTE (LT-CRIT-xxx): O LOTEENVIO NAO GERA O ARQUIVO  *
      * ENQUANTO A ULTIMA CRITICA TIVER ERROS, A MENOS QUE UM  *
      * SUPERVISOR LIBERE O LOTE NA FILA CADAPROV (SMP056).    *
      * CORRIGIDO O CADASTRO, BASTA RODAR A CRITICA DE NOVO    *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADLOTE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS LT-NUMERO
                     FILE STATUS IS ST-ERRO-LOT.

       SELECT CADFATURA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FT-CHAVE
                     FILE STATUS IS ST-ERRO.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-AGE.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT CADITEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IT-CHAVE
                     FILE STATUS IS ST-ERRO-ITE.

       SELECT CADTUSS ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS TU-CHAVE
                     FILE STATUS IS ST-ERRO-TUS.

       SELECT CADPRECO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PR-CHAVE
                     FILE STATUS IS ST-ERRO-PRE.

       SELECT CADPRECOPL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PP-CHAVE
                     FILE STATUS IS ST-ERRO-PPL.

       SELECT CADPACOTE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PT-CHAVE
                     FILE STATUS IS ST-ERRO-PCT.

       SELECT CADPACITEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PI-CHAVE
                     FILE STATUS IS ST-ERRO-PIT.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT CADMEDESP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ME-CHAVE
                     FILE STATUS IS ST-ERRO-MDE.

       SELECT CADCIDESP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CE-CHAVE
                     FILE STATUS IS ST-ERRO-CDE.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
           COPY REGLOTE.

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
           COPY REGFATURA.

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGO           PIC 9(04).
           03 CNV-NOME         PIC X(30).
           03 PLANO            PIC 9(02).
           03 CNPJ             PIC 9(14).
           03 COPART           PIC 9(03).
           03 VALIDADE         PIC 9(08).
           03 CNV-DATA-CAD     PIC 9(08).
           03 EXIGEGUIA        PIC X(01).

       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
           COPY REGITEM.

       FD CADTUSS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTUSS.DAT".
           COPY REGTUSS.

       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
           COPY REGPRECO.

       FD CADPRECOPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECOPL.DAT".
           COPY REGPRECOPL.

       FD CADPACOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACOTE.DAT".
           COPY REGPACOTE.

       FD CADPACITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACITEM.DAT".
           COPY REGPACITEM.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).
           03 ESPECIALIDADE    PIC 9(02).

       FD CADMEDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDESP.DAT".
           COPY REGMEDESP.

       FD CADCIDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIDESP.DAT".
       01 REGCIDESP.
           03 CE-CHAVE.
               05 CE-CODIGO          PIC X(04).
               05 CE-ESPECIALIDADE   PIC 9(02).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-AGE      PIC X(02) VALUE "00".
       01 ST-ERRO-CNV      PIC X(02) VALUE "00".
       01 ST-ERRO-ITE      PIC X(02) VALUE "00".
       01 ST-ERRO-TUS      PIC X(02) VALUE "00".
       01 ST-ERRO-PRE      PIC X(02) VALUE "00".
       01 ST-ERRO-PPL      PIC X(02) VALUE "00".
       01 ST-ERRO-PCT      PIC X(02) VALUE "00".
       01 ST-ERRO-PIT      PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-MDE      PIC X(02) VALUE "00".
       01 ST-ERRO-CDE      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-ITE-ABERTO     PIC X(01) VALUE "N".
       01 W-TUS-ABERTO     PIC X(01) VALUE "N".
       01 W-PPL-ABERTO     PIC X(01) VALUE "N".
       01 W-PCT-ABERTO     PIC X(01) VALUE "N".
       01 W-MED-ABERTO     PIC X(01) VALUE "N".
       01 W-MDE-ABERTO     PIC X(01) VALUE "N".
       01 W-CDE-ABERTO     PIC X(01) VALUE "N".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTECRIT.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTECRIT".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-CONVENIO       PIC 9(04) VALUE ZEROS.
       01 W-LOTE           PIC 9(06) VALUE ZEROS.
       01 W-PLANO-CONV     PIC 9(02) VALUE ZEROS.
       01 W-EXIGE-GUIA     PIC X(01) VALUE "N".
       01 W-PROCEDIMENTO   PIC 9(04) VALUE 0001.
       01 W-PROC-TELE      PIC 9(04) VALUE 0002.
       01 W-PROC-BUSCA     PIC 9(04) VALUE ZEROS.
       01 W-PRECO-OK       PIC X(01) VALUE "N".
       01 W-PRECO-VAL      PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR-ESP      PIC 9(06)V99 VALUE ZEROS.
       01 W-VALOR-TAB      PIC 9(06)V99 VALUE ZEROS.
       01 W-SEM-PRECO      PIC X(01) VALUE "N".
       01 W-TUSS           PIC 9(08) VALUE ZEROS.
       01 W-CID-COMPAT     PIC X(01) VALUE "N".
       01 W-REG-AGE        PIC X(130) VALUE SPACES.
       01 W-SEVERIDADE     PIC X(05) VALUE SPACES.
       01 W-MSG            PIC X(60) VALUE SPACES.
       01 W-ED-FAT         PIC ZZZ.ZZ9,99.
       01 W-ED-ESP         PIC ZZZ.ZZ9,99.
       01 W-TOT-FAT        PIC 9(05) VALUE ZEROS.
       01 W-TOT-ERROS      PIC 9(05) VALUE ZEROS.
       01 W-TOT-AVISOS     PIC 9(05) VALUE ZEROS.
       01 W-TOT-FAT-ERRO   PIC 9(05) VALUE ZEROS.
       01 W-ERROS-ANT      PIC 9(05) VALUE ZEROS.
       01 W-QTD-IT-CONS    PIC 9(02) VALUE ZEROS.
       01 W-PAC-ACHADO     PIC X(01) VALUE "N".
       01 W-PAC-VALOR      PIC 9(06)V99 VALUE ZEROS.
       01 W-PAC-COD        PIC 9(03) VALUE ZEROS.
       01 W-PAC-DESCR      PIC X(30) VALUE SPACES.
       01 W-QTD-IT-PAC     PIC 9(02) VALUE ZEROS.
       01 W-IDXP           PIC 9(02) VALUE ZEROS.
       01 W-IDXQ           PIC 9(02) VALUE ZEROS.
       01 W-BATE           PIC X(01) VALUE "N".
       01 TAB-IT-CONS.
           03 TIC-OCORR OCCURS 20 TIMES.
              05 TIC-PROC          PIC 9(04).
              05 TIC-SEQ           PIC 9(02).
              05 TIC-USADO         PIC X(01).
       01 TAB-IT-PAC.
           03 TIP-PROC PIC 9(04) OCCURS 20 TIMES.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "CODIGO DO CONVENIO: "
           ACCEPT W-CONVENIO
           DISPLAY "NUMERO DO LOTE: "
           ACCEPT W-LOTE
           IF W-CONVENIO = ZEROS OR W-LOTE = ZEROS
              DISPLAY "CONVENIO E LOTE SAO OBRIGATORIOS"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN I-O CADLOTE
           IF ST-ERRO-LOT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOTE: "
                      ST-ERRO-LOT
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE W-LOTE TO LT-NUMERO
           READ CADLOTE
           IF ST-ERRO-LOT NOT = "00" OR LT-CODCONV NOT = W-CONVENIO
              DISPLAY "LOTE " W-LOTE " NAO ENCONTRADO PARA O CONVENIO "
                      W-CONVENIO
              MOVE 8 TO RETURN-CODE
              CLOSE CADLOTE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADFATURA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFATURA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              CLOSE CADLOTE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: "
                      ST-ERRO-AGE
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV: "
                      ST-ERRO-CNV
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADPRECO
           IF ST-ERRO-PRE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPRECO: "
                      ST-ERRO-PRE
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADITEM
           IF ST-ERRO-ITE = "00"
              MOVE "S" TO W-ITE-ABERTO.
           OPEN INPUT CADTUSS
           IF ST-ERRO-TUS = "00"
              MOVE "S" TO W-TUS-ABERTO.
           OPEN INPUT CADPRECOPL
           IF ST-ERRO-PPL = "00"
              MOVE "S" TO W-PPL-ABERTO.
           OPEN INPUT CADPACOTE
           IF ST-ERRO-PCT = "00"
              OPEN INPUT CADPACITEM
              IF ST-ERRO-PIT = "00"
                 MOVE "S" TO W-PCT-ABERTO
              ELSE
                 CLOSE CADPACOTE
              END-IF
           END-IF.
           OPEN INPUT CADMED
           IF ST-ERRO-MED = "00"
              MOVE "S" TO W-MED-ABERTO.
           OPEN INPUT CADMEDESP
           IF ST-ERRO-MDE = "00"
              MOVE "S" TO W-MDE-ABERTO.
           OPEN INPUT CADCIDESP
           IF ST-ERRO-CDE = "00"
              MOVE "S" TO W-CDE-ABERTO.

       R0A.
           MOVE W-CONVENIO TO CODIGO
           READ CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "CONVENIO " W-CONVENIO " NAO CADASTRADO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE PLANO TO W-PLANO-CONV
           IF EXIGEGUIA = "S" OR EXIGEGUIA = "s"
              MOVE "S" TO W-EXIGE-GUIA.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTECRIT.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "CRITICA PRE-ENVIO DO LOTE " W-LOTE " CONVENIO "
                  W-CONVENIO " " CNV-NOME " EM " W-HOJE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TIPO  CRM    DATA     HORA CPF         OCORRENCIA"
             TO LINHA-REL
           WRITE LINHA-REL.

      *------[ FATURAS FECHADAS DO LOTE ]-------------------------------
       R1.
           MOVE SPACES TO FT-CHAVE
           START CADFATURA KEY IS NOT LESS THAN FT-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R3.

       R2.
           READ CADFATURA NEXT RECORD
           IF ST-ERRO = "10"
              GO TO R3.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFATURA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           IF FT-CODCONV NOT = W-CONVENIO
              GO TO R2.
           IF FT-LOTE NOT = W-LOTE
              GO TO R2.
           IF FT-FECHADO NOT = "S"
              GO TO R2.
           ADD 1 TO W-TOT-FAT
           MOVE W-TOT-ERROS TO W-ERROS-ANT
           MOVE FT-CRM TO AG-CRM
           MOVE FT-DATA TO AG-DATA
           MOVE FT-HORA TO AG-HORA
           READ CADAGENDA
           IF ST-ERRO-AGE NOT = "00"
              MOVE "ERRO " TO W-SEVERIDADE
              MOVE "CONSULTA DA FATURA NAO ENCONTRADA NA CADAGENDA"
                TO W-MSG
              PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM
              GO TO R2-CONTA.

      *------[ GUIA AUSENTE OU VENCIDA NO CONVENIO QUE EXIGE GUIA ]-----
       R2A.
           IF W-EXIGE-GUIA = "N"
              GO TO R2B.
           IF AG-GUIA = ZEROS
              MOVE "ERRO " TO W-SEVERIDADE
              MOVE "GUIA AUSENTE (CONVENIO EXIGE GUIA)" TO W-MSG
              PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM
              GO TO R2B.
           IF AG-GUIAVAL < AG-DATA
              MOVE "ERRO " TO W-SEVERIDADE
              MOVE SPACES TO W-MSG
              STRING "GUIA " AG-GUIA " VENCIDA EM " AG-GUIAVAL
                     DELIMITED BY SIZE INTO W-MSG
              PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM.

      *------[ ITENS: TUSS VIGENTE E VALOR DA FATURA X TABELA ]---------
       R2B.
           PERFORM CRITICA-ITENS THRU CRITICA-ITENS-FIM
           PERFORM CALCULA-VALOR THRU CALCULA-VALOR-FIM
           IF W-SEM-PRECO = "S"
              GO TO R2C.
      *    TAXA DE DESLOCAMENTO DA VISITA DOMICILIAR E COBRADA A
      *    PARTE DO PACIENTE E NAO ENTRA NA COMPARACAO COM A TABELA
           MOVE FT-VALOR TO W-VALOR-TAB
           IF FT-TAXA-DESLOC NUMERIC
              SUBTRACT FT-TAXA-DESLOC FROM W-VALOR-TAB.
           IF W-VALOR-ESP NOT = W-VALOR-TAB
              MOVE W-VALOR-TAB TO W-ED-FAT
              MOVE W-VALOR-ESP TO W-ED-ESP
              MOVE "ERRO " TO W-SEVERIDADE
              MOVE SPACES TO W-MSG
              STRING "VALOR FATURADO " W-ED-FAT " DIFERE DA TABELA "
                     W-ED-ESP DELIMITED BY SIZE INTO W-MSG
              PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM.

      *------[ CID X ESPECIALIDADES DO MEDICO ]-------------------------
       R2C.
           PERFORM CRITICA-CID THRU CRITICA-CID-FIM
           IF W-CID-COMPAT = "N"
              MOVE "AVISO" TO W-SEVERIDADE
              MOVE SPACES TO W-MSG
              STRING "CID " AG-CID " NAO RECOMENDADA P/ ESPECIALIDADES"
                     " DO CRM" DELIMITED BY SIZE INTO W-MSG
              PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM.

      *------[ OUTRA CONSULTA ATENDIDA DO CPF NO MESMO DIA ]------------
       R2D.
           PERFORM CRITICA-DUPLA THRU CRITICA-DUPLA-FIM.

       R2-CONTA.
           IF W-TOT-ERROS > W-ERROS-ANT
              ADD 1 TO W-TOT-FAT-ERRO.
           GO TO R2.

      *------[ UMA LINHA DO RELATORIO POR OCORRENCIA ]------------------
       GRAVA-OCORR.
           MOVE SPACES TO LINHA-REL
           STRING W-SEVERIDADE " " FT-CRM " " FT-DATA " " FT-HORA " "
                  FT-CPF " " W-MSG
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-SEVERIDADE = "ERRO "
              ADD 1 TO W-TOT-ERROS
           ELSE
              ADD 1 TO W-TOT-AVISOS.
       GRAVA-OCORR-FIM.
           EXIT.

      *------[ CARREGA OS ITENS DA FATURA E CONFERE O TUSS ]------------
       CRITICA-ITENS.
           MOVE ZEROS TO W-QTD-IT-CONS
           IF W-ITE-ABERTO = "N"
              GO TO CRITICA-ITENS-FIM.
           MOVE FT-CRM TO IT-CRM
           MOVE FT-DATA TO IT-DATA
           MOVE FT-HORA TO IT-HORA
           MOVE ZEROS TO IT-SEQ
           START CADITEM KEY IS NOT LESS THAN IT-CHAVE
           IF ST-ERRO-ITE NOT = "00"
              GO TO CRITICA-ITENS-FIM.
       CRITICA-ITENS1.
           READ CADITEM NEXT RECORD
           IF ST-ERRO-ITE NOT = "00"
              GO TO CRITICA-ITENS-FIM.
           IF IT-CRM NOT = FT-CRM OR IT-DATA NOT = FT-DATA
              OR IT-HORA NOT = FT-HORA
              GO TO CRITICA-ITENS-FIM.
           IF W-QTD-IT-CONS < 20
              ADD 1 TO W-QTD-IT-CONS
              MOVE IT-PROCEDIMENTO TO TIC-PROC (W-QTD-IT-CONS)
              MOVE IT-SEQ TO TIC-SEQ (W-QTD-IT-CONS).
           MOVE IT-PROCEDIMENTO TO W-PROC-BUSCA
           PERFORM BUSCA-TUSS THRU BUSCA-TUSS-FIM
           IF W-TUSS = ZEROS
              MOVE "ERRO " TO W-SEVERIDADE
              MOVE SPACES TO W-MSG
              STRING "ITEM " IT-SEQ " PROCEDIMENTO " IT-PROCEDIMENTO
                     " SEM CODIGO TUSS VIGENTE"
                     DELIMITED BY SIZE INTO W-MSG
              PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM.
           GO TO CRITICA-ITENS1.
       CRITICA-ITENS-FIM.
           EXIT.

      *------[ VALOR QUE A FATURA DEVERIA TER NA REGRA DO LOTEFAT: ]----
      *------[ PACOTE FECHADO, SOMA DOS ITENS, OU A CONSULTA       ]----
      *------[ (0002 NA TELECONSULTA COM PRECO, SENAO 0001)        ]----
       CALCULA-VALOR.
           MOVE ZEROS TO W-VALOR-ESP
           MOVE "N" TO W-SEM-PRECO
           IF W-QTD-IT-CONS = ZEROS
              GO TO CALCULA-CONSULTA.
           PERFORM TESTA-PACOTE THRU TESTA-PACOTE-FIM
           IF W-PAC-ACHADO = "S"
              MOVE W-PAC-VALOR TO W-VALOR-ESP
              GO TO CALCULA-VALOR-FIM.
           MOVE ZEROS TO W-IDXQ.
       CALCULA-ITENS.
           ADD 1 TO W-IDXQ
           IF W-IDXQ > W-QTD-IT-CONS
              GO TO CALCULA-VALOR-FIM.
           MOVE TIC-PROC (W-IDXQ) TO W-PROC-BUSCA
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           IF W-PRECO-OK = "N"
              MOVE "S" TO W-SEM-PRECO
              MOVE "ERRO " TO W-SEVERIDADE
              MOVE SPACES TO W-MSG
              STRING "ITEM " TIC-SEQ (W-IDXQ) " PROCEDIMENTO "
                     TIC-PROC (W-IDXQ) " SEM PRECO VIGENTE"
                     DELIMITED BY SIZE INTO W-MSG
              PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM
              GO TO CALCULA-ITENS.
           ADD W-PRECO-VAL TO W-VALOR-ESP
           GO TO CALCULA-ITENS.
       CALCULA-CONSULTA.
           IF AG-RETORNO = "S"
              GO TO CALCULA-VALOR-FIM.
           IF AG-MODALIDADE = "T" OR AG-MODALIDADE = "t"
              MOVE W-PROC-TELE TO W-PROC-BUSCA
              PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
              IF W-PRECO-OK = "S"
                 MOVE W-PRECO-VAL TO W-VALOR-ESP
                 GO TO CALCULA-VALOR-FIM.
           MOVE W-PROCEDIMENTO TO W-PROC-BUSCA
           PERFORM BUSCA-PRECO THRU BUSCA-PRECO-FIM
           IF W-PRECO-OK = "N"
              MOVE "S" TO W-SEM-PRECO
              MOVE "ERRO " TO W-SEVERIDADE
              MOVE "CONSULTA SEM PRECO VIGENTE NO CONVENIO" TO W-MSG
              PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM
              GO TO CALCULA-VALOR-FIM.
           MOVE W-PRECO-VAL TO W-VALOR-ESP.
       CALCULA-VALOR-FIM.
           EXIT.

      *------[ CID COMPATIVEL COM A PRINCIPAL OU SECUNDARIA DO CRM? ]---
      *------[ CID SEM NENHUMA RECOMENDACAO NO CADCIDESP E LIVRE    ]---
       CRITICA-CID.
           MOVE "S" TO W-CID-COMPAT
           IF W-CDE-ABERTO = "N" OR AG-CID = SPACES
              GO TO CRITICA-CID-FIM.
           MOVE AG-CID TO CE-CODIGO
           MOVE ZEROS TO CE-ESPECIALIDADE
           START CADCIDESP KEY IS NOT LESS THAN CE-CHAVE
           IF ST-ERRO-CDE NOT = "00"
              GO TO CRITICA-CID-FIM.
           READ CADCIDESP NEXT RECORD
           IF ST-ERRO-CDE NOT = "00"
              GO TO CRITICA-CID-FIM.
           IF CE-CODIGO NOT = AG-CID
              GO TO CRITICA-CID-FIM.
           MOVE "N" TO W-CID-COMPAT
           IF W-MED-ABERTO = "S"
              MOVE FT-CRM TO CRM
              READ CADMED
              IF ST-ERRO-MED = "00"
                 MOVE AG-CID TO CE-CODIGO
                 MOVE ESPECIALIDADE TO CE-ESPECIALIDADE
                 READ CADCIDESP
                 IF ST-ERRO-CDE = "00"
                    MOVE "S" TO W-CID-COMPAT
                    GO TO CRITICA-CID-FIM.
           IF W-MDE-ABERTO = "N"
              GO TO CRITICA-CID-FIM.
           MOVE FT-CRM TO ME-CRM
           MOVE ZEROS TO ME-ESPECIALIDADE
           START CADMEDESP KEY IS NOT LESS THAN ME-CHAVE
           IF ST-ERRO-MDE NOT = "00"
              GO TO CRITICA-CID-FIM.
       CRITICA-CID1.
           READ CADMEDESP NEXT RECORD
           IF ST-ERRO-MDE NOT = "00"
              GO TO CRITICA-CID-FIM.
           IF ME-CRM NOT = FT-CRM
              GO TO CRITICA-CID-FIM.
           MOVE AG-CID TO CE-CODIGO
           MOVE ME-ESPECIALIDADE TO CE-ESPECIALIDADE
           READ CADCIDESP
           IF ST-ERRO-CDE = "00"
              MOVE "S" TO W-CID-COMPAT
              GO TO CRITICA-CID-FIM.
           GO TO CRITICA-CID1.
       CRITICA-CID-FIM.
           EXIT.

      *------[ OUTRA CONSULTA ATENDIDA DO MESMO CPF NO MESMO DIA, ]-----
      *------[ FORA DO PARTICULAR (MESMO CONVENIO DO PACIENTE)    ]-----
       CRITICA-DUPLA.
           MOVE REGAGENDA TO W-REG-AGE
           MOVE FT-CPF TO AG-CPF
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO-AGE NOT = "00"
              GO TO CRITICA-DUPLA-VOLTA.
       CRITICA-DUPLA1.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO-AGE NOT = "00"
              GO TO CRITICA-DUPLA-VOLTA.
           IF AG-CPF NOT = FT-CPF
              GO TO CRITICA-DUPLA-VOLTA.
           IF AG-DATA NOT = FT-DATA
              GO TO CRITICA-DUPLA1.
           IF AG-CRM = FT-CRM AND AG-HORA = FT-HORA
              GO TO CRITICA-DUPLA1.
           IF AG-STATUS NOT = 30 OR AG-PARTICULAR = "S"
              GO TO CRITICA-DUPLA1.
           MOVE SPACES TO W-MSG
           IF AG-CRM = FT-CRM
              MOVE "ERRO " TO W-SEVERIDADE
              STRING "CONSULTA DUPLICADA NO DIA COM O MESMO CRM AS "
                     AG-HORA DELIMITED BY SIZE INTO W-MSG
           ELSE
              MOVE "AVISO" TO W-SEVERIDADE
              STRING "OUTRA CONSULTA NO DIA: CRM " AG-CRM " AS "
                     AG-HORA DELIMITED BY SIZE INTO W-MSG.
           PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM
           GO TO CRITICA-DUPLA1.
       CRITICA-DUPLA-VOLTA.
           MOVE W-REG-AGE TO REGAGENDA.
       CRITICA-DUPLA-FIM.
           EXIT.

      *------[ ITENS DA FATURA BATEM COM UM PACOTE DO CONVENIO? ]-------
       TESTA-PACOTE.
           MOVE "N" TO W-PAC-ACHADO
           IF W-PCT-ABERTO = "N"
              GO TO TESTA-PACOTE-FIM.
           MOVE W-CONVENIO TO PT-CODIGOC
           MOVE ZEROS TO PT-CODIGO PT-VIGENCIA
           START CADPACOTE KEY IS NOT LESS THAN PT-CHAVE
           IF ST-ERRO-PCT NOT = "00"
              MOVE "00" TO ST-ERRO-PCT
              GO TO TESTA-PACOTE-FIM.
       TESTA-PACOTE1.
           READ CADPACOTE NEXT RECORD
           IF ST-ERRO-PCT NOT = "00"
              MOVE "00" TO ST-ERRO-PCT
              GO TO TESTA-PACOTE-FIM.
           IF PT-CODIGOC NOT = W-CONVENIO
              GO TO TESTA-PACOTE-FIM.
           IF PT-VIGENCIA > FT-DATA
              GO TO TESTA-PACOTE1.
           PERFORM COMPARA-PACOTE THRU COMPARA-PACOTE-FIM
           IF W-BATE = "N"
              GO TO TESTA-PACOTE1.
           MOVE "S" TO W-PAC-ACHADO
           MOVE PT-CODIGO TO W-PAC-COD
           MOVE PT-VALOR TO W-PAC-VALOR
           MOVE PT-DESCRICAO TO W-PAC-DESCR
           GO TO TESTA-PACOTE1.
       TESTA-PACOTE-FIM.
           EXIT.

      *------[ COMPOSICAO DO PACOTE = ITENS DA FATURA? ]----------------
       COMPARA-PACOTE.
           MOVE "N" TO W-BATE
           MOVE ZEROS TO W-QTD-IT-PAC
           MOVE PT-CODIGO TO PI-CODIGO
           MOVE ZEROS TO PI-SEQ
           START CADPACITEM KEY IS NOT LESS THAN PI-CHAVE
           IF ST-ERRO-PIT NOT = "00"
              MOVE "00" TO ST-ERRO-PIT
              GO TO COMPARA-PACOTE-FIM.
       COMPARA-PACOTE1.
           READ CADPACITEM NEXT RECORD
           IF ST-ERRO-PIT NOT = "00"
              MOVE "00" TO ST-ERRO-PIT
              GO TO COMPARA-PACOTE2.
           IF PI-CODIGO NOT = PT-CODIGO
              GO TO COMPARA-PACOTE2.
           IF W-QTD-IT-PAC NOT < 20
              GO TO COMPARA-PACOTE-FIM.
           ADD 1 TO W-QTD-IT-PAC
           MOVE PI-PROCEDIMENTO TO TIP-PROC (W-QTD-IT-PAC)
           GO TO COMPARA-PACOTE1.
       COMPARA-PACOTE2.
           IF W-QTD-IT-PAC = ZEROS
              OR W-QTD-IT-PAC NOT = W-QTD-IT-CONS
              GO TO COMPARA-PACOTE-FIM.
           MOVE ZEROS TO W-IDXP.
       COMPARA-LIMPA.
           ADD 1 TO W-IDXP
           IF W-IDXP > W-QTD-IT-CONS
              GO TO COMPARA-CASA0.
           MOVE "N" TO TIC-USADO (W-IDXP)
           GO TO COMPARA-LIMPA.
       COMPARA-CASA0.
           MOVE ZEROS TO W-IDXP.
       COMPARA-CASA.
           ADD 1 TO W-IDXP
           IF W-IDXP > W-QTD-IT-PAC
              MOVE "S" TO W-BATE
              GO TO COMPARA-PACOTE-FIM.
           MOVE ZEROS TO W-IDXQ.
       COMPARA-CASA1.
           ADD 1 TO W-IDXQ
           IF W-IDXQ > W-QTD-IT-CONS
              GO TO COMPARA-PACOTE-FIM.
           IF TIC-USADO (W-IDXQ) = "N"
              AND TIC-PROC (W-IDXQ) = TIP-PROC (W-IDXP)
              MOVE "S" TO TIC-USADO (W-IDXQ)
              GO TO COMPARA-CASA.
           GO TO COMPARA-CASA1.
       COMPARA-PACOTE-FIM.
           EXIT.

      *------[ CODIGO TUSS VIGENTE NA DATA DA CONSULTA ]----------------
       BUSCA-TUSS.
           MOVE ZEROS TO W-TUSS
           IF W-TUS-ABERTO = "N"
              GO TO BUSCA-TUSS-FIM.
           MOVE W-PROC-BUSCA TO TU-PROCEDIMENTO
           MOVE ZEROS TO TU-VIGENCIA
           START CADTUSS KEY IS NOT LESS THAN TU-CHAVE
           IF ST-ERRO-TUS NOT = "00"
              GO TO BUSCA-TUSS-FIM.
       BUSCA-TUSS1.
           READ CADTUSS NEXT RECORD
           IF ST-ERRO-TUS NOT = "00"
              GO TO BUSCA-TUSS-FIM.
           IF TU-PROCEDIMENTO NOT = W-PROC-BUSCA
              GO TO BUSCA-TUSS-FIM.
           IF TU-VIGENCIA > FT-DATA
              GO TO BUSCA-TUSS-FIM.
           MOVE TU-CODIGO-TUSS TO W-TUSS
           GO TO BUSCA-TUSS1.
       BUSCA-TUSS-FIM.
           EXIT.

      *------[ PRECO VIGENTE NA DATA DA CONSULTA: CLASSE DE ]----------
      *------[ PLANO PRIMEIRO, TABELA PADRAO NO RESTO        ]----------
       BUSCA-PRECO.
           MOVE "N" TO W-PRECO-OK
           MOVE ZEROS TO W-PRECO-VAL
           PERFORM BUSCA-PRECO-PLANO THRU BUSCA-PRECO-PLANO-FIM
           IF W-PRECO-OK = "S"
              GO TO BUSCA-PRECO-FIM.
           MOVE W-CONVENIO TO PR-CODIGOC
           MOVE W-PROC-BUSCA TO PR-PROCEDIMENTO
           MOVE ZEROS TO PR-VIGENCIA
           START CADPRECO KEY IS NOT LESS THAN PR-CHAVE
           IF ST-ERRO-PRE NOT = "00"
              GO TO BUSCA-PRECO-FIM.
       BUSCA-PRECO1.
           READ CADPRECO NEXT RECORD
           IF ST-ERRO-PRE NOT = "00"
              GO TO BUSCA-PRECO-FIM.
           IF PR-CODIGOC NOT = W-CONVENIO
              OR PR-PROCEDIMENTO NOT = W-PROC-BUSCA
              GO TO BUSCA-PRECO-FIM.
           IF PR-VIGENCIA > FT-DATA
              GO TO BUSCA-PRECO-FIM.
           MOVE "S" TO W-PRECO-OK
           MOVE PR-VALOR TO W-PRECO-VAL
           GO TO BUSCA-PRECO1.
       BUSCA-PRECO-FIM.
           EXIT.

      *------[ PRECO DA CLASSE DE PLANO DO CONVENIO, SE HOUVER ]--------
       BUSCA-PRECO-PLANO.
           IF W-PPL-ABERTO = "N"
              GO TO BUSCA-PRECO-PLANO-FIM.
           MOVE W-CONVENIO TO PP-CODIGOC
           MOVE W-PLANO-CONV TO PP-PLANO
           MOVE W-PROC-BUSCA TO PP-PROCEDIMENTO
           MOVE ZEROS TO PP-VIGENCIA
           START CADPRECOPL KEY IS NOT LESS THAN PP-CHAVE
           IF ST-ERRO-PPL NOT = "00"
              MOVE "00" TO ST-ERRO-PPL
              GO TO BUSCA-PRECO-PLANO-FIM.
       BUSCA-PRECO-PLANO1.
           READ CADPRECOPL NEXT RECORD
           IF ST-ERRO-PPL NOT = "00"
              MOVE "00" TO ST-ERRO-PPL
              GO TO BUSCA-PRECO-PLANO-FIM.
           IF PP-CODIGOC NOT = W-CONVENIO
              OR PP-PLANO NOT = W-PLANO-CONV
              OR PP-PROCEDIMENTO NOT = W-PROC-BUSCA
              GO TO BUSCA-PRECO-PLANO-FIM.
           IF PP-VIGENCIA > FT-DATA
              GO TO BUSCA-PRECO-PLANO-FIM.
           MOVE "S" TO W-PRECO-OK
           MOVE PP-VALOR TO W-PRECO-VAL
           GO TO BUSCA-PRECO-PLANO1.
       BUSCA-PRECO-PLANO-FIM.
           EXIT.

      *------[ TOTAIS E RESULTADO GRAVADO NO CADLOTE ]------------------
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "FATURAS CRITICADAS: " W-TOT-FAT
                  "  COM ERRO: " W-TOT-FAT-ERRO
                  "  ERROS: " W-TOT-ERROS "  AVISOS: " W-TOT-AVISOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-TOT-FAT = ZEROS
              MOVE "ATENCAO: NENHUMA FATURA FECHADA NESSE LOTE"
                TO LINHA-REL
              WRITE LINHA-REL.
           IF W-TOT-ERROS > ZEROS
              MOVE SPACES TO LINHA-REL
              STRING "LOTE BLOQUEADO PARA ENVIO: CORRIJA E CRITIQUE DE"
                     " NOVO, OU PECA A LIBERACAO DO SUPERVISOR (SMP056)"
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
           ELSE
              MOVE "LOTE LIBERADO PARA O ARQUIVO DE COBRANCA"
                TO LINHA-REL
              WRITE LINHA-REL.

           MOVE W-HOJE TO LT-CRIT-DATA
           MOVE W-TOT-ERROS TO LT-CRIT-ERROS
           MOVE W-TOT-AVISOS TO LT-CRIT-AVISOS
           MOVE W-OPERADOR-LOGADO TO LT-CRIT-OPER
           REWRITE REGLOTE
           IF ST-ERRO-LOT NOT = "00" AND ST-ERRO-LOT NOT = "02"
              DISPLAY "ERRO NA ALTERACAO DO ARQUIVO CADLOTE: "
                      ST-ERRO-LOT
              MOVE 8 TO RETURN-CODE.
           DISPLAY "CRITICA DO LOTE " W-LOTE ": " W-TOT-ERROS
                   " ERRO(S), " W-TOT-AVISOS " AVISO(S)"
           DISPLAY "RELATORIO: " WS-NOME-REL
           CLOSE RELATORIO.

       ROT-FIM.
           CLOSE CADLOTE.
           CLOSE CADFATURA.
           CLOSE CADAGENDA.
           CLOSE CADCONV.
           CLOSE CADPRECO.
           IF W-ITE-ABERTO = "S"
              CLOSE CADITEM.
           IF W-TUS-ABERTO = "S"
              CLOSE CADTUSS.
           IF W-PPL-ABERTO = "S"
              CLOSE CADPRECOPL.
           IF W-PCT-ABERTO = "S"
              CLOSE CADPACOTE
              CLOSE CADPACITEM.
           IF W-MED-ABERTO = "S"
              CLOSE CADMED.
           IF W-MDE-ABERTO = "S"
              CLOSE CADMEDESP.
           IF W-CDE-ABERTO = "S"
              CLOSE CADCIDESP.
       ROT-FIM-SEMARQ.
           GOBACK.
