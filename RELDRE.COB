      * COMPETENCIA PEDIDA E A ANTERIOR LADO A LADO -          *
      * FATURAMENTO BRUTO (CADFATURA), PERDAS POR GLOSA        *
      * ACEITA (CADGLOSA "P"), RECEBIDO DOS CONVENIOS          *
      * (CADPAGTO), RECEBIDO NO CAIXA DA RECEPCAO (CADCAIXA,   *
      * LIQUIDO DOS SINAIS DEVOLVIDOS),                        *
      * CUSTO DE REPASSE AOS MEDICOS (PERCENTUAL DO CADMED     *
      * SOBRE AS FATURAS, NA REGRA DO LOTEREP) E DESPESAS      *
      * OPERACIONAIS PAGAS (CADPAGAR, POR CATEGORIA, COM OS    *
      * VALES DO FUNDO FIXO - CADVALE - NA DATA DO VALE EM VEZ *
      * DO TITULO DE REPOSICAO, CATEGORIA 8) E A DEPRECIACAO   *
      * DO PATRIMONIO (CADDEPREC), FECHANDO NO RESULTADO       *
      * OPERACIONAL DO MES. O RECEBIDO DOS CONVENIOS E O       *
      * BRUTO QUITADO (LIQUIDO + TRIBUTOS RETIDOS NA FONTE),   *
      * COM OS RETIDOS DESTACADOS NA LINHA SEGUINTE. NAS       *
      * COMPETENCIAS FECHADAS JA CONSOLIDADAS PELO LOTEESTAT   *
      * BRUTO, REPASSE, GLOSA E RECEBIDO DOS CONVENIOS SAEM DO *
      * CADRESUMO (REPASSE PELO PERCENTUAL DO CADMED SOBRE O   *
      * FATURADO DE CADA LINHA DO RESUMO); CAIXA, DESPESAS E   *
      * DEPRECIACAO CONTINUAM LIDOS DOS PROPRIOS ARQUIVOS      *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS AP-CHAVE
                     FILE STATUS IS ST-ERRO-PGR.

       SELECT CADVALE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VL-CHAVE
                     FILE STATUS IS ST-ERRO-VAL.

       SELECT CADDEPREC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DP-CHAVE
                     FILE STATUS IS ST-ERRO-DEP.

       SELECT CADRESUMO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RM-CHAVE
                     FILE STATUS IS ST-ERRO-RES.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
               VALUE OF FILE-ID IS "CADPAGAR.DAT".
           COPY REGPAGAR.

       FD CADVALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVALE.DAT".
           COPY REGVALE.

       FD CADDEPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEPREC.DAT".
           COPY REGDEPREC.

       FD CADRESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESUMO.DAT".
           COPY REGRESUMO.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 ST-ERRO-CXA      PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-PGR      PIC X(02) VALUE "00".
       01 ST-ERRO-DEP      PIC X(02) VALUE "00".
       01 ST-ERRO-VAL      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-GLO-ABERTO     PIC X(01) VALUE "N".
       01 W-PAG-ABERTO     PIC X(01) VALUE "N".
       01 W-CXA-ABERTO     PIC X(01) VALUE "N".
       01 W-PGR-ABERTO     PIC X(01) VALUE "N".
       01 W-DEP-ABERTO     PIC X(01) VALUE "N".
       01 W-VAL-ABERTO     PIC X(01) VALUE "N".
       01 ST-ERRO-RES      PIC X(02) VALUE "00".
       01 W-RES-ABERTO     PIC X(01) VALUE "N".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-MES-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-RES     PIC 9(06) VALUE ZEROS.
       01 W-COL            PIC 9(01) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 TAB-FECH.
           03 W-FECH       PIC X(01) OCCURS 2 TIMES.
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-COMPET         PIC 9(06) VALUE ZEROS.
       01 W-COMPET-ANT     PIC 9(06) VALUE ZEROS.
       01 W-COMPET-REG     PIC 9(06) VALUE ZEROS.
           03 W-BRUTO       PIC 9(09)V99 OCCURS 2 TIMES.
           03 W-GLOSA       PIC 9(09)V99 OCCURS 2 TIMES.
           03 W-RECEB-CONV  PIC 9(09)V99 OCCURS 2 TIMES.
           03 W-RETIDO      PIC 9(09)V99 OCCURS 2 TIMES.
           03 W-RECEB-CAIXA PIC 9(09)V99 OCCURS 2 TIMES.
           03 W-REPASSE-TOT PIC 9(09)V99 OCCURS 2 TIMES.
           03 W-DESPESAS    PIC 9(09)V99 OCCURS 2 TIMES.
           03 W-DEPREC      PIC 9(09)V99 OCCURS 2 TIMES.
           03 W-RESULTADO   PIC S9(09)V99 OCCURS 2 TIMES.
           03 W-DESP-CAT    OCCURS 9 TIMES.
               05 W-DC-VALOR PIC 9(09)V99 OCCURS 2 TIMES.

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
       01 W-ED1            PIC ZZZ.ZZZ.ZZ9,99.
       01 W-ED2            PIC ZZZ.ZZZ.ZZ9,99.
       01 W-ED1S           PIC -ZZZ.ZZZ.ZZ9,99.
           OPEN INPUT CADPAGAR
           IF ST-ERRO-PGR = "00"
              MOVE "S" TO W-PGR-ABERTO.
           OPEN INPUT CADDEPREC
           IF ST-ERRO-DEP = "00"
              MOVE "S" TO W-DEP-ABERTO.
           OPEN INPUT CADVALE
           IF ST-ERRO-VAL = "00"
              MOVE "S" TO W-VAL-ABERTO.

      *    COMPETENCIAS FECHADAS JA CONSOLIDADAS NO CADRESUMO
           MOVE "NN" TO TAB-FECH
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-MES-ATUAL
           OPEN INPUT CADRESUMO
           IF ST-ERRO-RES = "00"
              MOVE "S" TO W-RES-ABERTO
              MOVE W-COMPET TO W-COMPET-RES
              PERFORM TESTA-FECHADO THRU TESTA-FECHADO-FIM
              MOVE W-ACHOU TO W-FECH (1)
              MOVE W-COMPET-ANT TO W-COMPET-RES
              PERFORM TESTA-FECHADO THRU TESTA-FECHADO-FIM
              MOVE W-ACHOU TO W-FECH (2).

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
           IF W-COMPET-REG NOT = W-COMPET
              AND W-COMPET-REG NOT = W-COMPET-ANT
              GO TO R1-LOOP.
           IF (W-COMPET-REG = W-COMPET AND W-FECH (1) = "S")
              OR (W-COMPET-REG = W-COMPET-ANT AND W-FECH (2) = "S")
              GO TO R1-LOOP.
           MOVE ZEROS TO W-REPASSE-FAT
           MOVE FT-CRM TO CRM
           READ CADMED
           IF GL-SITUACAO NOT = "P"
              GO TO R2-LOOP.
           DIVIDE GL-DATA-REGISTRO BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG = W-COMPET AND W-FECH (1) = "N"
              ADD GL-VALOR TO W-GLOSA (1).
           IF W-COMPET-REG = W-COMPET-ANT AND W-FECH (2) = "N"
              ADD GL-VALOR TO W-GLOSA (2).
           GO TO R2-LOOP.

      *------[ RECEBIDO DOS CONVENIOS ]---------------------------------
       R3.
           IF W-PAG-ABERTO = "N"
              GO TO R3-RESUMO.
           MOVE SPACES TO PG-CHAVE
           START CADPAGTO KEY IS NOT LESS THAN PG-CHAVE
           IF ST-ERRO-PAG NOT = "00"
              GO TO R3-RESUMO.
       R3-LOOP.
           READ CADPAGTO NEXT RECORD
           IF ST-ERRO-PAG NOT = "00"
              GO TO R3-RESUMO.
           DIVIDE PG-DATA-PAGTO BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG = W-COMPET AND W-FECH (1) = "N"
              ADD PG-VALOR TO W-RECEB-CONV (1)
              ADD PG-RET-IR PG-RET-PIS PG-RET-COFINS PG-RET-CSLL
                  TO W-RETIDO (1).
           IF W-COMPET-REG = W-COMPET-ANT AND W-FECH (2) = "N"
              ADD PG-VALOR TO W-RECEB-CONV (2)
              ADD PG-RET-IR PG-RET-PIS PG-RET-COFINS PG-RET-CSLL
                  TO W-RETIDO (2).
           GO TO R3-LOOP.

      *------[ COMPETENCIAS FECHADAS: BRUTO A RECEBIDO DO CADRESUMO ]---
       R3-RESUMO.
           IF W-FECH (1) = "S"
              MOVE W-COMPET TO W-COMPET-RES
              MOVE 1 TO W-COL
              PERFORM SOMA-RESUMO THRU SOMA-RESUMO-FIM.
           IF W-FECH (2) = "S"
              MOVE W-COMPET-ANT TO W-COMPET-RES
              MOVE 2 TO W-COL
              PERFORM SOMA-RESUMO THRU SOMA-RESUMO-FIM.

      *------[ RECEBIDO NO CAIXA DA RECEPCAO ]--------------------------
       R4.
           IF W-CXA-ABERTO = "N"
           IF W-COMPET-REG = W-COMPET
              ADD CX-VAL-DINHEIRO TO W-RECEB-CAIXA (1)
              ADD CX-VAL-CARTAO TO W-RECEB-CAIXA (1)
              ADD CX-VAL-PIX TO W-RECEB-CAIXA (1)
              SUBTRACT CX-DEV-DINHEIRO CX-DEV-PIX
                  FROM W-RECEB-CAIXA (1).
           IF W-COMPET-REG = W-COMPET-ANT
              ADD CX-VAL-DINHEIRO TO W-RECEB-CAIXA (2)
              ADD CX-VAL-CARTAO TO W-RECEB-CAIXA (2)
              ADD CX-VAL-PIX TO W-RECEB-CAIXA (2)
              SUBTRACT CX-DEV-DINHEIRO CX-DEV-PIX
                  FROM W-RECEB-CAIXA (2).
           GO TO R4-LOOP.

      *------[ DESPESAS OPERACIONAIS PAGAS ]----------------------------
       R5.
           IF W-PGR-ABERTO = "N"
              GO TO R5A.
           MOVE SPACES TO AP-CHAVE
           START CADPAGAR KEY IS NOT LESS THAN AP-CHAVE
           IF ST-ERRO-PGR NOT = "00"
              GO TO R5A.
       R5-LOOP.
           READ CADPAGAR NEXT RECORD
           IF ST-ERRO-PGR NOT = "00"
              GO TO R5A.
           IF AP-PAGO NOT = "S"
              GO TO R5-LOOP.
      *    REPOSICAO DO FUNDO FIXO: A DESPESA ESTA NOS VALES
           IF AP-CATEGORIA = 8
              GO TO R5-LOOP.
           MOVE AP-CATEGORIA TO W-IND
           IF W-IND = ZEROS OR W-IND > 9
              MOVE 9 TO W-IND.
           DIVIDE AP-DATA-PAGTO BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG = W-COMPET
              ADD AP-VALOR TO W-DESPESAS (1)
              ADD AP-VALOR TO W-DC-VALOR (W-IND, 1).
           IF W-COMPET-REG = W-COMPET-ANT
              ADD AP-VALOR TO W-DESPESAS (2)
              ADD AP-VALOR TO W-DC-VALOR (W-IND, 2).
           GO TO R5-LOOP.

      *------[ VALES DO FUNDO FIXO, NA DATA DO VALE ]-------------------
       R5A.
           IF W-VAL-ABERTO = "N"
              GO TO R6.
           MOVE ZEROS TO VL-FILIAL VL-NUMERO
           START CADVALE KEY IS NOT LESS THAN VL-CHAVE
           IF ST-ERRO-VAL NOT = "00"
              GO TO R6.
       R5A-LOOP.
           READ CADVALE NEXT RECORD
           IF ST-ERRO-VAL NOT = "00"
              GO TO R6.
           MOVE VL-CATEGORIA TO W-IND
           IF W-IND = ZEROS OR W-IND > 9
              MOVE 9 TO W-IND.
           DIVIDE VL-DATA BY 100 GIVING W-COMPET-REG
           IF W-COMPET-REG = W-COMPET
              ADD VL-VALOR TO W-DESPESAS (1)
              ADD VL-VALOR TO W-DC-VALOR (W-IND, 1).
           IF W-COMPET-REG = W-COMPET-ANT
              ADD VL-VALOR TO W-DESPESAS (2)
              ADD VL-VALOR TO W-DC-VALOR (W-IND, 2).
           GO TO R5A-LOOP.

      *------[ DEPRECIACAO DO PATRIMONIO (LOTEDEPREC) ]-----------------
       R6.
           IF W-DEP-ABERTO = "N"
              GO TO R7.
           MOVE W-COMPET-ANT TO DP-COMPET
           MOVE ZEROS TO DP-PLAQUETA
           START CADDEPREC KEY IS NOT LESS THAN DP-CHAVE
           IF ST-ERRO-DEP NOT = "00"
              GO TO R7.
       R6-LOOP.
           READ CADDEPREC NEXT RECORD
           IF ST-ERRO-DEP NOT = "00"
              GO TO R7.
           IF DP-COMPET > W-COMPET
              GO TO R7.
           IF DP-COMPET = W-COMPET
              ADD DP-VALOR TO W-DEPREC (1).
           IF DP-COMPET = W-COMPET-ANT
              ADD DP-VALOR TO W-DEPREC (2).
           GO TO R6-LOOP.

      *------[ IMPRESSAO DO DRE ]---------------------------------------
       R7.
           ADD W-RETIDO (1) TO W-RECEB-CONV (1)
           ADD W-RETIDO (2) TO W-RECEB-CONV (2)
           COMPUTE W-RESULTADO (1) = W-RECEB-CONV (1)
                   + W-RECEB-CAIXA (1) - W-REPASSE-TOT (1)
                   - W-DESPESAS (1) - W-DEPREC (1)
           COMPUTE W-RESULTADO (2) = W-RECEB-CONV (2)
                   + W-RECEB-CAIXA (2) - W-REPASSE-TOT (2)
                   - W-DESPESAS (2) - W-DEPREC (2)

           MOVE SPACES TO LINHA-REL
           STRING "DRE GERENCIAL - COMPETENCIA " W-COMPET
                  " (ANTERIOR " W-COMPET-ANT ")"
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           IF W-FECH (1) = "S" OR W-FECH (2) = "S"
              MOVE SPACES TO LINHA-REL
              STRING "FATURAMENTO/GLOSA/CONVENIOS DO RESUMO MENSAL:"
                     " ATUAL " W-FECH (1) " ANTERIOR " W-FECH (2)
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL

           MOVE W-RETIDO (1) TO W-ED1
           MOVE W-RETIDO (2) TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "  DOS QUAIS RETIDOS NA FONTE" W-ED1 " " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL

           MOVE W-RECEB-CAIXA (1) TO W-ED1
           MOVE W-RECEB-CAIXA (2) TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "(-) DESPESAS OPERACIONAIS   " W-ED1 " " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND
           PERFORM LINHA-CATEG THRU LINHA-CATEG-FIM

           MOVE W-DEPREC (1) TO W-ED1
           MOVE W-DEPREC (2) TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "(-) DEPRECIACAO             " W-ED1 " " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL

           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

      *------[ LINHAS DO CADRESUMO DE UMA COMPETENCIA NA COLUNA W-COL ]-
       SOMA-RESUMO.
           MOVE W-COMPET-RES TO RM-COMPET
           MOVE ZEROS TO RM-FILIAL RM-CRM RM-CODCONV RM-ESPEC
           MOVE SPACES TO RM-CID
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO SOMA-RESUMO-FIM.
       SOMA-RESUMO1.
           READ CADRESUMO NEXT RECORD
           IF ST-ERRO-RES NOT = "00"
              GO TO SOMA-RESUMO-FIM.
           IF RM-COMPET NOT = W-COMPET-RES
              GO TO SOMA-RESUMO-FIM.
           ADD RM-VAL-FATURADO TO W-BRUTO (W-COL)
           ADD RM-VAL-GLOSADO TO W-GLOSA (W-COL)
           ADD RM-VAL-RECEBIDO TO W-RECEB-CONV (W-COL)
           ADD RM-VAL-RETIDO TO W-RETIDO (W-COL)
           IF RM-VAL-FATURADO = ZEROS
              GO TO SOMA-RESUMO1.
           MOVE ZEROS TO W-REPASSE-FAT
           MOVE RM-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MED = "00"
              COMPUTE W-REPASSE-FAT ROUNDED =
                      RM-VAL-FATURADO * REPASSE / 100.
           ADD W-REPASSE-FAT TO W-REPASSE-TOT (W-COL)
           GO TO SOMA-RESUMO1.
       SOMA-RESUMO-FIM.
           EXIT.

      *------[ COMPETENCIA FECHADA COM RESUMO NO CADRESUMO? ]-----------
       TESTA-FECHADO.
           MOVE "N" TO W-ACHOU
           IF W-COMPET-RES NOT < W-MES-ATUAL
              GO TO TESTA-FECHADO-FIM.
           MOVE W-COMPET-RES TO RM-COMPET
           MOVE ZEROS TO RM-FILIAL RM-CRM RM-CODCONV RM-ESPEC
           MOVE SPACES TO RM-CID
           START CADRESUMO KEY IS NOT LESS THAN RM-CHAVE
           IF ST-ERRO-RES NOT = "00"
              GO TO TESTA-FECHADO-FIM.
           READ CADRESUMO NEXT RECORD
           IF ST-ERRO-RES = "00" AND RM-COMPET = W-COMPET-RES
              MOVE "S" TO W-ACHOU.
       TESTA-FECHADO-FIM.
           EXIT.

      *------[ DESPESAS ABERTAS POR CATEGORIA (SO AS QUE TEM VALOR) ]--
       LINHA-CATEG.
           IF W-IND > 9
              GO TO LINHA-CATEG-FIM.
           IF W-DC-VALOR (W-IND, 1) = ZEROS
              AND W-DC-VALOR (W-IND, 2) = ZEROS
              GO TO LINHA-CATEG-1.
           MOVE W-DC-VALOR (W-IND, 1) TO W-ED1
           MOVE W-DC-VALOR (W-IND, 2) TO W-ED2
           MOVE SPACES TO LINHA-REL
           STRING "    " W-CAT (W-IND) "            " W-ED1 " " W-ED2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       LINHA-CATEG-1.
           ADD 1 TO W-IND
           GO TO LINHA-CATEG.
       LINHA-CATEG-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADFATURA.
           CLOSE CADMED.
              CLOSE CADCAIXA.
           IF W-PGR-ABERTO = "S"
              CLOSE CADPAGAR.
           IF W-DEP-ABERTO = "S"
              CLOSE CADDEPREC.
           IF W-VAL-ABERTO = "S"
              CLOSE CADVALE.
           IF W-RES-ABERTO = "S"
              CLOSE CADRESUMO.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
