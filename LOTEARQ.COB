      * DO REGISTRO). CADA REGISTRO SO E APAGADO DO ARQUIVO    *
      * VIVO DEPOIS DA GRAVACAO CONFIRMADA NO ARQUIVO MORTO,   *
      * E O RELATORIO PROVA AS CONTAGENS. O PROGARQ CONSULTA   *
      * O HISTORICO ARQUIVADO QUANDO UM PACIENTE ANTIGO VOLTA. *
      * ANTES DE MEXER NO MOVIMENTO RECALCULA POR COMPLETO O   *
      * RESUMO ESTATISTICO (LOTEESTAT), E NO FIM GRAVA O ANO   *
      * DE CORTE NO CADPARAM "ESTATARQ": AS COMPETENCIAS       *
      * ANTERIORES FICAM CONGELADAS NO CADRESUMO, QUE PASSA A  *
      * SER A UNICA FONTE DOS RELATORIOS DESSES MESES          *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS AR-FT-CHAVE
                     FILE STATUS IS ST-ERRO-AFT.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
               VALUE OF FILE-ID IS WS-NOME-AFT.
       01 REG-ARQFAT.
           03 AR-FT-CHAVE           PIC X(18).
           03 AR-FT-RESTO           PIC X(61).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD RELATORIO
               LABEL RECORD IS STANDARD
       01 ST-ERRO-AAG      PIC X(02) VALUE "00".
       01 ST-ERRO-AFT      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 W-ESTAT-MODO     PIC X(01) IS EXTERNAL VALUE SPACES.
       01 WS-NOME-AAG      PIC X(20) VALUE SPACES.
       01 WS-NOME-AFT      PIC X(20) VALUE SPACES.
       01 W-ANO-CORTE      PIC 9(04) VALUE ZEROS.
              DISPLAY "ANO DE CORTE OBRIGATORIO"
              GO TO ROT-FIM-SEMARQ.

      *    O RESUMO DOS MESES A ARQUIVAR TEM DE ESTAR COMPLETO ANTES
      *    DO EXPURGO: DEPOIS DELE NINGUEM CONSEGUE REFAZER
           MOVE "C" TO W-ESTAT-MODO
           CALL "LOTEESTAT"
           IF RETURN-CODE > 4
              DISPLAY "RESUMO ESTATISTICO NAO RECALCULADO (CODIGO "
                      RETURN-CODE "), ARQUIVAMENTO CANCELADO"
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN I-O CADAGENDA
           IF ST-ERRO NOT = "00"
           IF ST-ERRO-AFT NOT = "00"
              GO TO R2-LOOP.
           MOVE FT-CHAVE TO AR-FT-CHAVE
           MOVE REGFATURA (19:61) TO AR-FT-RESTO
           WRITE REG-ARQFAT
           IF ST-ERRO-AFT = "00" OR "02" OR "22"
              ADD 1 TO W-FAT-MOVIDAS
              MOVE "*** CONTAGENS DIVERGENTES, CONFERIR ***"
                TO LINHA-REL
              WRITE LINHA-REL.

      *------[ MESES ANTERIORES AO CORTE CONGELADOS NO CADRESUMO ]------
       R4.
           OPEN I-O CADPARAM
           IF ST-ERRO-PAR = "30" OR ST-ERRO-PAR = "35"
              OPEN OUTPUT CADPARAM
              CLOSE CADPARAM
              OPEN I-O CADPARAM.
           IF ST-ERRO-PAR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARAM: "
                      ST-ERRO-PAR
              GO TO ROT-FIM.
           MOVE "ESTATARQ" TO PA-CHAVE
           READ CADPARAM
           IF ST-ERRO-PAR = "00"
              IF PA-VALOR < W-ANO-CORTE
                 MOVE W-ANO-CORTE TO PA-VALOR
                 REWRITE REGPARAM
              END-IF
           ELSE
              MOVE "ESTATARQ" TO PA-CHAVE
              MOVE W-ANO-CORTE TO PA-VALOR
              WRITE REGPARAM.
           CLOSE CADPARAM
           MOVE SPACES TO LINHA-REL
           STRING "RESUMO ESTATISTICO CONGELADO ANTES DE "
                  W-ANO-CORTE DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

       ROT-FIM.
