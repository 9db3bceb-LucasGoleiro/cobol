      * CADESTOQ COM SALDO ABAIXO (OU NO LIMITE) DO NIVEL      *
      * MINIMO, COM A FALTA CALCULADA, PARA O COMPRADOR PARAR  *
      * DE COMPRAR NO CHUTE                                    *
      * DEPOIS, A REPOSICAO POR FILIAL (CADESTFIL): ITEM COM   *
      * MINIMO NA FILIAL E SALDO MAIS O QUE JA VEM EM TRANSITO *
      * NO MINIMO OU ABAIXO; DA PARA TRANSFERIR (SMP088) EM    *
      * VEZ DE COMPRAR                                         *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS EQ-CODIGO
                     FILE STATUS IS ST-ERRO.

       SELECT CADESTFIL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EF-CHAVE
                     FILE STATUS IS ST-ERRO-FIL.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.
               VALUE OF FILE-ID IS "CADESTOQ.DAT".
           COPY REGESTOQ.

       FD CADESTFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTFIL.DAT".
           COPY REGESTFIL.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(100).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 ST-ERRO-FIL      PIC X(02) VALUE "00".
       01 W-FIL-ABERTO     PIC X(01) VALUE "N".
       01 W-TOTAL-FILIAL   PIC 9(04) VALUE ZEROS.
       01 W-FALTA          PIC 9(06) VALUE ZEROS.
       01 W-TOTAL-ITENS    PIC 9(04) VALUE ZEROS.
       01 W-TOTAL-REPOR    PIC 9(04) VALUE ZEROS.
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESTOQ: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADESTFIL
           IF ST-ERRO-FIL = "00"
              MOVE "S" TO W-FIL-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
           STRING "ITENS NO ESTOQUE: " W-TOTAL-ITENS
                  "   ABAIXO DO MINIMO: " W-TOTAL-REPOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

      *------[ REPOSICAO POR FILIAL ]-----------------------------------
       R4.
           IF W-FIL-ABERTO = "N"
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "REPOSICAO POR FILIAL (SALDO + TRANSITO NO MINIMO)"
             TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LOW-VALUES TO EF-CHAVE
           START CADESTFIL KEY IS NOT LESS THAN EF-CHAVE
           IF ST-ERRO-FIL NOT = "00"
              GO TO R6.

       R5.
           READ CADESTFIL NEXT RECORD
           IF ST-ERRO-FIL NOT = "00"
              GO TO R6.
           IF EF-MINIMO = ZEROS
              GO TO R5.
           IF EF-SALDO + EF-TRANSITO > EF-MINIMO
              GO TO R5.
           COMPUTE W-FALTA = EF-MINIMO - EF-SALDO - EF-TRANSITO
           MOVE EF-ITEM TO EQ-CODIGO
           READ CADESTOQ
           IF ST-ERRO NOT = "00"
              MOVE "ITEM NAO CADASTRADO" TO EQ-DESCRICAO
              MOVE SPACES TO EQ-UNIDADE.
           MOVE SPACES TO LINHA-REL
           STRING "  FIL " EF-FILIAL "  " EF-ITEM "  " EQ-DESCRICAO
                  "  SALDO " EF-SALDO " TRANS " EF-TRANSITO
                  "  MIN " EF-MINIMO "  REPOR " W-FALTA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOTAL-FILIAL
           GO TO R5.

       R6.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "ITENS A REPOR NAS FILIAIS: " W-TOTAL-FILIAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE CADESTOQ.
           IF W-FIL-ABERTO = "S"
              CLOSE CADESTFIL.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
