      * RESTO; ITENS QUE BATEM COM UM PACOTE DO CONVENIO SAEM  *
      * COM A LINHA "P" DO PRECO FECHADO E ITENS ZERADOS), E   *
      * TRAILER COM TOTAIS, ACABANDO COM A REDIGITACAO NO      *
      * PORTAL E AS GLOSAS POR ERRO DE DIGITACAO. A LINHA DA   *
      * FATURA FECHA COM O CODIGO DE PRESTADOR DO MEDICO NO    *
      * CONVENIO, VIGENTE NA DATA DA CONSULTA (CADCREDEN), E   *
      * COM O NUMERO DA CARTEIRINHA DO PACIENTE QUE COBRIA A   *
      * DATA NO ARQUIVO DE BENEFICIARIOS (CADBENEF) E, POR     *
      * ULTIMO, COM O NUMERO DA GUIA DE CONSULTA NO PRESTADOR  *
      * IMPRESSA NO CHECK-IN (CADGUIA, ZEROS SE NAO HOUVE).    *
      * SO GERA O ARQUIVO DE LOTE JA CRITICADO (LOTECRIT) SEM  *
      * ERROS; COM ERROS, DEIXA PEDIDO DE LIBERACAO NA FILA    *
      * CADAPROV E SO ENVIA DEPOIS QUE UM SUPERVISOR LIBERA NO *
      * SMP056, LOGANDO AS DUAS IDENTIDADES NO CADSECLOG       *
      *********************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS IT-CHAVE
                     FILE STATUS IS ST-ERRO-ITE.

       SELECT CADCREDEN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CD-CHAVE
                     FILE STATUS IS ST-ERRO-CRD.

       SELECT CADPRECO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PI-CHAVE
                     FILE STATUS IS ST-ERRO-PIT.

       SELECT CADBENEF ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BN-CHAVE
                     ALTERNATE RECORD KEY IS BN-CHAVE-CPF
                                         WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-BNF.

       SELECT CADLOTE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS LT-NUMERO
                     FILE STATUS IS ST-ERRO-LOT.

       SELECT CADAPROV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AV-NUMERO
                     FILE STATUS IS ST-ERRO-APR.

       SELECT CADGUIA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS GC-CHAVE
                     ALTERNATE RECORD KEY IS GC-NUMERO
                     FILE STATUS IS ST-ERRO-GUI.

       SELECT ENVIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-ENV.
               VALUE OF FILE-ID IS "CADITEM.DAT".
           COPY REGITEM.

       FD CADCREDEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDEN.DAT".
           COPY REGCREDEN.

       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
           COPY REGBENEF.

       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
               VALUE OF FILE-ID IS "CADPACITEM.DAT".
           COPY REGPACITEM.

       FD CADLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOTE.DAT".
           COPY REGLOTE.

       FD CADAPROV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPROV.DAT".
           COPY REGAPROV.

       FD CADGUIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUIA.DAT".
           COPY REGGUIA.

       FD ENVIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-ENV.
       01 ST-ERRO-PRE      PIC X(02) VALUE "00".
       01 ST-ERRO-ENV      PIC X(02) VALUE "00".
       01 W-ITE-ABERTO     PIC X(01) VALUE "N".
       01 ST-ERRO-CRD      PIC X(02) VALUE "00".
       01 W-CRD-ABERTO     PIC X(01) VALUE "N".
       01 W-COD-PRESTADOR  PIC X(15) VALUE SPACES.
       01 ST-ERRO-BNF      PIC X(02) VALUE "00".
       01 W-BNF-ABERTO     PIC X(01) VALUE "N".
       01 W-CARTEIRA       PIC X(20) VALUE SPACES.
       01 ST-ERRO-GUI      PIC X(02) VALUE "00".
       01 W-GUI-ABERTO     PIC X(01) VALUE "N".
       01 W-NUM-GUIA       PIC 9(08) VALUE ZEROS.
       01 W-CONVENIO       PIC 9(04) VALUE ZEROS.
       01 W-LOTE           PIC 9(06) VALUE ZEROS.
       01 W-CONVENIO-X     PIC X(04) VALUE SPACES.
       01 W-IDXP           PIC 9(02) VALUE ZEROS.
       01 W-IDXQ           PIC 9(02) VALUE ZEROS.
       01 W-BATE           PIC X(01) VALUE "N".
       01 ST-ERRO-LOT      PIC X(02) VALUE "00".
       01 ST-ERRO-APR      PIC X(02) VALUE "00".
       01 W-CRIT-DATA      PIC 9(08) VALUE ZEROS.
       01 W-CRIT-ERROS     PIC 9(05) VALUE ZEROS.
       01 W-APROVADO       PIC X(01) VALUE "N".
       01 W-PENDENTE       PIC X(01) VALUE "N".
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-LOG-EVENTO     PIC X(01) VALUE SPACES.
       01 W-LOG-DETALHE    PIC X(20) VALUE SPACES.
       01 W-NUM-SERIE      PIC X(10) VALUE "APROVACAO".
       01 W-NUM-MINIMO     PIC 9(08) VALUE ZEROS.
       01 W-NUM-RETORNO    PIC 9(08) VALUE ZEROS.
       01 TAB-IT-CONS.
           03 TIC-OCORR OCCURS 20 TIMES.
              05 TIC-PROC          PIC 9(04).
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

      *------[ SO ENVIA LOTE CRITICADO SEM ERROS (LOTECRIT) OU ]--------
      *------[ LIBERADO PELO SUPERVISOR NA FILA CADAPROV       ]--------
       R0-CRIT.
           OPEN INPUT CADLOTE
           IF ST-ERRO-LOT NOT = "00"
              GO TO R0.
           MOVE W-LOTE TO LT-NUMERO
           READ CADLOTE
           IF ST-ERRO-LOT NOT = "00" OR LT-CODCONV NOT = W-CONVENIO
              CLOSE CADLOTE
              GO TO R0.
           MOVE LT-CRIT-DATA TO W-CRIT-DATA
           MOVE LT-CRIT-ERROS TO W-CRIT-ERROS
           CLOSE CADLOTE
           IF W-CRIT-DATA = ZEROS
              DISPLAY "LOTE " W-LOTE " AINDA NAO CRITICADO: RODE A"
              DISPLAY "CRITICA PRE-ENVIO (LOTECRIT) ANTES DO ENVIO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           IF W-CRIT-ERROS = ZEROS
              GO TO R0.
           PERFORM TESTA-APROVACAO THRU TESTA-APROVACAO-FIM
           IF W-APROVADO = "N"
              DISPLAY "LOTE " W-LOTE " COM " W-CRIT-ERROS
                      " ERRO(S) NA CRITICA DE " W-CRIT-DATA
              DISPLAY "PEDIDO DE LIBERACAO PENDENTE: UM SUPERVISOR"
              DISPLAY "DEVE LIBERAR NO SMP056 E O ENVIO DEVE SER"
              DISPLAY "CHAMADO DE NOVO COM O MESMO LOTE"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

       R0.
           OPEN INPUT CADFATURA
           IF ST-ERRO NOT = "00"
           OPEN INPUT CADITEM
           IF ST-ERRO-ITE = "00"
              MOVE "S" TO W-ITE-ABERTO.
           OPEN INPUT CADCREDEN
           IF ST-ERRO-CRD = "00"
              MOVE "S" TO W-CRD-ABERTO.
           OPEN INPUT CADBENEF
           IF ST-ERRO-BNF = "00"
              MOVE "S" TO W-BNF-ABERTO.
           OPEN INPUT CADGUIA
           IF ST-ERRO-GUI = "00"
              MOVE "S" TO W-GUI-ABERTO.

           OPEN INPUT CADPRECO
           IF ST-ERRO-PRE NOT = "00"
           READ CADAGENDA
           IF ST-ERRO-AGE = "00"
              MOVE AG-GUIA TO W-GUIA.
           PERFORM BUSCA-PRESTADOR THRU BUSCA-PRESTADOR-FIM
           PERFORM BUSCA-CARTEIRA THRU BUSCA-CARTEIRA-FIM
           MOVE ZEROS TO W-NUM-GUIA
           IF W-GUI-ABERTO = "S"
              MOVE FT-CHAVE TO GC-CHAVE
              READ CADGUIA
              IF ST-ERRO-GUI = "00"
                 MOVE GC-NUMERO TO W-NUM-GUIA
              END-IF
           END-IF
           COMPUTE W-VALOR-CENT = FT-VALOR-CONV * 100
           MOVE SPACES TO LINHA-ENV
           STRING "F;" W-GUIA ";" FT-CPF ";" FT-CRM ";" FT-DATA
                  ";" FT-HORA ";" W-VALOR-CENT ";" W-COD-PRESTADOR
                  ";" W-CARTEIRA ";" W-NUM-GUIA
                  DELIMITED BY SIZE INTO LINHA-ENV
           WRITE LINHA-ENV
           ADD 1 TO W-TOTAL-FAT
           PERFORM EMITE-ITENS THRU EMITE-ITENS-FIM
           GO TO R2.

      *------[ CODIGO DE PRESTADOR DO CRM NO CONVENIO EM FT-DATA ]------
       BUSCA-PRESTADOR.
           MOVE SPACES TO W-COD-PRESTADOR
           IF W-CRD-ABERTO = "N"
              GO TO BUSCA-PRESTADOR-FIM.
           MOVE W-CONVENIO TO CD-CODCONV
           MOVE FT-CRM TO CD-CRM
           MOVE ZEROS TO CD-DATA-INI
           START CADCREDEN KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-PRESTADOR-FIM.
       BUSCA-PRESTADOR1.
           READ CADCREDEN NEXT RECORD
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-PRESTADOR-FIM.
           IF CD-CODCONV NOT = W-CONVENIO OR CD-CRM NOT = FT-CRM
              GO TO BUSCA-PRESTADOR-FIM.
           IF CD-DATA-INI > FT-DATA
              GO TO BUSCA-PRESTADOR-FIM.
           IF CD-DATA-FIM = ZEROS OR CD-DATA-FIM NOT < FT-DATA
              MOVE CD-COD-PRESTADOR TO W-COD-PRESTADOR
              GO TO BUSCA-PRESTADOR-FIM.
           GO TO BUSCA-PRESTADOR1.
       BUSCA-PRESTADOR-FIM.
           EXIT.

      *------[ CARTEIRINHA DO CPF QUE COBRIA FT-DATA NO CONVENIO ]------
       BUSCA-CARTEIRA.
           MOVE SPACES TO W-CARTEIRA
           IF W-BNF-ABERTO = "N"
              GO TO BUSCA-CARTEIRA-FIM.
           MOVE W-CONVENIO TO BN-CONV-CPF
           MOVE FT-CPF TO BN-CPF
           START CADBENEF KEY IS NOT LESS THAN BN-CHAVE-CPF
           IF ST-ERRO-BNF NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
       BUSCA-CARTEIRA1.
           READ CADBENEF NEXT RECORD
           IF ST-ERRO-BNF NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
           IF BN-CONV-CPF NOT = W-CONVENIO OR BN-CPF NOT = FT-CPF
              GO TO BUSCA-CARTEIRA-FIM.
           IF BN-DATA-INI NOT > FT-DATA
              AND (BN-DATA-CANC = ZEROS OR BN-DATA-CANC > FT-DATA)
              MOVE BN-CARTEIRA TO W-CARTEIRA
              GO TO BUSCA-CARTEIRA-FIM.
           GO TO BUSCA-CARTEIRA1.
       BUSCA-CARTEIRA-FIM.
           EXIT.

      *------[ UMA LINHA POR ITEM DE ATENDIMENTO DA FATURA, NA ]--------
      *------[ MESMA REGRA DE PRECO DO LOTEFAT: PACOTE FECHADO ]--------
      *------[ QUANDO OS ITENS BATEM, SENAO CLASSE DE PLANO E  ]--------
       BUSCA-PRECO-PLANO-FIM.
           EXIT.

      *------[ PROCURA LIBERACAO DO LOTE; SEM ELA, DEIXA O PEDIDO ]-----
      *------[ NA FILA (UM SO PEDIDO PENDENTE POR CRITICA)        ]-----
       TESTA-APROVACAO.
           MOVE "N" TO W-APROVADO
           MOVE "N" TO W-PENDENTE
           OPEN I-O CADAPROV
           IF ST-ERRO-APR NOT = "00"
              IF ST-ERRO-APR = "30"
                 OPEN OUTPUT CADAPROV
                 CLOSE CADAPROV
                 OPEN I-O CADAPROV
              ELSE
                 GO TO TESTA-APROVACAO-FIM.
           IF ST-ERRO-APR NOT = "00"
              GO TO TESTA-APROVACAO-FIM.
           MOVE ZEROS TO AV-NUMERO
           START CADAPROV KEY IS NOT LESS THAN AV-NUMERO
           IF ST-ERRO-APR NOT = "00"
              GO TO TESTA-GRAVA-PEDIDO.
       TESTA-APROVACAO1.
           READ CADAPROV NEXT RECORD
           IF ST-ERRO-APR NOT = "00"
              GO TO TESTA-GRAVA-PEDIDO.
           IF AV-PROGRAMA NOT = "LOTEENVIO"
              GO TO TESTA-APROVACAO1.
           IF AV-NUM1 NOT = W-CONVENIO OR AV-NUM2 NOT = W-LOTE
              OR AV-NUM3 NOT = W-CRIT-DATA
              GO TO TESTA-APROVACAO1.
           IF AV-SITUACAO = "P"
              MOVE "S" TO W-PENDENTE.
           IF AV-SITUACAO NOT = "A"
              GO TO TESTA-APROVACAO1.
      *    LIBERADO: EXECUTA E LOGA AS DUAS IDENTIDADES
           MOVE "E" TO AV-SITUACAO
           REWRITE REGAPROV
           MOVE "S" TO W-APROVADO
           MOVE "O" TO W-LOG-EVENTO
           MOVE SPACES TO W-LOG-DETALHE
           STRING "LOTEENVIO EXEC " AV-NUMERO DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR-LOGADO
                                   W-LOG-DETALHE
           MOVE SPACES TO W-LOG-DETALHE
           STRING "LOTEENVIO APROV " AV-NUMERO DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO AV-OPER-DECISAO
                                   W-LOG-DETALHE
           GO TO TESTA-APROVACAO-ENC.
       TESTA-GRAVA-PEDIDO.
           IF W-PENDENTE = "S"
              GO TO TESTA-APROVACAO-ENC.
           MOVE ZEROS TO W-NUM-MINIMO
           CALL "PROGNUMERO" USING W-NUM-SERIE W-NUM-MINIMO
                                   W-NUM-RETORNO
           MOVE W-NUM-RETORNO TO AV-NUMERO
           MOVE "LOTEENVIO" TO AV-PROGRAMA
           MOVE SPACES TO AV-DESCRICAO
           STRING "ENVIO C/ERRO LOTE " W-LOTE " CONV " W-CONVENIO
                  DELIMITED BY SIZE INTO AV-DESCRICAO
           MOVE W-CONVENIO TO AV-NUM1
           MOVE W-LOTE TO AV-NUM2
           MOVE W-CRIT-DATA TO AV-NUM3
           MOVE "P" TO AV-SITUACAO
           MOVE W-OPERADOR-LOGADO TO AV-OPER-PEDIDO
           MOVE SPACES TO AV-OPER-DECISAO
           MOVE ZEROS TO AV-DATA-DECISAO
           ACCEPT DATA-CADASTRO OF REGAPROV FROM DATE YYYYMMDD
           WRITE REGAPROV
           IF ST-ERRO-APR NOT = "00" AND ST-ERRO-APR NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO DE LIBERACAO: "
                      ST-ERRO-APR.
       TESTA-APROVACAO-ENC.
           CLOSE CADAPROV.
       TESTA-APROVACAO-FIM.
           EXIT.

      *------[ TRAILER COM OS TOTAIS DO LOTE ]--------------------------
       R3.
           COMPUTE W-VALOR-CENT = W-TOTAL-VALOR * 100
           CLOSE CADCONV.
           IF W-ITE-ABERTO = "S"
              CLOSE CADITEM.
           IF W-CRD-ABERTO = "S"
              CLOSE CADCREDEN.
           IF W-BNF-ABERTO = "S"
              CLOSE CADBENEF.
           IF W-GUI-ABERTO = "S"
              CLOSE CADGUIA.
           CLOSE CADPRECO.
           IF W-TUS-ABERTO = "S"
              CLOSE CADTUSS.
