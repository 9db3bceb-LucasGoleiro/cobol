       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELLGPD.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * DOSSIE DO TITULAR (LGPD - DIREITO DE ACESSO): PARA UM  *
      * CPF, JUNTA VIA PROGSPOOL TUDO O QUE A CLINICA GUARDA   *
      * SOBRE A PESSOA - CADASTRO (CADPACI), RESPONSAVEL E     *
      * TUTELADOS (CADRESP), CONSENTIMENTO DE CONTATO          *
      * (CADCONSEN), PEDIDO DE ANONIMIZACAO (CADLGPD),         *
      * CONSULTAS (CADAGENDA) COM FATURA, PARCELAS, RECEITAS,  *
      * SINAIS VITAIS E PESQUISA DE CADA VISITA, EXAMES,       *
      * VACINAS, NOTIFICACOES, ENCAMINHAMENTOS, ORIGEM DO      *
      * CADASTRO (CADORIGEM), CASOS DE OUVIDORIA COM SEU       *
      * HISTORICO (CADOUVID/CADOUVHIS), CARTEIRINHAS DE        *
      * CONVENIO DO TITULAR E DOS SEUS DEPENDENTES (CADBENEF)  *
      * E O MOVIMENTO ARQUIVADO (ARQAGE/ARQFAT DE CADA ANO).   *
      * NO FIM LISTA OS OPERADORES QUE MEXERAM NO REGISTRO,    *
      * PELO JORNAL (JORNAL.TXT) E PELO LOG DE SEGURANCA       *
      * (CADSECLOG). CADA EMISSAO FICA NO CADSECLOG (EVENTO L) *
      * COM DATA E OPERADOR                                    *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-AGE.

       SELECT CADRESP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RS-CPF-PACIENTE
                     FILE STATUS IS ST-ERRO-RSP.

       SELECT CADCONSEN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CS-CHAVE
                     FILE STATUS IS ST-ERRO-CNS.

       SELECT CADLGPD ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS LG-CPF
                     FILE STATUS IS ST-ERRO-LGP.

       SELECT CADFATURA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FT-CHAVE
                     FILE STATUS IS ST-ERRO-FAT.

       SELECT CADPARCELA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PL-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT CADRECMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RC-CHAVE
                     FILE STATUS IS ST-ERRO-REC.

       SELECT CADVITAIS ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS VT-CHAVE
                     FILE STATUS IS ST-ERRO-VIT.

       SELECT CADPESQ ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PQ-CHAVE
                     FILE STATUS IS ST-ERRO-PSQ.

       SELECT CADEXAME ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EX-CHAVE
                     FILE STATUS IS ST-ERRO-EXA.

       SELECT CADDOSE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DS-CHAVE
                     FILE STATUS IS ST-ERRO-DOS.

       SELECT CADNOTIF ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS NT-CHAVE
                     FILE STATUS IS ST-ERRO-NOT.

       SELECT CADENCAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EN-CHAVE
                     FILE STATUS IS ST-ERRO-ENC.

       SELECT CADORIGEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OG-CPF
                     FILE STATUS IS ST-ERRO-ORI.

       SELECT CADOUVID ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OV-NUMERO
                     ALTERNATE RECORD KEY IS OV-CPF WITH DUPLICATES
                     ALTERNATE RECORD KEY IS OV-AG-CHAVE
                                             WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-OUV.

       SELECT CADOUVHIS ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OH-CHAVE
                     FILE STATUS IS ST-ERRO-OVH.

       SELECT CADBENEF ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BN-CHAVE
                     ALTERNATE RECORD KEY IS BN-CHAVE-CPF
                                             WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-BNF.

       SELECT ARQAGE ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AR-AG-CHAVE
                     FILE STATUS IS ST-ERRO-AAG.

       SELECT ARQFAT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AR-FT-CHAVE
                     FILE STATUS IS ST-ERRO-AFT.

       SELECT JORNAL ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-JRN.

       SELECT CADSECLOG ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS SL-CHAVE
                     FILE STATUS IS ST-ERRO-SEC.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 SEXO           PIC X(01).
          03 DATANASC       PIC 9(08).
          03 GENERO         PIC X(01).
          03 CONVENIO       PIC 9(04).
          03 CEPPACI        PIC 9(08).
          03 NUMENDE        PIC 9(04).
          03 COMPLEM        PIC X(10).
          03 TELEFONE       PIC 9(11).
          03 EMAIL          PIC X(30).
          03 TIPOSANG       PIC 9(01).
          03 ALERGIA        PIC 9(02) OCCURS 5 TIMES.
          03 PAC-DATA-CAD   PIC 9(08).
          03 PAC-SITUACAO   PIC X(01).
          03 PAC-DT-SITUACAO PIC 9(08).
          03 PAC-MOT-SITUACAO PIC X(20).
          03 PAC-DATA-CONV  PIC 9(08).

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESP.DAT".
           COPY REGRESP.

       FD CADCONSEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONSEN.DAT".
           COPY REGCONSEN.

       FD CADLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLGPD.DAT".
       01 REGLGPD.
           03 LG-CPF            PIC 9(11).
           03 LG-DATA-PEDIDO    PIC 9(08).
           03 LG-OPERADOR       PIC X(08).

       FD CADFATURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFATURA.DAT".
           COPY REGFATURA.

       FD CADPARCELA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARCELA.DAT".
           COPY REGPARC.

       FD CADRECMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECMED.DAT".
           COPY REGRECMED.

       FD CADVITAIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVITAIS.DAT".
           COPY REGVITAIS.

       FD CADPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPESQ.DAT".
           COPY REGPESQ.

       FD CADEXAME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXAME.DAT".
           COPY REGEXAME.

       FD CADDOSE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOSE.DAT".
           COPY REGDOSE.

       FD CADNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNOTIF.DAT".
           COPY REGNOTIF.

       FD CADENCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCAM.DAT".
           COPY REGENCAM.

       FD CADORIGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORIGEM.DAT".
           COPY REGORIGEM.

       FD CADOUVID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVID.DAT".
           COPY REGOUVID.

       FD CADOUVHIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOUVHIS.DAT".
           COPY REGOUVHIS.

       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
           COPY REGBENEF.

       FD ARQAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-AAG.
       01 REG-ARQAGE.
           03 AR-AG-CHAVE.
               05 AR-AG-CRM         PIC 9(06).
               05 AR-AG-DATA        PIC 9(08).
               05 AR-AG-HORA        PIC 9(04).
           03 AR-AG-CPF             PIC 9(11).
           03 AR-AG-CID             PIC X(04).
           03 AR-AG-FATURADO        PIC X(01).
           03 AR-AG-DATA-CAD        PIC 9(08).
           03 AR-AG-STATUS          PIC 9(02).
           03 AR-AG-RESTO1          PIC X(71).
           03 AR-AG-OPERADOR        PIC X(08).
           03 AR-AG-RESTO2          PIC X(07).

       FD ARQFAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-AFT.
       01 REG-ARQFAT.
           03 AR-FT-CHAVE           PIC X(18).
           03 AR-FT-CPF             PIC 9(11).
           03 AR-FT-CODCONV         PIC 9(04).
           03 AR-FT-VALOR           PIC 9(06)V99.
           03 AR-FT-RESTO           PIC X(38).

       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNAL.TXT".
       01 REG-JORNAL.
           03 JN-DATA               PIC 9(08).
           03 JN-HORA               PIC 9(06).
           03 JN-ARQUIVO            PIC X(10).
           03 JN-ACAO               PIC X(01).
           03 JN-REGISTRO           PIC X(130).

       FD CADSECLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSECLOG.DAT".
           COPY REGSECLOG.

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-AGE      PIC X(02) VALUE "00".
       01 ST-ERRO-RSP      PIC X(02) VALUE "00".
       01 ST-ERRO-CNS      PIC X(02) VALUE "00".
       01 ST-ERRO-LGP      PIC X(02) VALUE "00".
       01 ST-ERRO-FAT      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-REC      PIC X(02) VALUE "00".
       01 ST-ERRO-VIT      PIC X(02) VALUE "00".
       01 ST-ERRO-PSQ      PIC X(02) VALUE "00".
       01 ST-ERRO-EXA      PIC X(02) VALUE "00".
       01 ST-ERRO-DOS      PIC X(02) VALUE "00".
       01 ST-ERRO-NOT      PIC X(02) VALUE "00".
       01 ST-ERRO-ENC      PIC X(02) VALUE "00".
       01 ST-ERRO-ORI      PIC X(02) VALUE "00".
       01 ST-ERRO-OUV      PIC X(02) VALUE "00".
       01 ST-ERRO-OVH      PIC X(02) VALUE "00".
       01 ST-ERRO-BNF      PIC X(02) VALUE "00".
       01 ST-ERRO-AAG      PIC X(02) VALUE "00".
       01 ST-ERRO-AFT      PIC X(02) VALUE "00".
       01 ST-ERRO-JRN      PIC X(02) VALUE "00".
       01 ST-ERRO-SEC      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-AGE-ABERTO     PIC X(01) VALUE "N".
       01 W-RSP-ABERTO     PIC X(01) VALUE "N".
       01 W-CNS-ABERTO     PIC X(01) VALUE "N".
       01 W-LGP-ABERTO     PIC X(01) VALUE "N".
       01 W-FAT-ABERTO     PIC X(01) VALUE "N".
       01 W-PAR-ABERTO     PIC X(01) VALUE "N".
       01 W-REC-ABERTO     PIC X(01) VALUE "N".
       01 W-VIT-ABERTO     PIC X(01) VALUE "N".
       01 W-PSQ-ABERTO     PIC X(01) VALUE "N".
       01 W-EXA-ABERTO     PIC X(01) VALUE "N".
       01 W-DOS-ABERTO     PIC X(01) VALUE "N".
       01 W-NOT-ABERTO     PIC X(01) VALUE "N".
       01 W-ENC-ABERTO     PIC X(01) VALUE "N".
       01 W-ORI-ABERTO     PIC X(01) VALUE "N".
       01 W-OUV-ABERTO     PIC X(01) VALUE "N".
       01 W-OVH-ABERTO     PIC X(01) VALUE "N".
       01 W-BNF-ABERTO     PIC X(01) VALUE "N".
       01 W-AFT-ABERTO     PIC X(01) VALUE "N".
       01 W-SEC-ABERTO     PIC X(01) VALUE "N".
       01 W-CPF            PIC 9(11) VALUE ZEROS.
       01 W-CPF-X          PIC X(11) VALUE SPACES.
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
           03 W-HOJE-ANO   PIC 9(04).
           03 W-HOJE-MMDD  PIC 9(04).
       01 W-ANO            PIC 9(04) VALUE ZEROS.
       01 W-ANO-MIN        PIC 9(04) VALUE ZEROS.
       01 W-ANO-X          PIC X(04) VALUE SPACES.
       01 WS-NOME-AAG      PIC X(20) VALUE SPACES.
       01 WS-NOME-AFT      PIC X(20) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "RELLGPD.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "RELLGPD".
       01 W-OPERADOR       PIC X(08) VALUE SPACES.
       01 W-OPERADOR-LOGADO PIC X(08) IS EXTERNAL VALUE SPACES.
       01 W-LOG-EVENTO     PIC X(01) VALUE "L".
       01 W-LOG-DETALHE    PIC X(20) VALUE SPACES.
       01 W-STATUS-TXT     PIC X(10) VALUE SPACES.
       01 W-VALOR-ED       PIC ZZZ.ZZ9,99.
       01 W-VALOR-ED2      PIC ZZZ.ZZ9,99.
       01 W-PESO-ED        PIC ZZ9,9.
       01 W-TEMP-ED        PIC Z9,9.
       01 W-QTD            PIC 9(03) VALUE ZEROS.
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-TOT-VISITAS    PIC 9(05) VALUE ZEROS.
       01 W-TOT-ARQ        PIC 9(05) VALUE ZEROS.
       01 W-TOT-REGS       PIC 9(05) VALUE ZEROS.
       01 W-TOT-JRN        PIC 9(05) VALUE ZEROS.
       01 W-TOT-SEC        PIC 9(05) VALUE ZEROS.

      *    VISITA CORRENTE (VIVA OU ARQUIVADA) PARA OS DETALHES
       01 W-VIS-CHAVE.
           03 W-VIS-CRM        PIC 9(06).
           03 W-VIS-DATA       PIC 9(08).
           03 W-VIS-HORA       PIC 9(04).

      *    OPERADORES QUE APARECEM NO REGISTRO DO TITULAR
       01 W-OPER-X         PIC X(08) VALUE SPACES.
       01 W-OPER-ORIGEM    PIC X(10) VALUE SPACES.
       01 W-QTD-OPER       PIC 9(03) VALUE ZEROS.
       01 TAB-OPERADORES.
           03 TO-OCORR OCCURS 100 TIMES.
               05 TO-OPERADOR      PIC X(08).
               05 TO-ORIGEM        PIC X(10).
               05 TO-QTD           PIC 9(05).
               05 TO-ULT-DATA      PIC 9(08).
       01 W-OPER-DATA      PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CPF DO TITULAR: "
           ACCEPT W-CPF
           IF W-CPF = ZEROS
              DISPLAY "CPF OBRIGATORIO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE W-OPERADOR-LOGADO TO W-OPERADOR
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR QUE ATENDE O PEDIDO: "
              ACCEPT W-OPERADOR.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR OBRIGATORIO"
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.
           MOVE W-CPF TO W-CPF-X
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADAGENDA
           IF ST-ERRO-AGE = "00"
              MOVE "S" TO W-AGE-ABERTO.
           OPEN INPUT CADRESP
           IF ST-ERRO-RSP = "00"
              MOVE "S" TO W-RSP-ABERTO.
           OPEN INPUT CADCONSEN
           IF ST-ERRO-CNS = "00"
              MOVE "S" TO W-CNS-ABERTO.
           OPEN INPUT CADLGPD
           IF ST-ERRO-LGP = "00"
              MOVE "S" TO W-LGP-ABERTO.
           OPEN INPUT CADFATURA
           IF ST-ERRO-FAT = "00"
              MOVE "S" TO W-FAT-ABERTO.
           OPEN INPUT CADPARCELA
           IF ST-ERRO-PAR = "00"
              MOVE "S" TO W-PAR-ABERTO.
           OPEN INPUT CADRECMED
           IF ST-ERRO-REC = "00"
              MOVE "S" TO W-REC-ABERTO.
           OPEN INPUT CADVITAIS
           IF ST-ERRO-VIT = "00"
              MOVE "S" TO W-VIT-ABERTO.
           OPEN INPUT CADPESQ
           IF ST-ERRO-PSQ = "00"
              MOVE "S" TO W-PSQ-ABERTO.
           OPEN INPUT CADEXAME
           IF ST-ERRO-EXA = "00"
              MOVE "S" TO W-EXA-ABERTO.
           OPEN INPUT CADDOSE
           IF ST-ERRO-DOS = "00"
              MOVE "S" TO W-DOS-ABERTO.
           OPEN INPUT CADNOTIF
           IF ST-ERRO-NOT = "00"
              MOVE "S" TO W-NOT-ABERTO.
           OPEN INPUT CADENCAM
           IF ST-ERRO-ENC = "00"
              MOVE "S" TO W-ENC-ABERTO.
           OPEN INPUT CADORIGEM
           IF ST-ERRO-ORI = "00"
              MOVE "S" TO W-ORI-ABERTO.
           OPEN INPUT CADOUVID
           IF ST-ERRO-OUV = "00"
              MOVE "S" TO W-OUV-ABERTO.
           OPEN INPUT CADOUVHIS
           IF ST-ERRO-OVH = "00"
              MOVE "S" TO W-OVH-ABERTO.
           OPEN INPUT CADBENEF
           IF ST-ERRO-BNF = "00"
              MOVE "S" TO W-BNF-ABERTO.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "RELLGPD.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "DOSSIE DO TITULAR (LGPD) - CPF " W-CPF
                  "   EMITIDO EM " W-HOJE " POR " W-OPERADOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ CADASTRO DO PACIENTE ]-----------------------------------
       R1.
           MOVE "CADASTRO DO PACIENTE (CADPACI)" TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "  CPF NAO CADASTRADO NO CADPACI" TO LINHA-REL
              WRITE LINHA-REL
              GO TO R2.
           MOVE SPACES TO LINHA-REL
           STRING "  NOME " NOMEP "  SEXO " SEXO "  GENERO " GENERO
                  "  NASCIMENTO " DATANASC "  TIPO SANG. " TIPOSANG
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  CEP " CEPPACI "  NUMERO " NUMENDE
                  "  COMPLEMENTO " COMPLEM
                  "  TELEFONE " TELEFONE "  EMAIL " EMAIL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  CONVENIO " CONVENIO " DESDE " PAC-DATA-CONV
                  "  ALERGIAS " ALERGIA (1) " " ALERGIA (2) " "
                  ALERGIA (3) " " ALERGIA (4) " " ALERGIA (5)
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "  CADASTRADO EM " PAC-DATA-CAD
                  "  SITUACAO " PAC-SITUACAO " DESDE " PAC-DT-SITUACAO
                  " " PAC-MOT-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.

      *------[ RESPONSAVEL LEGAL E TUTELADOS (CADRESP) ]----------------
       R2.
           IF W-RSP-ABERTO = "N"
              GO TO R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESPONSAVEL LEGAL / TUTELADOS (CADRESP)" TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-CPF TO RS-CPF-PACIENTE
           READ CADRESP
           IF ST-ERRO-RSP = "00"
              MOVE SPACES TO LINHA-REL
              STRING "  RESPONSAVEL: " RS-NOME " CPF " RS-CPF
                     " " RS-PARENTESCO " TEL " RS-TELEFONE
                     " " RS-EMAIL
                     DELIMITED BY SIZE INTO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-TOT-REGS.
      *    O TITULAR TAMBEM PODE SER O RESPONSAVEL DE OUTRO PACIENTE
           MOVE ZEROS TO RS-CPF-PACIENTE
           START CADRESP KEY IS NOT LESS THAN RS-CPF-PACIENTE
           IF ST-ERRO-RSP NOT = "00"
              GO TO R3.
       R2-LOOP.
           READ CADRESP NEXT RECORD
           IF ST-ERRO-RSP NOT = "00"
              GO TO R3.
           IF RS-CPF NOT = W-CPF
              GO TO R2-LOOP.
           MOVE SPACES TO LINHA-REL
           STRING "  RESPONSAVEL PELO PACIENTE CPF " RS-CPF-PACIENTE
                  " (" RS-PARENTESCO ") DADOS GUARDADOS: " RS-NOME
                  " TEL " RS-TELEFONE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           GO TO R2-LOOP.

      *------[ CONSENTIMENTO DE CONTATO E PEDIDO DE ANONIMIZACAO ]------
       R3.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CONSENTIMENTO (CADCONSEN) E ANONIMIZACAO (CADLGPD)"
             TO LINHA-REL
           WRITE LINHA-REL
           IF W-CNS-ABERTO = "N"
              GO TO R3-LGPD.
           MOVE "P" TO CS-TIPO
           MOVE W-CPF TO CS-IDENT
           READ CADCONSEN
           IF ST-ERRO-CNS NOT = "00"
              MOVE "  SEM RESTRICAO DE CONTATO REGISTRADA" TO LINHA-REL
              WRITE LINHA-REL
              GO TO R3-LGPD.
           MOVE SPACES TO LINHA-REL
           STRING "  LEMBRETE FONE/SMS/EMAIL/CARTA " CS-LEM-FONE "/"
                  CS-LEM-SMS "/" CS-LEM-EMAIL "/" CS-LEM-CARTA
                  "  CAMPANHA " CS-CAM-FONE "/" CS-CAM-SMS "/"
                  CS-CAM-EMAIL "/" CS-CAM-CARTA
                  "  EM " CS-DATA " POR " CS-OPERADOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           MOVE CS-OPERADOR TO W-OPER-X
           MOVE CS-DATA TO W-OPER-DATA
           MOVE "CADCONSEN" TO W-OPER-ORIGEM
           PERFORM ACUMULA-OPER THRU ACUMULA-OPER-FIM.
       R3-LGPD.
           IF W-LGP-ABERTO = "N"
              GO TO R4.
           MOVE W-CPF TO LG-CPF
           READ CADLGPD
           IF ST-ERRO-LGP NOT = "00"
              GO TO R4.
           MOVE SPACES TO LINHA-REL
           STRING "  ANONIMIZACAO PEDIDA EM " LG-DATA-PEDIDO
                  " POR " LG-OPERADOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           MOVE LG-OPERADOR TO W-OPER-X
           MOVE LG-DATA-PEDIDO TO W-OPER-DATA
           MOVE "CADLGPD" TO W-OPER-ORIGEM
           PERFORM ACUMULA-OPER THRU ACUMULA-OPER-FIM.

      *------[ CONSULTAS (CADAGENDA PELA CHAVE ALTERNATIVA AG-CPF) ]----
       R4.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CONSULTAS (CADAGENDA) E REGISTROS DE CADA VISITA"
             TO LINHA-REL
           WRITE LINHA-REL
           IF W-AGE-ABERTO = "N"
              GO TO R5.
           MOVE W-CPF TO AG-CPF
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO-AGE NOT = "00"
              GO TO R5.
       R4-LOOP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO-AGE NOT = "00"
              GO TO R5.
           IF AG-CPF NOT = W-CPF
              GO TO R5.
           MOVE AG-STATUS TO W-QTD
           PERFORM TRADUZ-STATUS THRU TRADUZ-STATUS-FIM
           MOVE SPACES TO LINHA-REL
           STRING "  VISITA " AG-DATA " " AG-HORA " CRM " AG-CRM
                  " " W-STATUS-TXT " CID " AG-CID
                  " MODAL. " AG-MODALIDADE " SALA " AG-SALA
                  " FILIAL " AG-FILIAL " GUIA " AG-GUIA
                  " OPERADOR " AG-OPERADOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-VISITAS
           MOVE AG-OPERADOR TO W-OPER-X
           MOVE AG-DATA TO W-OPER-DATA
           MOVE "CADAGENDA" TO W-OPER-ORIGEM
           PERFORM ACUMULA-OPER THRU ACUMULA-OPER-FIM
           MOVE AG-ENC-SUPERV TO W-OPER-X
           PERFORM ACUMULA-OPER THRU ACUMULA-OPER-FIM
           MOVE AG-CHAVE TO W-VIS-CHAVE
           IF W-FAT-ABERTO = "S"
              MOVE W-VIS-CHAVE TO FT-CHAVE
              READ CADFATURA
              IF ST-ERRO-FAT = "00"
                 MOVE FT-VALOR-CONV TO W-VALOR-ED
                 MOVE FT-VALOR-PACI TO W-VALOR-ED2
                 MOVE SPACES TO LINHA-REL
                 STRING "     FATURA CONVENIO " FT-CODCONV
                        " PARTE CONVENIO " W-VALOR-ED
                        " PARTE PACIENTE " W-VALOR-ED2
                        " LOTE " FT-LOTE
                        DELIMITED BY SIZE INTO LINHA-REL
                 WRITE LINHA-REL
                 ADD 1 TO W-TOT-REGS.
           PERFORM DETALHA-VISITA THRU DETALHA-VISITA-FIM
           GO TO R4-LOOP.

      *------[ EXAMES (CADEXAME) ]--------------------------------------
       R5.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "EXAMES (CADEXAME)" TO LINHA-REL
           WRITE LINHA-REL
           IF W-EXA-ABERTO = "N"
              GO TO R6.
           MOVE LOW-VALUES TO EX-CHAVE
           START CADEXAME KEY IS NOT LESS THAN EX-CHAVE
           IF ST-ERRO-EXA NOT = "00"
              GO TO R6.
       R5-LOOP.
           READ CADEXAME NEXT RECORD
           IF ST-ERRO-EXA NOT = "00"
              GO TO R6.
           IF EX-CPF NOT = W-CPF
              GO TO R5-LOOP.
           MOVE SPACES TO LINHA-REL
           STRING "  PEDIDO " EX-DATA " " EX-HORA " CRM " EX-CRM
                  " PROCEDIMENTO " EX-PROCEDIMENTO
                  " STATUS " EX-STATUS " RESULTADO EM " EX-DATA-RESULT
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           GO TO R5-LOOP.

      *------[ VACINAS (CADDOSE, CHAVE COMECA PELO CPF) ]---------------
       R6.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "VACINAS (CADDOSE)" TO LINHA-REL
           WRITE LINHA-REL
           IF W-DOS-ABERTO = "N"
              GO TO R7.
           MOVE W-CPF TO DS-CPF
           MOVE ZEROS TO DS-VACINA DS-DOSE
           START CADDOSE KEY IS NOT LESS THAN DS-CHAVE
           IF ST-ERRO-DOS NOT = "00"
              GO TO R7.
       R6-LOOP.
           READ CADDOSE NEXT RECORD
           IF ST-ERRO-DOS NOT = "00"
              GO TO R7.
           IF DS-CPF NOT = W-CPF
              GO TO R7.
           MOVE SPACES TO LINHA-REL
           STRING "  VACINA " DS-VACINA " DOSE " DS-DOSE
                  " APLICADA EM " DS-DATA " LOTE " DS-LOTE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           GO TO R6-LOOP.

      *------[ NOTIFICACOES COMPULSORIAS (CADNOTIF) ]-------------------
       R7.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "NOTIFICACOES COMPULSORIAS (CADNOTIF)" TO LINHA-REL
           WRITE LINHA-REL
           IF W-NOT-ABERTO = "N"
              GO TO R8.
           MOVE LOW-VALUES TO NT-CHAVE
           START CADNOTIF KEY IS NOT LESS THAN NT-CHAVE
           IF ST-ERRO-NOT NOT = "00"
              GO TO R8.
       R7-LOOP.
           READ CADNOTIF NEXT RECORD
           IF ST-ERRO-NOT NOT = "00"
              GO TO R8.
           IF NT-CPF NOT = W-CPF
              GO TO R7-LOOP.
           MOVE SPACES TO LINHA-REL
           STRING "  VISITA " NT-DATA " " NT-HORA " CRM " NT-CRM
                  " CID " NT-CID " ENVIADA " NT-ENVIADO
                  " EM " NT-DATA-ENVIO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           GO TO R7-LOOP.

      *------[ ENCAMINHAMENTOS (CADENCAM) ]-----------------------------
       R8.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ENCAMINHAMENTOS (CADENCAM)" TO LINHA-REL
           WRITE LINHA-REL
           IF W-ENC-ABERTO = "N"
              GO TO R8A.
           MOVE LOW-VALUES TO EN-CHAVE
           START CADENCAM KEY IS NOT LESS THAN EN-CHAVE
           IF ST-ERRO-ENC NOT = "00"
              GO TO R8A.
       R8-LOOP.
           READ CADENCAM NEXT RECORD
           IF ST-ERRO-ENC NOT = "00"
              GO TO R8A.
           IF EN-CPF NOT = W-CPF
              GO TO R8-LOOP.
           MOVE SPACES TO LINHA-REL
           STRING "  VISITA " EN-DATA " " EN-HORA " CRM " EN-CRM
                  " ESPECIALIDADE DESTINO " EN-ESP-DEST
                  " CID " EN-CID
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           GO TO R8-LOOP.

      *------[ ORIGEM DO CADASTRO (CADORIGEM) ]-------------------------
       R8A.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ORIGEM DO CADASTRO (CADORIGEM)" TO LINHA-REL
           WRITE LINHA-REL
           IF W-ORI-ABERTO = "N"
              GO TO R8B.
           MOVE W-CPF TO OG-CPF
           READ CADORIGEM
           IF ST-ERRO-ORI NOT = "00"
              GO TO R8B.
           MOVE SPACES TO LINHA-REL
           STRING "  CANAL " OG-CANAL " INDICACAO CRM " OG-MX-CRM
                  "/" OG-MX-UF " 1A MARCACAO " OG-AG-DATA " "
                  OG-AG-HORA " CRM " OG-AG-CRM " POR " OG-OPERADOR
                  " EM " DATA-CADASTRO OF REGORIGEM
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS.

      *------[ CASOS DE OUVIDORIA E HISTORICO (CADOUVID/CADOUVHIS) ]----
       R8B.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CASOS DE OUVIDORIA (CADOUVID/CADOUVHIS)" TO LINHA-REL
           WRITE LINHA-REL
           IF W-OUV-ABERTO = "N"
              GO TO R8C.
           MOVE W-CPF TO OV-CPF
           START CADOUVID KEY IS NOT LESS THAN OV-CPF
           IF ST-ERRO-OUV NOT = "00"
              GO TO R8C.
       R8B-LOOP.
           READ CADOUVID NEXT RECORD
           IF ST-ERRO-OUV NOT = "00"
              GO TO R8C.
           IF OV-CPF NOT = W-CPF
              GO TO R8C.
           MOVE SPACES TO LINHA-REL
           STRING "  CASO " OV-NUMERO " ABERTO " OV-DATA-ABERTURA
                  " STATUS " OV-STATUS " CATEGORIA " OV-CATEGORIA
                  " VINCULO " OV-VINCULO " " OV-AG-CRM " "
                  OV-AG-DATA " " OV-AG-HORA " RESP " OV-RESPONSAVEL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    " OV-DESCRICAO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           IF W-OVH-ABERTO = "N"
              GO TO R8B-LOOP.
           MOVE OV-NUMERO TO OH-NUMERO
           MOVE ZEROS TO OH-SEQ
           START CADOUVHIS KEY IS NOT LESS THAN OH-CHAVE
           IF ST-ERRO-OVH NOT = "00"
              GO TO R8B-LOOP.
       R8B-HIST.
           READ CADOUVHIS NEXT RECORD
           IF ST-ERRO-OVH NOT = "00"
              GO TO R8B-LOOP.
           IF OH-NUMERO NOT = OV-NUMERO
              GO TO R8B-LOOP.
           MOVE SPACES TO LINHA-REL
           STRING "    " OH-DATA " " OH-HORA " " OH-OPERADOR " "
                  OH-STATUS " " OH-ACAO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO R8B-HIST.

      *------[ CARTEIRINHAS NOS ARQUIVOS DOS CONVENIOS (CADBENEF) ]-----
       R8C.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CARTEIRINHAS DE CONVENIO (CADBENEF)" TO LINHA-REL
           WRITE LINHA-REL
           IF W-BNF-ABERTO = "N"
              GO TO R9.
           MOVE LOW-VALUES TO BN-CHAVE
           START CADBENEF KEY IS NOT LESS THAN BN-CHAVE
           IF ST-ERRO-BNF NOT = "00"
              GO TO R9.
       R8C-LOOP.
           READ CADBENEF NEXT RECORD
           IF ST-ERRO-BNF NOT = "00"
              GO TO R9.
           IF BN-CPF NOT = W-CPF AND BN-CPF-TITULAR NOT = W-CPF
              GO TO R8C-LOOP.
           MOVE SPACES TO LINHA-REL
           STRING "  CONVENIO " BN-CODCONV " CARTEIRA " BN-CARTEIRA
                  " VINCULO " BN-VINCULO " CPF " BN-CPF
                  " TITULAR " BN-CPF-TITULAR " DE " BN-DATA-INI
                  " CANC " BN-DATA-CANC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           GO TO R8C-LOOP.

      *------[ MOVIMENTO ARQUIVADO: ARQAGE/ARQFAT DOS ULTIMOS 30 ANOS ]-
       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "MOVIMENTO ARQUIVADO (ARQAGE/ARQFAT)" TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-HOJE-ANO TO W-ANO
           COMPUTE W-ANO-MIN = W-HOJE-ANO - 30.
       R9-ANO.
           IF W-ANO < W-ANO-MIN
              GO TO R10.
           MOVE W-ANO TO W-ANO-X
           MOVE SPACES TO WS-NOME-AAG WS-NOME-AFT
           STRING "ARQAGE" W-ANO-X ".DAT" DELIMITED BY SIZE
                  INTO WS-NOME-AAG
           STRING "ARQFAT" W-ANO-X ".DAT" DELIMITED BY SIZE
                  INTO WS-NOME-AFT
           OPEN INPUT ARQAGE
           IF ST-ERRO-AAG NOT = "00"
              GO TO R9-PROX.
           MOVE "N" TO W-AFT-ABERTO
           OPEN INPUT ARQFAT
           IF ST-ERRO-AFT = "00"
              MOVE "S" TO W-AFT-ABERTO.
           MOVE LOW-VALUES TO AR-AG-CHAVE
           START ARQAGE KEY IS NOT LESS THAN AR-AG-CHAVE
           IF ST-ERRO-AAG NOT = "00"
              GO TO R9-FECHA.
       R9-LOOP.
           READ ARQAGE NEXT RECORD
           IF ST-ERRO-AAG NOT = "00"
              GO TO R9-FECHA.
           IF AR-AG-CPF NOT = W-CPF
              GO TO R9-LOOP.
           MOVE AR-AG-STATUS TO W-QTD
           PERFORM TRADUZ-STATUS THRU TRADUZ-STATUS-FIM
           MOVE SPACES TO LINHA-REL
           STRING "  " W-ANO-X " VISITA " AR-AG-DATA " " AR-AG-HORA
                  " CRM " AR-AG-CRM " " W-STATUS-TXT
                  " CID " AR-AG-CID " OPERADOR " AR-AG-OPERADOR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-ARQ
           MOVE AR-AG-OPERADOR TO W-OPER-X
           MOVE AR-AG-DATA TO W-OPER-DATA
           MOVE "ARQAGE" TO W-OPER-ORIGEM
           PERFORM ACUMULA-OPER THRU ACUMULA-OPER-FIM
           IF W-AFT-ABERTO = "S"
              MOVE AR-AG-CHAVE TO AR-FT-CHAVE
              READ ARQFAT
              IF ST-ERRO-AFT = "00"
                 MOVE AR-FT-VALOR TO W-VALOR-ED
                 MOVE SPACES TO LINHA-REL
                 STRING "     FATURA ARQUIVADA CONVENIO " AR-FT-CODCONV
                        " VALOR " W-VALOR-ED
                        DELIMITED BY SIZE INTO LINHA-REL
                 WRITE LINHA-REL
                 ADD 1 TO W-TOT-REGS.
           MOVE AR-AG-CHAVE TO W-VIS-CHAVE
           PERFORM DETALHA-VISITA THRU DETALHA-VISITA-FIM
           GO TO R9-LOOP.
       R9-FECHA.
           CLOSE ARQAGE
           IF W-AFT-ABERTO = "S"
              CLOSE ARQFAT.
       R9-PROX.
           SUBTRACT 1 FROM W-ANO
           GO TO R9-ANO.

      *------[ JORNAL DE MOVIMENTO: QUEM GRAVOU/ALTEROU/APAGOU ]--------
      * NAS IMAGENS DE CADAGENDA E CADFATURA O CPF FICA NA POSICAO
      * 19; SO A CADAGENDA TRAZ O OPERADOR (POSICAO 116)
       R10.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TRILHA DE ALTERACOES (JORNAL.TXT E CADSECLOG)"
             TO LINHA-REL
           WRITE LINHA-REL
           OPEN INPUT JORNAL
           IF ST-ERRO-JRN NOT = "00"
              GO TO R11.
       R10-LOOP.
           READ JORNAL
           IF ST-ERRO-JRN NOT = "00"
              CLOSE JORNAL
              GO TO R11.
           IF JN-ARQUIVO NOT = "CADAGENDA"
              AND JN-ARQUIVO NOT = "CADFATURA"
              GO TO R10-LOOP.
           IF JN-REGISTRO (19:11) NOT = W-CPF-X
              GO TO R10-LOOP.
           MOVE SPACES TO W-OPER-X
           IF JN-ARQUIVO = "CADAGENDA"
              MOVE JN-REGISTRO (116:8) TO W-OPER-X.
           MOVE SPACES TO LINHA-REL
           STRING "  JORNAL " JN-DATA " " JN-HORA " " JN-ARQUIVO
                  " ACAO " JN-ACAO " CHAVE " JN-REGISTRO (1:18)
                  " OPERADOR " W-OPER-X
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-JRN
           MOVE JN-DATA TO W-OPER-DATA
           MOVE "JORNAL" TO W-OPER-ORIGEM
           PERFORM ACUMULA-OPER THRU ACUMULA-OPER-FIM
           GO TO R10-LOOP.

      *------[ LOG DE SEGURANCA: EVENTOS QUE CITAM O CPF ]--------------
       R11.
           OPEN INPUT CADSECLOG
           IF ST-ERRO-SEC NOT = "00"
              GO TO R12.
           MOVE "S" TO W-SEC-ABERTO
           MOVE LOW-VALUES TO SL-CHAVE
           START CADSECLOG KEY IS NOT LESS THAN SL-CHAVE
           IF ST-ERRO-SEC NOT = "00"
              GO TO R11-FECHA.
       R11-LOOP.
           READ CADSECLOG NEXT RECORD
           IF ST-ERRO-SEC NOT = "00"
              GO TO R11-FECHA.
           MOVE ZEROS TO W-QTD
           INSPECT SL-DETALHE TALLYING W-QTD FOR ALL W-CPF-X
           IF W-QTD = ZEROS
              GO TO R11-LOOP.
           MOVE SPACES TO LINHA-REL
           STRING "  SECLOG " SL-DATA " " SL-HORA " EVENTO " SL-EVENTO
                  " " SL-DETALHE " OPERADOR " SL-OPERADOR
                  " TERMINAL " SL-TERMINAL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-SEC
           MOVE SL-OPERADOR TO W-OPER-X
           MOVE SL-DATA TO W-OPER-DATA
           MOVE "CADSECLOG" TO W-OPER-ORIGEM
           PERFORM ACUMULA-OPER THRU ACUMULA-OPER-FIM
           GO TO R11-LOOP.
       R11-FECHA.
           CLOSE CADSECLOG
           MOVE "N" TO W-SEC-ABERTO.

      *------[ RESUMO DOS OPERADORES E TOTAIS ]-------------------------
       R12.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "OPERADORES QUE TOCARAM O REGISTRO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-IND.
       R12-LOOP.
           IF W-IND > W-QTD-OPER
              GO TO R13.
           MOVE SPACES TO LINHA-REL
           STRING "  " TO-OPERADOR (W-IND) "  ORIGEM " TO-ORIGEM (W-IND)
                  "  OCORRENCIAS " TO-QTD (W-IND)
                  "  ULTIMA EM " TO-ULT-DATA (W-IND)
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-IND
           GO TO R12-LOOP.

       R13.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CONSULTAS: " W-TOT-VISITAS
                  "   ARQUIVADAS: " W-TOT-ARQ
                  "   OUTROS REGISTROS: " W-TOT-REGS
                  "   JORNAL: " W-TOT-JRN
                  "   SECLOG: " W-TOT-SEC
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL

      *    A EMISSAO DO DOSSIE FICA REGISTRADA NO LOG DE SEGURANCA
           MOVE "L" TO W-LOG-EVENTO
           MOVE SPACES TO W-LOG-DETALHE
           STRING "DOSSIE " W-CPF-X DELIMITED BY SIZE
                  INTO W-LOG-DETALHE
           CALL "PROGSECLOG" USING W-LOG-EVENTO W-OPERADOR
                                   W-LOG-DETALHE
           DISPLAY "DOSSIE DO CPF " W-CPF " GERADO EM " WS-NOME-REL
           GO TO ROT-FIM.

      *------[ PARCELAS, RECEITAS, SINAIS VITAIS E PESQUISA DA VISITA ]-
       DETALHA-VISITA.
           IF W-PAR-ABERTO = "N"
              GO TO DETALHA-VISITA-REC.
           MOVE W-VIS-CRM TO PL-CRM
           MOVE W-VIS-DATA TO PL-DATA
           MOVE W-VIS-HORA TO PL-HORA
           MOVE ZEROS TO PL-PARCELA
           START CADPARCELA KEY IS NOT LESS THAN PL-CHAVE
           IF ST-ERRO-PAR NOT = "00"
              GO TO DETALHA-VISITA-REC.
       DETALHA-VISITA-PAR.
           READ CADPARCELA NEXT RECORD
           IF ST-ERRO-PAR NOT = "00"
              GO TO DETALHA-VISITA-REC.
           IF PL-CRM NOT = W-VIS-CRM OR PL-DATA NOT = W-VIS-DATA
              OR PL-HORA NOT = W-VIS-HORA
              GO TO DETALHA-VISITA-REC.
           MOVE PL-VALOR TO W-VALOR-ED
           MOVE SPACES TO LINHA-REL
           STRING "     PARCELA " PL-PARCELA " VENCE " PL-VENCIMENTO
                  " VALOR " W-VALOR-ED " PAGA " PL-PAGO
                  " EM " PL-DATA-PAGTO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           GO TO DETALHA-VISITA-PAR.
       DETALHA-VISITA-REC.
           IF W-REC-ABERTO = "N"
              GO TO DETALHA-VISITA-VIT.
           MOVE W-VIS-CRM TO RC-CRM
           MOVE W-VIS-DATA TO RC-DATA
           MOVE W-VIS-HORA TO RC-HORA
           MOVE ZEROS TO RC-SEQ
           START CADRECMED KEY IS NOT LESS THAN RC-CHAVE
           IF ST-ERRO-REC NOT = "00"
              GO TO DETALHA-VISITA-VIT.
       DETALHA-VISITA-REC1.
           READ CADRECMED NEXT RECORD
           IF ST-ERRO-REC NOT = "00"
              GO TO DETALHA-VISITA-VIT.
           IF RC-CRM NOT = W-VIS-CRM OR RC-DATA NOT = W-VIS-DATA
              OR RC-HORA NOT = W-VIS-HORA
              GO TO DETALHA-VISITA-VIT.
           MOVE SPACES TO LINHA-REL
           STRING "     RECEITA MEDICAMENTO " RC-MEDICAMENTO " "
                  RC-POSOLOGIA " POR " RC-DURACAO " DIAS"
                  " CONTROLE " RC-NUM-CONTROLE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS
           GO TO DETALHA-VISITA-REC1.
       DETALHA-VISITA-VIT.
           IF W-VIT-ABERTO = "N"
              GO TO DETALHA-VISITA-PSQ.
           MOVE W-VIS-CHAVE TO VT-CHAVE
           READ CADVITAIS
           IF ST-ERRO-VIT NOT = "00"
              GO TO DETALHA-VISITA-PSQ.
           MOVE VT-PESO TO W-PESO-ED
           MOVE VT-TEMPERATURA TO W-TEMP-ED
           MOVE SPACES TO LINHA-REL
           STRING "     SINAIS VITAIS PESO " W-PESO-ED
                  " PRESSAO " VT-PRESSAO-SIS "/" VT-PRESSAO-DIA
                  " TEMPERATURA " W-TEMP-ED
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS.
       DETALHA-VISITA-PSQ.
           IF W-PSQ-ABERTO = "N"
              GO TO DETALHA-VISITA-FIM.
           MOVE W-VIS-CHAVE TO PQ-CHAVE
           READ CADPESQ
           IF ST-ERRO-PSQ NOT = "00"
              GO TO DETALHA-VISITA-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "     PESQUISA NOTA " PQ-NOTA " " PQ-COMENTARIO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-REGS.
       DETALHA-VISITA-FIM.
           EXIT.

      *------[ TABELA DE OPERADORES: UMA LINHA POR OPERADOR/ORIGEM ]----
       ACUMULA-OPER.
           IF W-OPER-X = SPACES
              GO TO ACUMULA-OPER-FIM.
           MOVE 1 TO W-IND.
       ACUMULA-OPER1.
           IF W-IND > W-QTD-OPER
              GO TO ACUMULA-OPER2.
           IF TO-OPERADOR (W-IND) = W-OPER-X
              AND TO-ORIGEM (W-IND) = W-OPER-ORIGEM
              ADD 1 TO TO-QTD (W-IND)
              IF W-OPER-DATA > TO-ULT-DATA (W-IND)
                 MOVE W-OPER-DATA TO TO-ULT-DATA (W-IND)
              END-IF
              GO TO ACUMULA-OPER-FIM.
           ADD 1 TO W-IND
           GO TO ACUMULA-OPER1.
       ACUMULA-OPER2.
           IF W-QTD-OPER < 100
              ADD 1 TO W-QTD-OPER
              MOVE W-OPER-X TO TO-OPERADOR (W-QTD-OPER)
              MOVE W-OPER-ORIGEM TO TO-ORIGEM (W-QTD-OPER)
              MOVE 1 TO TO-QTD (W-QTD-OPER)
              MOVE W-OPER-DATA TO TO-ULT-DATA (W-QTD-OPER).
       ACUMULA-OPER-FIM.
           EXIT.

      *------[ STATUS DA CONSULTA POR EXTENSO ]-------------------------
       TRADUZ-STATUS.
           MOVE "STATUS ?" TO W-STATUS-TXT
           IF W-QTD = 10
              MOVE "AGENDADA" TO W-STATUS-TXT.
           IF W-QTD = 20
              MOVE "CONFIRMADA" TO W-STATUS-TXT.
           IF W-QTD = 25
              MOVE "CHECK-IN" TO W-STATUS-TXT.
           IF W-QTD = 30
              MOVE "ATENDIDA" TO W-STATUS-TXT.
           IF W-QTD = 40
              MOVE "CANCELADA" TO W-STATUS-TXT.
           IF W-QTD = 50
              MOVE "FALTA" TO W-STATUS-TXT.
       TRADUZ-STATUS-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPACI.
           IF W-AGE-ABERTO = "S"
              CLOSE CADAGENDA.
           IF W-RSP-ABERTO = "S"
              CLOSE CADRESP.
           IF W-CNS-ABERTO = "S"
              CLOSE CADCONSEN.
           IF W-LGP-ABERTO = "S"
              CLOSE CADLGPD.
           IF W-FAT-ABERTO = "S"
              CLOSE CADFATURA.
           IF W-PAR-ABERTO = "S"
              CLOSE CADPARCELA.
           IF W-REC-ABERTO = "S"
              CLOSE CADRECMED.
           IF W-VIT-ABERTO = "S"
              CLOSE CADVITAIS.
           IF W-PSQ-ABERTO = "S"
              CLOSE CADPESQ.
           IF W-EXA-ABERTO = "S"
              CLOSE CADEXAME.
           IF W-DOS-ABERTO = "S"
              CLOSE CADDOSE.
           IF W-NOT-ABERTO = "S"
              CLOSE CADNOTIF.
           IF W-ENC-ABERTO = "S"
              CLOSE CADENCAM.
           IF W-ORI-ABERTO = "S"
              CLOSE CADORIGEM.
           IF W-OUV-ABERTO = "S"
              CLOSE CADOUVID.
           IF W-OVH-ABERTO = "S"
              CLOSE CADOUVHIS.
           IF W-BNF-ABERTO = "S"
              CLOSE CADBENEF.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
