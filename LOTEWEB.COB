       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEWEB.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * IMPORTACAO DOS PEDIDOS DE AGENDAMENTO ONLINE: LE O     *
      * ARQUIVO DIARIO PEDWEB.TXT DO CANAL (SITE/APLICATIVO),  *
      * UMA LINHA POR PEDIDO NO FORMATO CPF;NOME;TELEFONE;     *
      * ESPECIALIDADE;DATA-DESEJADA;PERIODO (M=MANHA, T=TARDE, *
      * VAZIO=QUALQUER). CADA PEDIDO PASSA PELAS MESMAS        *
      * CRITICAS DO SMP012 (PACIENTE ATIVO, BLOQUEIO POR       *
      * FALTAS, CONVENIO ELEGIVEL, FERIADO, AUSENCIA, ESCALA,  *
      * SOBREPOSICAO E CARENCIA) E GANHA O PRIMEIRO HORARIO    *
      * LIVRE DE UM MEDICO ATIVO DA ESPECIALIDADE (PRINCIPAL   *
      * OU SECUNDARIA) DENTRO DA JANELA DE "WEBJANELA" DIAS    *
      * (CADPARAM, PADRAO 30). O QUE NO BALCAO PEDIRIA         *
      * SUPERVISOR OU ENCAIXE VAI PARA REJWEB.TXT COM O        *
      * MOTIVO; SEM VAGA NA JANELA O PACIENTE ENTRA NA LISTA   *
      * DE ESPERA (CADESPERA). CONFWEB.TXT VOLTA AO CANAL COM  *
      * O DESFECHO DE CADA PEDIDO. SEM O ARQUIVO DO CANAL NO   *
      * DIA O PASSO TERMINA SEM ERRO. PACIENTE DE CONVENIO COM *
      * ARQUIVO DE BENEFICIARIOS (CADBENEF) SEM CARTEIRINHA    *
      * ATIVA OU COM A COTA DE FREQUENCIA DO CONVENIO          *
      * (CADFREQ, GRUPO 01) JA USADA VAI PARA REJWEB.TXT; NA   *
      * PROCURA FICA FORA O MEDICO NAO CREDENCIADO NO CONVENIO *
      * NA DATA (CADCREDEN) E, COM O CADPARAM "CRMVENCBLQ" =   *
      * 1, O DE CRM VENCIDO (CADMEDDOC). NA PRIMEIRA MARCACAO  *
      * DO CPF A ORIGEM VAI PARA CADORIGEM COM O CANAL         *
      * "WEBCANAL" (CADPARAM, CADASTRADO NO CADCANAL)          *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAGENDA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AG-CHAVE
                     ALTERNATE RECORD KEY IS AG-CPF WITH DUPLICATES
                     FILE STATUS IS ST-ERRO.

       SELECT CADMED ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CRM
                     FILE STATUS IS ST-ERRO-MED.

       SELECT CADPACI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CPF
                     FILE STATUS IS ST-ERRO-PAC.

       SELECT CADCONV ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGOC
                     FILE STATUS IS ST-ERRO-CNV.

       SELECT CADESCALA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EC-CHAVE
                     FILE STATUS IS ST-ERRO-ESC.

       SELECT CADFERIADO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FE-DATA
                     FILE STATUS IS ST-ERRO-FER.

       SELECT CADAUSENCIA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS AU-CHAVE
                     FILE STATUS IS ST-ERRO-AUS.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT CADESPEC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS EP-CODIGO
                     FILE STATUS IS ST-ERRO-EPC.

       SELECT CADCAREN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CR-CHAVE
                     FILE STATUS IS ST-ERRO-CAR.

       SELECT CADMEDESP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ME-CHAVE
                     FILE STATUS IS ST-ERRO-MDE.

       SELECT CADBLOCO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BP-CHAVE
                     FILE STATUS IS ST-ERRO-BLO.

       SELECT CADCREDEN ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CD-CHAVE
                     FILE STATUS IS ST-ERRO-CRD.

       SELECT CADMEDDOC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS DM-CHAVE
                     FILE STATUS IS ST-ERRO-MDC.

       SELECT CADFREQ ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS FQ-CHAVE
                     FILE STATUS IS ST-ERRO-FRQ.

       SELECT CADITEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS IT-CHAVE
                     FILE STATUS IS ST-ERRO-ITE.

       SELECT CADPROC ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PC-CODIGO
                     FILE STATUS IS ST-ERRO-PRC.

       SELECT CADBENEF ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BN-CHAVE
                     ALTERNATE RECORD KEY IS BN-CHAVE-CPF
                                         WITH DUPLICATES
                     FILE STATUS IS ST-ERRO-BNF.

       SELECT CADCANAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CA-CODIGO
                     FILE STATUS IS ST-ERRO-CNL.

       SELECT CADORIGEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OG-CPF
                     FILE STATUS IS ST-ERRO-ORI.

       SELECT CADESPERA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ES-CHAVE
                     FILE STATUS IS ST-ERRO-ESP.

       SELECT PEDWEB ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-WEB.

       SELECT REJWEB ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REJ.

       SELECT CONFWEB ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-CNF.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
           COPY REGAGENDA.

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
           03 CRM              PIC 9(06).
           03 NOME             PIC X(30).
           03 ESPECIALIDADE    PIC 9(02).
           03 MED-RESTO        PIC X(59).
           03 MED-SITUACAO     PIC X(01).
           03 MED-RESTO2       PIC X(28).
           03 MED-DURACAO      PIC 9(03).

       FD CADPACI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPACI.DAT".
       01 REGPACI.
          03 CPF            PIC 9(11).
          03 NOMEP          PIC X(30).
          03 PAC-RESTO1     PIC X(10).
          03 CONVENIO       PIC 9(04).
          03 PAC-RESTO1A    PIC X(22).
          03 TELEFONE       PIC 9(11).
          03 PAC-RESTO2     PIC X(49).
          03 PAC-SITUACAO   PIC X(01).
          03 PAC-RESTO3     PIC X(28).
          03 PAC-DATA-CONV  PIC 9(08).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGOC          PIC 9(04).
           03 CNV-NOME         PIC X(30).
           03 PLANO            PIC 9(02).
           03 CNPJ             PIC 9(14).
           03 COPART           PIC 9(03).
           03 VALIDADE         PIC 9(08).
           03 CNV-DATA-CAD     PIC 9(08).
           03 EXIGEGUIA        PIC X(01).
           03 CNV-RETORNO-DIAS PIC 9(03).

       FD CADESCALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESCALA.DAT".
       01 REGESCALA.
           03 EC-CHAVE.
               05 EC-CRM         PIC 9(06).
               05 EC-DIASEM      PIC 9(01).
           03 EC-HORAINI         PIC 9(04).
           03 EC-HORAFIM         PIC 9(04).
           03 EC-DISPONIVEL      PIC X(01).
           03 EC-TELE            PIC X(01).
           03 EC-SALA            PIC 9(02).

       FD CADFERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIADO.DAT".
           COPY REGFERIADO.

       FD CADAUSENCIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUSENCIA.DAT".
           COPY REGAUSEN.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD CADESPEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPEC.DAT".
           COPY REGESPEC.

       FD CADCAREN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAREN.DAT".
           COPY REGCAREN.

       FD CADMEDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDESP.DAT".
           COPY REGMEDESP.

       FD CADBLOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLOCO.DAT".
           COPY REGBLOCO.

       FD CADCREDEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCREDEN.DAT".
           COPY REGCREDEN.

       FD CADMEDDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDDOC.DAT".
           COPY REGMEDDOC.

       FD CADFREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFREQ.DAT".
           COPY REGFREQ.

       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
           COPY REGITEM.

       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
           COPY REGPROC.

       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
           COPY REGBENEF.

       FD CADCANAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCANAL.DAT".
           COPY REGCANAL.

       FD CADORIGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORIGEM.DAT".
           COPY REGORIGEM.

       FD CADESPERA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESPERA.DAT".
           COPY REGESPERA.

       FD PEDWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDWEB.TXT".
       01 REG-WEB                  PIC X(120).

       FD REJWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REJWEB.TXT".
       01 REG-REJ                  PIC X(170).

       FD CONFWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFWEB.TXT".
       01 REG-CONF                 PIC X(130).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(120).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-MED      PIC X(02) VALUE "00".
       01 ST-ERRO-PAC      PIC X(02) VALUE "00".
       01 ST-ERRO-CNV      PIC X(02) VALUE "00".
       01 ST-ERRO-ESC      PIC X(02) VALUE "00".
       01 ST-ERRO-FER      PIC X(02) VALUE "00".
       01 ST-ERRO-AUS      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-EPC      PIC X(02) VALUE "00".
       01 ST-ERRO-CAR      PIC X(02) VALUE "00".
       01 ST-ERRO-MDE      PIC X(02) VALUE "00".
       01 ST-ERRO-BLO      PIC X(02) VALUE "00".
       01 ST-ERRO-ESP      PIC X(02) VALUE "00".
       01 ST-ERRO-CRD      PIC X(02) VALUE "00".
       01 ST-ERRO-MDC      PIC X(02) VALUE "00".
       01 ST-ERRO-FRQ      PIC X(02) VALUE "00".
       01 ST-ERRO-ITE      PIC X(02) VALUE "00".
       01 ST-ERRO-PRC      PIC X(02) VALUE "00".
       01 ST-ERRO-BNF      PIC X(02) VALUE "00".
       01 ST-ERRO-CNL      PIC X(02) VALUE "00".
       01 ST-ERRO-ORI      PIC X(02) VALUE "00".
       01 ST-ERRO-WEB      PIC X(02) VALUE "00".
       01 ST-ERRO-REJ      PIC X(02) VALUE "00".
       01 ST-ERRO-CNF      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEWEB.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEWEB".
       01 W-FER-ABERTO     PIC X(01) VALUE "N".
       01 W-AUS-ABERTO     PIC X(01) VALUE "N".
       01 W-EPC-ABERTO     PIC X(01) VALUE "N".
       01 W-CAR-ABERTO     PIC X(01) VALUE "N".
       01 W-MDE-ABERTO     PIC X(01) VALUE "N".
       01 W-BLO-ABERTO     PIC X(01) VALUE "N".
       01 W-CRD-ABERTO     PIC X(01) VALUE "N".
       01 W-MDC-ABERTO     PIC X(01) VALUE "N".
       01 W-FRQ-ABERTO     PIC X(01) VALUE "N".
       01 W-ITE-ABERTO     PIC X(01) VALUE "N".
       01 W-ERRO-ARQ       PIC X(01) VALUE "N".
       01 W-PRC-ABERTO     PIC X(01) VALUE "N".
       01 W-BNF-ABERTO     PIC X(01) VALUE "N".
       01 W-ORI-ABERTO     PIC X(01) VALUE "N".
       01 W-CRM-VENCBLQ    PIC 9(01) VALUE ZEROS.
       01 W-CANAL-WEB      PIC 9(02) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-AMANHA         PIC 9(08) VALUE ZEROS.
       01 W-JANELA         PIC 9(03) VALUE 30.
       01 W-FILIAL-WEB     PIC 9(02) VALUE ZEROS.
       01 W-MOTIVO         PIC X(40) VALUE SPACES.
       01 W-OBS            PIC X(40) VALUE SPACES.
       01 W-SITUACAO       PIC X(08) VALUE SPACES.
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-AGENDADOS PIC 9(06) VALUE ZEROS.
       01 W-CONT-ESPERA    PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJEITADOS PIC 9(06) VALUE ZEROS.

      *------[ CAMPOS DA LINHA DO CANAL ]-------------------------------
       01 W-CPF-X          PIC X(11) VALUE SPACES.
       01 W-CPF-N REDEFINES W-CPF-X    PIC 9(11).
       01 W-NOME-PED       PIC X(30) VALUE SPACES.
       01 W-TEL-PED        PIC X(11) VALUE SPACES.
       01 W-ESP-X          PIC X(02) VALUE SPACES.
       01 W-ESP-N REDEFINES W-ESP-X    PIC 9(02).
       01 W-DATA-X         PIC X(08) VALUE SPACES.
       01 W-DATA-N REDEFINES W-DATA-X  PIC 9(08).
       01 W-PERIODO        PIC X(01) VALUE SPACES.
       01 W-TEL-CONF       PIC X(11) VALUE SPACES.
       01 W-TEL-PAC        PIC 9(11) VALUE ZEROS.

      *------[ CAMPOS DAS CRITICAS DO PEDIDO ]--------------------------
       01 W-PARTICULAR     PIC X(01) VALUE "N".
       01 W-CONV-PAC       PIC 9(04) VALUE ZEROS.
       01 W-COB-INI        PIC 9(08) VALUE ZEROS.
       01 W-CAR-DIAS       PIC 9(03) VALUE ZEROS.
       01 W-CAR-LIMITE     PIC 9(08) VALUE ZEROS.
       01 W-FALTAS-LIM     PIC 9(02) VALUE 03.
       01 W-FALTAS-MESES   PIC 9(02) VALUE 06.
       01 W-QTD-FALTAS     PIC 9(03) VALUE ZEROS.
       01 W-HOJE-BLQ       PIC 9(08) VALUE ZEROS.
       01 W-LIM-COMPET     PIC 9(06) VALUE ZEROS.
       01 W-COMPET-AG      PIC 9(06) VALUE ZEROS.
       01 W-ANO-CALC       PIC 9(04) VALUE ZEROS.
       01 W-MES-CALC       PIC 9(02) VALUE ZEROS.
       01 W-MESES-CALC     PIC S9(06) VALUE ZEROS.
       01 W-REG-BLOQ       PIC X(130) VALUE SPACES.
       01 W-AUSENTE        PIC X(01) VALUE "N".
       01 W-REG-RET        PIC X(130) VALUE SPACES.
       01 W-RET-LIMITE     PIC 9(08) VALUE ZEROS.
       01 W-RET-DIAS       PIC 9(03) VALUE ZEROS.
       01 W-EH-RETORNO     PIC X(01) VALUE "N".
       01 W-CARTEIRA-OK    PIC X(01) VALUE "S".
       01 W-BNF-CANC       PIC 9(08) VALUE ZEROS.
       01 W-CREDEN-OK      PIC X(01) VALUE "S".
       01 W-REG-FRQ        PIC X(130) VALUE SPACES.
       01 W-FRQ-LIMITE     PIC 9(08) VALUE ZEROS.
       01 W-FRQ-DIAS       PIC 9(03) VALUE ZEROS.
       01 W-FRQ-USOS       PIC 9(03) VALUE ZEROS.
       01 W-FRQ-CONS       PIC X(01) VALUE "N".
       01 W-FRQ-NIT        PIC 9(02) VALUE ZEROS.
       01 W-ORI-NOVO       PIC X(01) VALUE "N".
       01 W-REG-ORI        PIC X(130) VALUE SPACES.

      *------[ CAMPOS DA PROCURA DE VAGA ]------------------------------
       01 W-DATA-INI       PIC 9(08) VALUE ZEROS.
       01 W-DATA-LIM       PIC 9(08) VALUE ZEROS.
       01 W-DATA-BUSCA     PIC 9(08) VALUE ZEROS.
       01 W-DIAS           PIC 9(03) VALUE ZEROS.
       01 W-ACHOU          PIC X(01) VALUE "N".
       01 W-IND            PIC 9(03) VALUE ZEROS.
       01 W-QTD-MED        PIC 9(03) VALUE ZEROS.
       01 W-MELHOR-IND     PIC 9(03) VALUE ZEROS.
       01 W-MELHOR-HORA    PIC 9(04) VALUE ZEROS.
       01 W-HORA-CAND      PIC 9(04) VALUE ZEROS.
       01 W-MIN-CAND       PIC 9(05) VALUE ZEROS.
       01 W-MIN-FIM        PIC 9(05) VALUE ZEROS.
       01 W-DUR-CONS       PIC 9(03) VALUE 30.
       01 W-DUR-NOVA       PIC 9(03) VALUE 30.
       01 W-DUR-EXIST      PIC 9(03) VALUE ZEROS.
       01 W-SOBREPOE       PIC X(01) VALUE "N".
       01 W-HORA-SOBRE     PIC 9(04) VALUE ZEROS.
       01 W-MIN-NOVA       PIC 9(05) VALUE ZEROS.
       01 W-MIN-EXIST      PIC 9(05) VALUE ZEROS.
       01 W-HH-S           PIC 9(02) VALUE ZEROS.
       01 W-MM-S           PIC 9(02) VALUE ZEROS.
       01 W-REG-SOBRE      PIC X(130) VALUE SPACES.
       01 W-CONF-CRM       PIC 9(06) VALUE ZEROS.
       01 W-CONF-NOME      PIC X(30) VALUE SPACES.
       01 W-CONF-DATA      PIC 9(08) VALUE ZEROS.
       01 W-CONF-HORA      PIC 9(04) VALUE ZEROS.
       01 W-JRN-ARQ        PIC X(10) VALUE SPACES.
       01 W-JRN-ACAO       PIC X(01) VALUE SPACES.
       01 W-JRN-REG        PIC X(130) VALUE SPACES.

       01 TAB-MED.
           03 TM-ITEM OCCURS 100 TIMES.
              05 TM-CRM        PIC 9(06).
              05 TM-NOME       PIC X(30).
              05 TM-DUR        PIC 9(03).
              05 TM-CRM-VENC   PIC X(01).

      *------[ CAMPOS DO CALCULO DE DIA DA SEMANA (ZELLER) ]-----------
       01  WRK-DATA.
           02 WRK-ANO          PIC 9(04) VALUE ZEROS.
           02 WRK-MES          PIC 9(02) VALUE ZEROS.
           02 WRK-DIA          PIC 9(02) VALUE ZEROS.
       01  W-Z-A            PIC S9(06) VALUE ZEROS.
       01  W-Z-Y            PIC S9(06) VALUE ZEROS.
       01  W-Z-M            PIC S9(06) VALUE ZEROS.
       01  W-Z-T1           PIC S9(06) VALUE ZEROS.
       01  W-Z-T2           PIC S9(06) VALUE ZEROS.
       01  W-Z-T3           PIC S9(06) VALUE ZEROS.
       01  W-Z-T4           PIC S9(06) VALUE ZEROS.
       01  W-Z-TERMO        PIC S9(08) VALUE ZEROS.
       01  W-Z-RESTO        PIC 9(02) VALUE ZEROS.
       01  W-DOW            PIC 9(01) VALUE ZEROS.
       01  W-ULT-DIA        PIC 9(02) VALUE ZEROS.
       01  W-RESTO4         PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *    O CANAL SO MARCA A PARTIR DO DIA SEGUINTE
           MOVE W-HOJE TO WRK-DATA
           PERFORM ROT-SOMA-DIA THRU ROT-SOMA-DIA-FIM
           MOVE WRK-DATA TO W-AMANHA.

       R0.
           OPEN INPUT PEDWEB
           IF ST-ERRO-WEB NOT = "00"
              DISPLAY "SEM ARQUIVO PEDWEB.TXT DO CANAL ONLINE HOJE"
              GO TO ROT-FIM-SEMARQ.

           OPEN I-O CADAGENDA
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              CLOSE PEDWEB
              GO TO ROT-FIM-SEMARQ.

           OPEN INPUT CADMED
           IF ST-ERRO-MED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMED: "
                      ST-ERRO-MED
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADPACI
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN INPUT CADCONV
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONV: "
                      ST-ERRO-CNV
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

      *    SEM ESCALA NAO HA HORARIO A OFERECER, E NO LOTE NAO HA
      *    ENCAIXE: O ARQUIVO E OBRIGATORIO AQUI
           OPEN INPUT CADESCALA
           IF ST-ERRO-ESC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESCALA: "
                      ST-ERRO-ESC
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN I-O CADESPERA
           IF ST-ERRO-ESP NOT = "00"
              IF ST-ERRO-ESP = "30"
                 OPEN OUTPUT CADESPERA
                 CLOSE CADESPERA
                 OPEN I-O CADESPERA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESPERA: "
                         ST-ERRO-ESP
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.

           OPEN INPUT CADFERIADO
           IF ST-ERRO-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
           OPEN INPUT CADAUSENCIA
           IF ST-ERRO-AUS = "00"
              MOVE "S" TO W-AUS-ABERTO.
           OPEN INPUT CADESPEC
           IF ST-ERRO-EPC = "00"
              MOVE "S" TO W-EPC-ABERTO.
           OPEN INPUT CADCAREN
           IF ST-ERRO-CAR = "00"
              MOVE "S" TO W-CAR-ABERTO.
           OPEN INPUT CADMEDESP
           IF ST-ERRO-MDE = "00"
              MOVE "S" TO W-MDE-ABERTO.
      *    BLOCO DE PROCEDIMENTO OCUPA O CRM PELA DURACAO DO BLOCO
           OPEN INPUT CADBLOCO
           IF ST-ERRO-BLO = "00"
              MOVE "S" TO W-BLO-ABERTO.
           OPEN INPUT CADCREDEN
           IF ST-ERRO-CRD = "00"
              MOVE "S" TO W-CRD-ABERTO.
           OPEN INPUT CADMEDDOC
           IF ST-ERRO-MDC = "00"
              MOVE "S" TO W-MDC-ABERTO.
           OPEN INPUT CADFREQ
           IF ST-ERRO-FRQ = "00"
              MOVE "S" TO W-FRQ-ABERTO.
           OPEN INPUT CADITEM
           IF ST-ERRO-ITE = "00"
              MOVE "S" TO W-ITE-ABERTO.
           OPEN INPUT CADPROC
           IF ST-ERRO-PRC = "00"
              MOVE "S" TO W-PRC-ABERTO.
           OPEN INPUT CADBENEF
           IF ST-ERRO-BNF = "00"
              MOVE "S" TO W-BNF-ABERTO.
      *    POLITICA DE FALTAS (FALTASQTD/FALTASMES, PADRAO 3 EM 6
      *    MESES), JANELA DE PROCURA (WEBJANELA, PADRAO 30 DIAS),
      *    FILIAL DAS CONSULTAS DO CANAL (WEBFILIAL), BLOQUEIO POR
      *    CRM VENCIDO (CRMVENCBLQ) E CANAL DE CAPTACAO GRAVADO NA
      *    ORIGEM DO PACIENTE NOVO (WEBCANAL)
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "FALTASQTD" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 100
                    MOVE PA-VALOR TO W-FALTAS-LIM
                 END-IF
              END-IF
              MOVE "FALTASMES" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 100
                    MOVE PA-VALOR TO W-FALTAS-MESES
                 END-IF
              END-IF
              MOVE "WEBJANELA" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 366
                    MOVE PA-VALOR TO W-JANELA
                 END-IF
              END-IF
              MOVE "WEBFILIAL" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 100
                    MOVE PA-VALOR TO W-FILIAL-WEB
                 END-IF
              END-IF
              MOVE "CRMVENCBLQ" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR = 1
                    MOVE 1 TO W-CRM-VENCBLQ
                 END-IF
              END-IF
              MOVE "WEBCANAL" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 100
                    MOVE PA-VALOR TO W-CANAL-WEB
                 END-IF
              END-IF
              CLOSE CADPARAM.

      *    ORIGEM DO PACIENTE NOVO SO COM O CANAL DO SITE CADASTRADO
           IF W-CANAL-WEB > ZEROS
              OPEN INPUT CADCANAL
              IF ST-ERRO-CNL = "00"
                 MOVE W-CANAL-WEB TO CA-CODIGO
                 READ CADCANAL
                 IF ST-ERRO-CNL = "00"
                    MOVE "S" TO W-ORI-ABERTO
                 ELSE
                    DISPLAY "CANAL WEBCANAL NAO CADASTRADO: "
                            W-CANAL-WEB
                 END-IF
                 CLOSE CADCANAL
              END-IF
           END-IF
           IF W-ORI-ABERTO = "S"
              OPEN I-O CADORIGEM
              IF ST-ERRO-ORI = "30"
                 OPEN OUTPUT CADORIGEM
                 CLOSE CADORIGEM
                 OPEN I-O CADORIGEM
              END-IF
              IF ST-ERRO-ORI NOT = "00"
                 MOVE "N" TO W-ORI-ABERTO
              END-IF
           END-IF.

           OPEN OUTPUT REJWEB
           IF ST-ERRO-REJ NOT = "00"
              DISPLAY "ERRO NA ABERTURA DOS REJEITADOS: " ST-ERRO-REJ
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           OPEN OUTPUT CONFWEB
           IF ST-ERRO-CNF NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RETORNO AO CANAL: "
                      ST-ERRO-CNF
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEWEB.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS DE AGENDAMENTO ONLINE - IMPORTACAO DE "
                  W-HOJE DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.

       R1.
           READ PEDWEB
           AT END
              GO TO R9.
           ADD 1 TO W-CONT-LIDOS
           IF REG-WEB = SPACES
              GO TO R1.
           MOVE SPACES TO W-MOTIVO W-OBS
           MOVE ZEROS TO W-CONF-CRM W-CONF-DATA W-CONF-HORA
           MOVE SPACES TO W-CONF-NOME
           PERFORM VALIDA-LINHA THRU VALIDA-LINHA-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEITO THRU GRAVA-REJEITO-FIM
              GO TO R1.
           PERFORM VAL-PACI THRU VAL-PACI-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEITO THRU GRAVA-REJEITO-FIM
              GO TO R1.
           PERFORM CARREGA-MEDICOS THRU CARREGA-MEDICOS-FIM
           IF W-QTD-MED = ZEROS
              MOVE "SEM MEDICO ATIVO NA ESPECIALIDADE" TO W-MOTIVO
              PERFORM GRAVA-REJEITO THRU GRAVA-REJEITO-FIM
              GO TO R1.
           PERFORM VAL-DUPLICADA THRU VAL-DUPLICADA-FIM
           IF W-MOTIVO NOT = SPACES
              PERFORM GRAVA-REJEITO THRU GRAVA-REJEITO-FIM
              GO TO R1.
           PERFORM BUSCA-VAGA THRU BUSCA-VAGA-FIM
           IF W-ERRO-ARQ = "S"
              GO TO ROT-FIM.
           IF W-ACHOU = "S"
              PERFORM GRAVA-CONSULTA THRU GRAVA-CONSULTA-FIM
           ELSE
              PERFORM ESTACIONA THRU ESTACIONA-FIM.
           GO TO R1.

      *------[ QUEBRA E CRITICA A LINHA DO CANAL ]----------------------
       VALIDA-LINHA.
           MOVE SPACES TO W-CPF-X W-NOME-PED W-TEL-PED W-ESP-X
                          W-DATA-X W-PERIODO
           UNSTRING REG-WEB DELIMITED BY ";"
               INTO W-CPF-X W-NOME-PED W-TEL-PED W-ESP-X
                    W-DATA-X W-PERIODO.
           MOVE W-TEL-PED TO W-TEL-CONF
           IF W-CPF-X NOT NUMERIC OR W-CPF-N = ZEROS
              MOVE "CPF INVALIDO" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-ESP-X NOT NUMERIC OR W-ESP-N = ZEROS
              MOVE "ESPECIALIDADE INVALIDA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-EPC-ABERTO = "S"
              MOVE W-ESP-N TO EP-CODIGO
              READ CADESPEC
              IF ST-ERRO-EPC NOT = "00"
                 MOVE "ESPECIALIDADE NAO CADASTRADA" TO W-MOTIVO
                 GO TO VALIDA-LINHA-FIM
              ELSE
                 IF EP-ATIVO = "N"
                    MOVE "ESPECIALIDADE INATIVA" TO W-MOTIVO
                    GO TO VALIDA-LINHA-FIM.
           IF W-DATA-X NOT NUMERIC
              MOVE "DATA DESEJADA NAO NUMERICA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           MOVE W-DATA-N TO WRK-DATA
           IF WRK-MES < 1 OR WRK-MES > 12 OR WRK-DIA < 1
              MOVE "DATA DESEJADA INVALIDA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           PERFORM ROT-ULT-DIA THRU ROT-ULT-DIA-FIM
           IF WRK-DIA > W-ULT-DIA
              MOVE "DATA DESEJADA INVALIDA" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
           IF W-PERIODO = "m"
              MOVE "M" TO W-PERIODO.
           IF W-PERIODO = "t"
              MOVE "T" TO W-PERIODO.
           IF W-PERIODO NOT = "M" AND W-PERIODO NOT = "T"
              AND W-PERIODO NOT = SPACE
              MOVE "PERIODO INVALIDO (M/T)" TO W-MOTIVO
              GO TO VALIDA-LINHA-FIM.
      *    DATA NO PASSADO OU HOJE VIRA PEDIDO PARA AMANHA
           MOVE W-DATA-N TO W-DATA-INI
           IF W-DATA-INI < W-AMANHA
              MOVE W-AMANHA TO W-DATA-INI.
       VALIDA-LINHA-FIM.
           EXIT.

      *------[ PACIENTE, FALTAS, CONVENIO E CARENCIA (SMP012) ]---------
      * O QUE NO BALCAO PEDIRIA AVAL DO SUPERVISOR (FALTOSO
      * BLOQUEADO) OU ACEITE DO PACIENTE (CONSULTA PARTICULAR POR
      * CONVENIO INEXISTENTE OU VENCIDO, OU SEM CARTEIRINHA ATIVA)
      * E RECUSADO PELO LOTE
       VAL-PACI.
           MOVE W-CPF-N TO CPF
           READ CADPACI
           IF ST-ERRO-PAC = "23"
              MOVE "PACIENTE NAO CADASTRADO" TO W-MOTIVO
              GO TO VAL-PACI-FIM.
           IF ST-ERRO-PAC NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADPACI: "
                      ST-ERRO-PAC
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO VAL-PACI-FIM.
           MOVE TELEFONE TO W-TEL-PAC
           IF W-TEL-CONF = SPACES
              MOVE W-TEL-PAC TO W-TEL-CONF.
           MOVE CONVENIO TO W-CONV-PAC
           MOVE PAC-DATA-CONV TO W-COB-INI
           IF PAC-SITUACAO = "I" OR PAC-SITUACAO = "E"
              MOVE "PACIENTE INATIVO" TO W-MOTIVO
              GO TO VAL-PACI-FIM.
           MOVE W-CPF-N TO AG-CPF
           PERFORM CONTA-FALTAS THRU CONTA-FALTAS-FIM
           IF W-QTD-FALTAS NOT < W-FALTAS-LIM
              STRING "BLOQUEADO: " W-QTD-FALTAS " FALTAS EM "
                     W-FALTAS-MESES " MESES" DELIMITED BY SIZE
                     INTO W-MOTIVO
              GO TO VAL-PACI-FIM.
      *    FIM DA JANELA DE PROCURA
           MOVE W-DATA-INI TO WRK-DATA
           MOVE W-JANELA TO W-DIAS.
       VAL-PACI1.
           IF W-DIAS > ZEROS
              PERFORM ROT-SOMA-DIA THRU ROT-SOMA-DIA-FIM
              SUBTRACT 1 FROM W-DIAS
              GO TO VAL-PACI1.
           MOVE WRK-DATA TO W-DATA-LIM.
       VAL-CONVENIO.
           MOVE "N" TO W-PARTICULAR
           IF W-CONV-PAC = ZEROS
              MOVE "S" TO W-PARTICULAR
              GO TO VAL-CARENCIA.
           MOVE W-CONV-PAC TO CODIGOC
           READ CADCONV
           IF ST-ERRO-CNV = "23"
              MOVE "CONVENIO DO PACIENTE INEXISTENTE" TO W-MOTIVO
              GO TO VAL-PACI-FIM.
           IF ST-ERRO-CNV NOT = "00"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADCONV: "
                      ST-ERRO-CNV
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO VAL-PACI-FIM.
           IF VALIDADE < W-DATA-INI
              MOVE "CONVENIO COM CONTRATO VENCIDO" TO W-MOTIVO
              GO TO VAL-PACI-FIM.
      *    A CONSULTA NAO PODE CAIR DEPOIS DO FIM DO CONTRATO
           IF VALIDADE < W-DATA-LIM
              MOVE VALIDADE TO W-DATA-LIM.
      *    CONVENIO COM ARQUIVO DE BENEFICIARIOS: CARTEIRINHA ATIVA
      *    NA DATA DESEJADA, E A CONSULTA NAO CAI NO CANCELAMENTO
       VAL-CARTEIRA.
           MOVE W-CPF-N TO AG-CPF
           MOVE W-DATA-INI TO AG-DATA
           PERFORM BUSCA-CARTEIRA THRU BUSCA-CARTEIRA-FIM
           IF W-CARTEIRA-OK = "N"
              MOVE "CARTEIRINHA NAO ATIVA NO CONVENIO" TO W-MOTIVO
              GO TO VAL-PACI-FIM.
           IF W-BNF-CANC = ZEROS
              GO TO VAL-CARENCIA.
           MOVE W-BNF-CANC TO WRK-DATA
           PERFORM ROT-SUB-DIA THRU ROT-SUB-DIA-FIM
           IF WRK-DATA < W-DATA-LIM
              MOVE WRK-DATA TO W-DATA-LIM.
      *    LIMITE DA CARENCIA = INICIO DA COBERTURA + DIAS DO GRUPO
      *    01; COMO NO SMP012 SO AVISA, AQUI NA OBSERVACAO AO CANAL
       VAL-CARENCIA.
           MOVE ZEROS TO W-CAR-LIMITE
           IF W-PARTICULAR = "S" OR W-CAR-ABERTO = "N"
              OR W-COB-INI = ZEROS
              GO TO VAL-PACI-FIM.
           MOVE W-CONV-PAC TO CR-CODIGOC
           MOVE 01 TO CR-GRUPO
           READ CADCAREN
           IF ST-ERRO-CAR NOT = "00"
              GO TO VAL-PACI-FIM.
           MOVE W-COB-INI TO WRK-DATA
           MOVE CR-DIAS TO W-CAR-DIAS.
       VAL-CARENCIA1.
           IF W-CAR-DIAS > ZEROS
              PERFORM ROT-SOMA-DIA THRU ROT-SOMA-DIA-FIM
              SUBTRACT 1 FROM W-CAR-DIAS
              GO TO VAL-CARENCIA1.
           MOVE WRK-DATA TO W-CAR-LIMITE.
       VAL-PACI-FIM.
           EXIT.

      *------[ MEDICOS ATIVOS DA ESPECIALIDADE PEDIDA ]-----------------
      * PRINCIPAL NO CADMED OU SECUNDARIA NO CADMEDESP; A DURACAO E
      * A DO MEDICO, SENAO A DA SUA ESPECIALIDADE, SENAO 30 MINUTOS
       CARREGA-MEDICOS.
           MOVE ZEROS TO W-QTD-MED
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS THAN CRM
           IF ST-ERRO-MED NOT = "00"
              GO TO CARREGA-MEDICOS-FIM.
       CARREGA-MEDICOS1.
           READ CADMED NEXT RECORD
           IF ST-ERRO-MED NOT = "00"
              GO TO CARREGA-MEDICOS-FIM.
           IF MED-SITUACAO = "I"
              GO TO CARREGA-MEDICOS1.
           IF ESPECIALIDADE = W-ESP-N
              GO TO CARREGA-MEDICOS2.
           IF W-MDE-ABERTO = "N"
              GO TO CARREGA-MEDICOS1.
           MOVE CRM TO ME-CRM
           MOVE W-ESP-N TO ME-ESPECIALIDADE
           READ CADMEDESP
           IF ST-ERRO-MDE NOT = "00"
              GO TO CARREGA-MEDICOS1.
       CARREGA-MEDICOS2.
           IF W-QTD-MED NOT < 100
              GO TO CARREGA-MEDICOS-FIM.
           ADD 1 TO W-QTD-MED
           MOVE CRM TO TM-CRM (W-QTD-MED)
           MOVE NOME TO TM-NOME (W-QTD-MED)
      *    COM O CADPARAM "CRMVENCBLQ" = 1 O MEDICO COM A INSCRICAO
      *    NO CRM VENCIDA (CADMEDDOC TIPO 1) FICA FORA DA PROCURA
           MOVE "N" TO TM-CRM-VENC (W-QTD-MED)
           IF W-CRM-VENCBLQ = 1 AND W-MDC-ABERTO = "S"
              MOVE CRM TO DM-CRM
              MOVE 1 TO DM-TIPO
              READ CADMEDDOC
              IF ST-ERRO-MDC = "00" AND DM-VALIDADE > ZEROS
                 AND DM-VALIDADE < W-HOJE
                 MOVE "S" TO TM-CRM-VENC (W-QTD-MED).
           MOVE 30 TO TM-DUR (W-QTD-MED)
           IF MED-DURACAO > ZEROS
              MOVE MED-DURACAO TO TM-DUR (W-QTD-MED)
           ELSE
              IF W-EPC-ABERTO = "S"
                 MOVE ESPECIALIDADE TO EP-CODIGO
                 READ CADESPEC
                 IF ST-ERRO-EPC = "00" AND EP-DURACAO > ZEROS
                    MOVE EP-DURACAO TO TM-DUR (W-QTD-MED).
           GO TO CARREGA-MEDICOS1.
       CARREGA-MEDICOS-FIM.
           EXIT.

      *------[ PEDIDO REPETIDO: JA HA CONSULTA FUTURA NA ESPECIALIDADE ]
       VAL-DUPLICADA.
           MOVE W-CPF-N TO AG-CPF
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO VAL-DUPLICADA-FIM.
       VAL-DUPLICADA1.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO VAL-DUPLICADA-FIM.
           IF AG-CPF NOT = W-CPF-N
              GO TO VAL-DUPLICADA-FIM.
           IF AG-STATUS NOT = 10 AND AG-STATUS NOT = 20
              GO TO VAL-DUPLICADA1.
           IF AG-DATA < W-HOJE
              GO TO VAL-DUPLICADA1.
           MOVE 1 TO W-IND.
       VAL-DUPLICADA2.
           IF W-IND > W-QTD-MED
              GO TO VAL-DUPLICADA1.
           IF TM-CRM (W-IND) = AG-CRM
              STRING "JA AGENDADO NA ESPECIALIDADE EM " AG-DATA
                     DELIMITED BY SIZE INTO W-MOTIVO
              GO TO VAL-DUPLICADA-FIM.
           ADD 1 TO W-IND
           GO TO VAL-DUPLICADA2.
       VAL-DUPLICADA-FIM.
           EXIT.

      *************************************************
      * PROCURA DA VAGA: DIA A DIA DESDE A DATA        *
      * DESEJADA ATE O FIM DA JANELA, PULANDO FERIADO; *
      * EM CADA DIA FICA O HORARIO MAIS CEDO ENTRE OS  *
      * MEDICOS DA ESPECIALIDADE                       *
      *************************************************
       BUSCA-VAGA.
           MOVE "N" TO W-ACHOU
           MOVE W-DATA-INI TO W-DATA-BUSCA.
       BUSCA-VAGA1.
           IF W-DATA-BUSCA > W-DATA-LIM
              GO TO BUSCA-VAGA-FIM.
           IF W-FER-ABERTO = "S"
              MOVE W-DATA-BUSCA TO FE-DATA
              READ CADFERIADO
              IF ST-ERRO-FER = "00"
                 GO TO BUSCA-VAGA4.
           MOVE W-DATA-BUSCA TO WRK-DATA
           PERFORM P-DIA-DA-SEMANA
           MOVE 9999 TO W-MELHOR-HORA
           MOVE ZEROS TO W-MELHOR-IND
           MOVE 1 TO W-IND.
       BUSCA-VAGA2.
           IF W-IND > W-QTD-MED
              GO TO BUSCA-VAGA3.
           PERFORM BUSCA-MED THRU BUSCA-MED-FIM
           IF W-ERRO-ARQ = "S"
              GO TO BUSCA-VAGA-FIM.
           ADD 1 TO W-IND
           GO TO BUSCA-VAGA2.
       BUSCA-VAGA3.
           IF W-MELHOR-IND > ZEROS
              MOVE "S" TO W-ACHOU
              GO TO BUSCA-VAGA-FIM.
       BUSCA-VAGA4.
           MOVE W-DATA-BUSCA TO WRK-DATA
           PERFORM ROT-SOMA-DIA THRU ROT-SOMA-DIA-FIM
           MOVE WRK-DATA TO W-DATA-BUSCA
           GO TO BUSCA-VAGA1.
       BUSCA-VAGA-FIM.
           EXIT.

      *------[ PRIMEIRO HORARIO LIVRE DO MEDICO NO DIA ]----------------
      * SO DENTRO DA ESCALA, FORA DA AUSENCIA E DO PERIODO PEDIDO,
      * EM PASSOS DA DURACAO DA CONSULTA A PARTIR DO INICIO DA
      * ESCALA, SEM CHAVE OCUPADA E SEM SOBREPOR OUTRA CONSULTA.
      * MEDICO COM CRM VENCIDO NAO ENTRA; PACIENTE DE CONVENIO SO
      * COM MEDICO CREDENCIADO NELE NA DATA (NO BALCAO VIRARIA
      * PARTICULAR COM ACEITE DO PACIENTE)
       BUSCA-MED.
           IF TM-CRM-VENC (W-IND) = "S"
              GO TO BUSCA-MED-FIM.
           MOVE TM-CRM (W-IND) TO AG-CRM
           MOVE W-DATA-BUSCA TO AG-DATA
           PERFORM BUSCA-AUSENCIA THRU BUSCA-AUSENCIA-FIM
           IF W-AUSENTE = "S"
              GO TO BUSCA-MED-FIM.
           IF W-PARTICULAR = "N"
              PERFORM BUSCA-CREDEN THRU BUSCA-CREDEN-FIM
              IF W-CREDEN-OK = "N"
                 GO TO BUSCA-MED-FIM.
           MOVE TM-CRM (W-IND) TO EC-CRM
           COMPUTE EC-DIASEM = W-DOW + 1
           READ CADESCALA
           IF ST-ERRO-ESC NOT = "00"
              GO TO BUSCA-MED-FIM.
           IF EC-DISPONIVEL NOT = "S" AND EC-DISPONIVEL NOT = "s"
              GO TO BUSCA-MED-FIM.
           MOVE TM-DUR (W-IND) TO W-DUR-CONS
           MOVE W-DUR-CONS TO W-DUR-NOVA
           DIVIDE EC-HORAFIM BY 100 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-MIN-FIM = W-HH-S * 60 + W-MM-S
           DIVIDE EC-HORAINI BY 100 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-MIN-CAND = W-HH-S * 60 + W-MM-S.
       BUSCA-MED1.
           IF W-MIN-CAND + W-DUR-CONS > W-MIN-FIM
              GO TO BUSCA-MED-FIM.
           DIVIDE W-MIN-CAND BY 60 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-HORA-CAND = W-HH-S * 100 + W-MM-S
           IF W-HORA-CAND NOT < W-MELHOR-HORA
              GO TO BUSCA-MED-FIM.
           IF W-PERIODO = "M" AND W-HORA-CAND NOT < 1200
              GO TO BUSCA-MED-FIM.
           IF W-PERIODO = "T" AND W-HORA-CAND < 1200
              GO TO BUSCA-MED2.
           MOVE TM-CRM (W-IND) TO AG-CRM
           MOVE W-DATA-BUSCA TO AG-DATA
           MOVE W-HORA-CAND TO AG-HORA
           READ CADAGENDA
           IF ST-ERRO = "00"
              GO TO BUSCA-MED2.
           IF ST-ERRO NOT = "23"
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE 8 TO RETURN-CODE
              MOVE "S" TO W-ERRO-ARQ
              GO TO BUSCA-MED-FIM.
           MOVE TM-CRM (W-IND) TO AG-CRM
           MOVE W-DATA-BUSCA TO AG-DATA
           MOVE W-HORA-CAND TO AG-HORA
           PERFORM BUSCA-SOBREPOS THRU BUSCA-SOBREPOS-FIM
           IF W-SOBREPOE = "N"
              MOVE W-HORA-CAND TO W-MELHOR-HORA
              MOVE W-IND TO W-MELHOR-IND
              GO TO BUSCA-MED-FIM.
       BUSCA-MED2.
           ADD W-DUR-CONS TO W-MIN-CAND
           GO TO BUSCA-MED1.
       BUSCA-MED-FIM.
           EXIT.

      *------[ GRAVA A CONSULTA COMO O SMP012, OPERADOR DO LOTE ]-------
       GRAVA-CONSULTA.
           MOVE TM-CRM (W-MELHOR-IND) TO AG-CRM
           MOVE W-DATA-BUSCA TO AG-DATA
           MOVE W-MELHOR-HORA TO AG-HORA
           MOVE W-CPF-N TO AG-CPF
           MOVE ZEROS TO AG-CID
           MOVE "N" TO AG-FATURADO
           MOVE 10 TO AG-STATUS
           MOVE SPACES TO AG-CONFIRMACAO
           MOVE W-PARTICULAR TO AG-PARTICULAR
           MOVE ZEROS TO AG-REMARCACOES AG-GUIA AG-GUIAVAL
                         AG-HORA-CHEGADA AG-SALA
           MOVE "P" TO AG-MODALIDADE
           MOVE W-FILIAL-WEB TO AG-FILIAL
           MOVE "LOTEWEB" TO AG-OPERADOR
           MOVE SPACES TO AG-PLACA
           MOVE "N" TO AG-ENCAIXE AG-RETORNO
           MOVE SPACES TO AG-ENC-JUST AG-ENC-SUPERV
      *    MESMO CRM DENTRO DA JANELA DO CONVENIO = RETORNO
           IF W-PARTICULAR = "N" AND CNV-RETORNO-DIAS > ZEROS
              PERFORM BUSCA-RETORNO THRU BUSCA-RETORNO-FIM
              IF W-EH-RETORNO = "S"
                 MOVE "S" TO AG-RETORNO.
      *    COTA DE FREQUENCIA DO CONVENIO (CADFREQ, GRUPO 01) JA
      *    USADA: NO BALCAO VIRARIA PARTICULAR, AQUI E RECUSADO
           IF W-PARTICULAR = "N" AND AG-RETORNO = "N"
              PERFORM VAL-FREQ THRU VAL-FREQ-FIM
              IF W-MOTIVO NOT = SPACES
                 PERFORM GRAVA-REJEITO THRU GRAVA-REJEITO-FIM
                 GO TO GRAVA-CONSULTA-FIM.
      *    PRIMEIRA MARCACAO DO CPF: ORIGEM PELO CANAL DO SITE
           MOVE "N" TO W-ORI-NOVO
           IF W-ORI-ABERTO = "S"
              MOVE W-CPF-N TO OG-CPF
              READ CADORIGEM
              IF ST-ERRO-ORI NOT = "00"
                 PERFORM BUSCA-PRIMEIRA THRU BUSCA-PRIMEIRA-FIM.
           ACCEPT DATA-CADASTRO OF REGAGENDA FROM DATE YYYYMMDD
           WRITE REGAGENDA
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADAGENDA: " ST-ERRO
              MOVE "ERRO NA GRAVACAO DA CONSULTA" TO W-MOTIVO
              PERFORM GRAVA-REJEITO THRU GRAVA-REJEITO-FIM
              GO TO GRAVA-CONSULTA-FIM.
           MOVE "CADAGENDA" TO W-JRN-ARQ
           MOVE "W" TO W-JRN-ACAO
           MOVE REGAGENDA TO W-JRN-REG
           CALL "PROGJORNAL" USING W-JRN-ARQ W-JRN-ACAO W-JRN-REG
           PERFORM GRAVA-ORIGEM THRU GRAVA-ORIGEM-FIM
           ADD 1 TO W-CONT-AGENDADOS
           IF AG-DATA < W-CAR-LIMITE
              STRING "CARENCIA DO CONVENIO ATE " W-CAR-LIMITE
                     DELIMITED BY SIZE INTO W-OBS
           ELSE
              IF AG-RETORNO = "S"
                 MOVE "RETORNO GRATUITO DO CONVENIO" TO W-OBS.
           MOVE "AGENDADA" TO W-SITUACAO
           MOVE AG-CRM TO W-CONF-CRM
           MOVE TM-NOME (W-MELHOR-IND) TO W-CONF-NOME
           MOVE AG-DATA TO W-CONF-DATA
           MOVE AG-HORA TO W-CONF-HORA
           PERFORM GRAVA-CONFIRMA THRU GRAVA-CONFIRMA-FIM.
       GRAVA-CONSULTA-FIM.
           EXIT.

      *------[ SEM VAGA NA JANELA: LISTA DE ESPERA DA ESPECIALIDADE ]---
       ESTACIONA.
           MOVE W-ESP-N TO ES-ESPECIALIDADE
           MOVE W-DATA-INI TO ES-DATA-DESEJ
           MOVE W-CPF-N TO ES-CPF
           MOVE "N" TO ES-ATENDIDO
           MOVE ZEROS TO ES-CRM-OFER ES-DATA-OFER ES-HORA-OFER
           MOVE "LOTEWEB" TO ES-OPERADOR
           ACCEPT DATA-CADASTRO OF REGESPERA FROM DATE YYYYMMDD
           WRITE REGESPERA
           IF ST-ERRO-ESP NOT = "00" AND ST-ERRO-ESP NOT = "02"
              AND ST-ERRO-ESP NOT = "22"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADESPERA: "
                      ST-ERRO-ESP
              MOVE "ERRO NA GRAVACAO DA LISTA DE ESPERA" TO W-MOTIVO
              PERFORM GRAVA-REJEITO THRU GRAVA-REJEITO-FIM
              GO TO ESTACIONA-FIM.
           ADD 1 TO W-CONT-ESPERA
           STRING "SEM VAGA ATE " W-DATA-LIM
                  DELIMITED BY SIZE INTO W-OBS
           MOVE "ESPERA" TO W-SITUACAO
           MOVE W-DATA-INI TO W-CONF-DATA
           PERFORM GRAVA-CONFIRMA THRU GRAVA-CONFIRMA-FIM.
       ESTACIONA-FIM.
           EXIT.

       GRAVA-REJEITO.
           MOVE SPACES TO REG-REJ
           STRING REG-WEB " MOTIVO: " W-MOTIVO
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ
           ADD 1 TO W-CONT-REJEITADOS
           MOVE W-MOTIVO TO W-OBS
           MOVE "RECUSADA" TO W-SITUACAO
           PERFORM GRAVA-CONFIRMA THRU GRAVA-CONFIRMA-FIM.
       GRAVA-REJEITO-FIM.
           EXIT.

      *------[ RETORNO AO CANAL E LINHA DO RELATORIO ]------------------
       GRAVA-CONFIRMA.
           MOVE SPACES TO REG-CONF
           STRING W-CPF-X ";" W-TEL-CONF ";" W-SITUACAO ";"
                  W-CONF-CRM ";" W-CONF-NOME ";" W-CONF-DATA ";"
                  W-CONF-HORA ";" W-OBS
                  DELIMITED BY SIZE INTO REG-CONF
           WRITE REG-CONF
           MOVE SPACES TO LINHA-REL
           STRING W-CPF-X " " W-NOME-PED " " W-SITUACAO " "
                  W-CONF-CRM " " W-CONF-DATA " " W-CONF-HORA " "
                  W-OBS DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       GRAVA-CONFIRMA-FIM.
           EXIT.

       BUSCA-SOBREPOS.
           MOVE "N" TO W-SOBREPOE
           MOVE REGAGENDA TO W-REG-SOBRE
           DIVIDE AG-HORA BY 100 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-MIN-NOVA = W-HH-S * 60 + W-MM-S
           MOVE ZEROS TO AG-HORA
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-SOBREPOS-FIM.
       BUSCA-SOBREPOS1.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-SOBREPOS-FIM.
           IF AG-CRM NOT = W-REG-SOBRE (1:6)
              OR AG-DATA NOT = W-REG-SOBRE (7:8)
              GO TO BUSCA-SOBREPOS-FIM.
           IF AG-STATUS = 40
              GO TO BUSCA-SOBREPOS1.
           DIVIDE AG-HORA BY 100 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-MIN-EXIST = W-HH-S * 60 + W-MM-S
      *    CONSULTA MARCADA COMO BLOCO OCUPA O CRM PELO BLOCO TODO
           MOVE W-DUR-CONS TO W-DUR-EXIST
           IF W-BLO-ABERTO = "S"
              MOVE AG-DATA TO BP-DATA
              MOVE AG-HORA TO BP-HORA
              MOVE AG-CRM TO BP-CRM
              READ CADBLOCO
              IF ST-ERRO-BLO = "00"
                 MOVE BP-DURACAO TO W-DUR-EXIST.
           IF W-MIN-EXIST + W-DUR-EXIST > W-MIN-NOVA
              AND W-MIN-NOVA + W-DUR-NOVA > W-MIN-EXIST
              MOVE "S" TO W-SOBREPOE
              MOVE AG-HORA TO W-HORA-SOBRE
              GO TO BUSCA-SOBREPOS-FIM.
           GO TO BUSCA-SOBREPOS1.
       BUSCA-SOBREPOS-FIM.
           MOVE W-REG-SOBRE TO REGAGENDA
           EXIT.

      *------[ FALTAS (STATUS 50) DO CPF NA JANELA DA POLITICA ]--------
       CONTA-FALTAS.
           MOVE ZEROS TO W-QTD-FALTAS
           MOVE REGAGENDA TO W-REG-BLOQ
      *    PRIMEIRA COMPETENCIA DA JANELA: HOJE MENOS M-1 MESES
           ACCEPT W-HOJE-BLQ FROM DATE YYYYMMDD
           DIVIDE W-HOJE-BLQ BY 100 GIVING W-LIM-COMPET
           DIVIDE W-LIM-COMPET BY 100 GIVING W-ANO-CALC
                  REMAINDER W-MES-CALC
           COMPUTE W-MESES-CALC = (W-ANO-CALC * 12) + W-MES-CALC
                   - W-FALTAS-MESES
           DIVIDE W-MESES-CALC BY 12 GIVING W-ANO-CALC
                  REMAINDER W-MES-CALC
           COMPUTE W-LIM-COMPET = (W-ANO-CALC * 100) + W-MES-CALC + 1
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO CONTA-FALTAS-FIM.
       CONTA-FALTAS1.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-FALTAS-FIM.
           IF AG-CPF NOT = W-REG-BLOQ (19:11)
              GO TO CONTA-FALTAS-FIM.
           IF AG-STATUS NOT = 50
              GO TO CONTA-FALTAS1.
           DIVIDE AG-DATA BY 100 GIVING W-COMPET-AG
           IF W-COMPET-AG NOT < W-LIM-COMPET
              ADD 1 TO W-QTD-FALTAS.
           GO TO CONTA-FALTAS1.
       CONTA-FALTAS-FIM.
           MOVE W-REG-BLOQ TO REGAGENDA
           EXIT.

      *------[ FERIAS/LICENCA DO MEDICO BLOQUEIAM A DATA ]--------------
       BUSCA-AUSENCIA.
           MOVE "N" TO W-AUSENTE
           IF W-AUS-ABERTO = "N"
              GO TO BUSCA-AUSENCIA-FIM.
           MOVE AG-CRM TO AU-CRM
           MOVE ZEROS TO AU-DATA-INI
           START CADAUSENCIA KEY IS NOT LESS THAN AU-CHAVE
           IF ST-ERRO-AUS NOT = "00"
              GO TO BUSCA-AUSENCIA-FIM.
       BUSCA-AUSENCIA1.
           READ CADAUSENCIA NEXT RECORD
           IF ST-ERRO-AUS NOT = "00"
              GO TO BUSCA-AUSENCIA-FIM.
           IF AU-CRM NOT = AG-CRM OR AU-DATA-INI > AG-DATA
              GO TO BUSCA-AUSENCIA-FIM.
           IF AU-DATA-FIM NOT < AG-DATA
              MOVE "S" TO W-AUSENTE
              GO TO BUSCA-AUSENCIA-FIM.
           GO TO BUSCA-AUSENCIA1.
       BUSCA-AUSENCIA-FIM.
           EXIT.

      *------[ HOUVE CONSULTA ATENDIDA DO MESMO CRM NA JANELA? ]--------
       BUSCA-RETORNO.
           MOVE "N" TO W-EH-RETORNO
           MOVE REGAGENDA TO W-REG-RET
      *    DATA LIMITE = DATA DA CONSULTA MENOS A JANELA EM DIAS
           MOVE AG-DATA TO WRK-DATA
           MOVE CNV-RETORNO-DIAS TO W-RET-DIAS.
       BUSCA-RETORNO1.
           IF W-RET-DIAS > ZEROS
              PERFORM ROT-SUB-DIA THRU ROT-SUB-DIA-FIM
              SUBTRACT 1 FROM W-RET-DIAS
              GO TO BUSCA-RETORNO1.
           MOVE WRK-DATA TO W-RET-LIMITE
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-RETORNO-FIM.
       BUSCA-RETORNO2.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-RETORNO-FIM.
           IF AG-CPF NOT = W-REG-RET (19:11)
              GO TO BUSCA-RETORNO-FIM.
           IF AG-CRM NOT = W-REG-RET (1:6)
              GO TO BUSCA-RETORNO2.
           IF AG-STATUS NOT = 30
              GO TO BUSCA-RETORNO2.
           IF AG-DATA < W-RET-LIMITE OR AG-DATA NOT < W-REG-RET (7:8)
              GO TO BUSCA-RETORNO2.
           MOVE "S" TO W-EH-RETORNO.
       BUSCA-RETORNO-FIM.
           MOVE W-REG-RET TO REGAGENDA
           MOVE AG-DATA TO WRK-DATA
           EXIT.

      *------[ CARTEIRINHA DO CPF COBRINDO AG-DATA; SO VALE PARA ]------
      *------[ CONVENIO COM ALGUMA CARTEIRINHA NO CADBENEF       ]------
       BUSCA-CARTEIRA.
           MOVE "S" TO W-CARTEIRA-OK
           MOVE ZEROS TO W-BNF-CANC
           IF W-BNF-ABERTO = "N"
              GO TO BUSCA-CARTEIRA-FIM.
           MOVE W-CONV-PAC TO BN-CODCONV
           MOVE SPACES TO BN-CARTEIRA
           START CADBENEF KEY IS NOT LESS THAN BN-CHAVE
           IF ST-ERRO-BNF NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
           READ CADBENEF NEXT RECORD
           IF ST-ERRO-BNF NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
           IF BN-CODCONV NOT = W-CONV-PAC
              GO TO BUSCA-CARTEIRA-FIM.
           MOVE "N" TO W-CARTEIRA-OK
           MOVE W-CONV-PAC TO BN-CONV-CPF
           MOVE AG-CPF TO BN-CPF
           START CADBENEF KEY IS NOT LESS THAN BN-CHAVE-CPF
           IF ST-ERRO-BNF NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
       BUSCA-CARTEIRA1.
           READ CADBENEF NEXT RECORD
           IF ST-ERRO-BNF NOT = "00"
              GO TO BUSCA-CARTEIRA-FIM.
           IF BN-CONV-CPF NOT = W-CONV-PAC OR BN-CPF NOT = AG-CPF
              GO TO BUSCA-CARTEIRA-FIM.
           IF BN-DATA-INI NOT > AG-DATA
              AND (BN-DATA-CANC = ZEROS OR BN-DATA-CANC > AG-DATA)
              MOVE "S" TO W-CARTEIRA-OK
              MOVE BN-DATA-CANC TO W-BNF-CANC
              GO TO BUSCA-CARTEIRA-FIM.
           GO TO BUSCA-CARTEIRA1.
       BUSCA-CARTEIRA-FIM.
           EXIT.

      *------[ CREDENCIAMENTO DO CRM NO CONVENIO EM AG-DATA; SO VALE ]--
      *------[ PARA CONVENIO COM ALGUM PERIODO NO CADCREDEN          ]--
       BUSCA-CREDEN.
           MOVE "S" TO W-CREDEN-OK
           IF W-CRD-ABERTO = "N"
              GO TO BUSCA-CREDEN-FIM.
           MOVE W-CONV-PAC TO CD-CODCONV
           MOVE ZEROS TO CD-CRM CD-DATA-INI
           START CADCREDEN KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-CREDEN-FIM.
           READ CADCREDEN NEXT RECORD
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-CREDEN-FIM.
           IF CD-CODCONV NOT = W-CONV-PAC
              GO TO BUSCA-CREDEN-FIM.
           MOVE "N" TO W-CREDEN-OK
           MOVE W-CONV-PAC TO CD-CODCONV
           MOVE AG-CRM TO CD-CRM
           MOVE ZEROS TO CD-DATA-INI
           START CADCREDEN KEY IS NOT LESS THAN CD-CHAVE
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-CREDEN-FIM.
       BUSCA-CREDEN1.
           READ CADCREDEN NEXT RECORD
           IF ST-ERRO-CRD NOT = "00"
              GO TO BUSCA-CREDEN-FIM.
           IF CD-CODCONV NOT = W-CONV-PAC OR CD-CRM NOT = AG-CRM
              GO TO BUSCA-CREDEN-FIM.
           IF CD-DATA-INI > AG-DATA
              GO TO BUSCA-CREDEN-FIM.
           IF CD-DATA-FIM = ZEROS OR CD-DATA-FIM NOT < AG-DATA
              MOVE "S" TO W-CREDEN-OK
              GO TO BUSCA-CREDEN-FIM.
           GO TO BUSCA-CREDEN1.
       BUSCA-CREDEN-FIM.
           EXIT.

      *------[ COTA DE CONSULTAS DO CONVENIO JA USADA NA JANELA? ]------
       VAL-FREQ.
           IF W-FRQ-ABERTO = "N"
              GO TO VAL-FREQ-FIM.
           MOVE W-CONV-PAC TO FQ-CODIGOC
           MOVE ZEROS TO FQ-PROC
           MOVE 01 TO FQ-GRUPO
           READ CADFREQ
           IF ST-ERRO-FRQ NOT = "00"
              GO TO VAL-FREQ-FIM.
           PERFORM CONTA-FREQ THRU CONTA-FREQ-FIM
           IF W-FRQ-USOS < FQ-QTD
              GO TO VAL-FREQ-FIM.
           STRING "COTA DO CONVENIO USADA: " W-FRQ-USOS " EM "
                  FQ-DIAS " DIAS" DELIMITED BY SIZE INTO W-MOTIVO.
       VAL-FREQ-FIM.
           EXIT.

      *------[ CONSULTAS ATENDIDAS DO CPF NA JANELA DA REGRA CADFREQ ]--
      *------[ (VISITA SEM ITENS OU COM ITEM DO GRUPO 01)            ]--
       CONTA-FREQ.
           MOVE ZEROS TO W-FRQ-USOS
           MOVE REGAGENDA TO W-REG-FRQ
      *    JANELA MOVEL: DATA DA CONSULTA MENOS FQ-DIAS - 1
           MOVE AG-DATA TO WRK-DATA
           COMPUTE W-FRQ-DIAS = FQ-DIAS - 1.
       CONTA-FREQ1.
           IF W-FRQ-DIAS > ZEROS
              PERFORM ROT-SUB-DIA THRU ROT-SUB-DIA-FIM
              SUBTRACT 1 FROM W-FRQ-DIAS
              GO TO CONTA-FREQ1.
           MOVE WRK-DATA TO W-FRQ-LIMITE
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO CONTA-FREQ-FIM.
       CONTA-FREQ2.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-FREQ-FIM.
           IF AG-CPF NOT = W-REG-FRQ (19:11)
              GO TO CONTA-FREQ-FIM.
           IF AG-STATUS NOT = 30 OR AG-PARTICULAR = "S"
              OR AG-RETORNO = "S"
              GO TO CONTA-FREQ2.
           IF AG-DATA < W-FRQ-LIMITE OR AG-DATA > W-REG-FRQ (7:8)
              GO TO CONTA-FREQ2.
      *    REGRA POR ESPECIALIDADE: A PEDIDA NO CANAL
           IF FQ-POR-ESPEC = "S"
              MOVE AG-CRM TO CRM
              READ CADMED
              IF ST-ERRO-MED NOT = "00"
                 OR ESPECIALIDADE NOT = W-ESP-N
                 GO TO CONTA-FREQ2.
           PERFORM FREQ-ITENS THRU FREQ-ITENS-FIM
           IF W-FRQ-CONS = "S"
              ADD 1 TO W-FRQ-USOS.
           GO TO CONTA-FREQ2.
       CONTA-FREQ-FIM.
           MOVE W-REG-FRQ TO REGAGENDA
           MOVE AG-DATA TO WRK-DATA
           EXIT.

      *------[ A VISITA LIDA FOI FATURADA COMO CONSULTA? ]--------------
       FREQ-ITENS.
           MOVE "N" TO W-FRQ-CONS
           MOVE ZEROS TO W-FRQ-NIT
           IF W-ITE-ABERTO = "N"
              GO TO FREQ-ITENS-FIM.
           MOVE AG-CRM TO IT-CRM
           MOVE AG-DATA TO IT-DATA
           MOVE AG-HORA TO IT-HORA
           MOVE ZEROS TO IT-SEQ
           START CADITEM KEY IS NOT LESS THAN IT-CHAVE
           IF ST-ERRO-ITE NOT = "00"
              GO TO FREQ-ITENS-FIM.
       FREQ-ITENS1.
           READ CADITEM NEXT RECORD
           IF ST-ERRO-ITE NOT = "00"
              GO TO FREQ-ITENS-FIM.
           IF IT-CRM NOT = AG-CRM OR IT-DATA NOT = AG-DATA
              OR IT-HORA NOT = AG-HORA
              GO TO FREQ-ITENS-FIM.
           ADD 1 TO W-FRQ-NIT
      *    SEM CADPROC O ITEM CONTA COMO CONSULTA (GRUPO 01)
           IF W-PRC-ABERTO = "N"
              MOVE "S" TO W-FRQ-CONS
              GO TO FREQ-ITENS-FIM.
           MOVE IT-PROCEDIMENTO TO PC-CODIGO
           READ CADPROC
           IF ST-ERRO-PRC NOT = "00" OR PC-GRUPO = ZEROS
              OR PC-GRUPO = 01
              MOVE "S" TO W-FRQ-CONS
              GO TO FREQ-ITENS-FIM.
           GO TO FREQ-ITENS1.
       FREQ-ITENS-FIM.
           IF W-FRQ-NIT = ZEROS
              MOVE "S" TO W-FRQ-CONS.
           EXIT.

      *------[ CPF SEM NENHUMA CONSULTA NA AGENDA = PACIENTE NOVO ]-----
       BUSCA-PRIMEIRA.
           MOVE "S" TO W-ORI-NOVO
           MOVE REGAGENDA TO W-REG-ORI
           START CADAGENDA KEY IS NOT LESS THAN AG-CPF
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PRIMEIRA-FIM.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-PRIMEIRA-FIM.
           IF AG-CPF = W-REG-ORI (19:11)
              MOVE "N" TO W-ORI-NOVO.
       BUSCA-PRIMEIRA-FIM.
           MOVE W-REG-ORI TO REGAGENDA
           EXIT.

      *------[ GRAVA A ORIGEM JUNTO COM A PRIMEIRA CONSULTA ]-----------
       GRAVA-ORIGEM.
           IF W-ORI-NOVO NOT = "S"
              GO TO GRAVA-ORIGEM-FIM.
           MOVE AG-CPF TO OG-CPF
           MOVE W-CANAL-WEB TO OG-CANAL
           MOVE ZEROS TO OG-MX-CRM
           MOVE SPACES TO OG-MX-UF
           MOVE AG-CHAVE TO OG-AG-CHAVE
           MOVE "LOTEWEB" TO OG-OPERADOR
           ACCEPT DATA-CADASTRO OF REGORIGEM FROM DATE YYYYMMDD
           WRITE REGORIGEM
           MOVE "N" TO W-ORI-NOVO.
       GRAVA-ORIGEM-FIM.
           EXIT.

       P-DIA-DA-SEMANA.
           IF WRK-MES < 3
              COMPUTE W-Z-A = 1
           ELSE
              COMPUTE W-Z-A = 0.
           COMPUTE W-Z-Y = WRK-ANO - W-Z-A
           COMPUTE W-Z-M = WRK-MES + (12 * W-Z-A) - 2
           DIVIDE W-Z-Y BY 4 GIVING W-Z-T1
           DIVIDE W-Z-Y BY 100 GIVING W-Z-T2
           DIVIDE W-Z-Y BY 400 GIVING W-Z-T3
           COMPUTE W-Z-A = 31 * W-Z-M
           DIVIDE W-Z-A BY 12 GIVING W-Z-T4
           COMPUTE W-Z-TERMO =
                 WRK-DIA + W-Z-Y + W-Z-T1 - W-Z-T2 + W-Z-T3 + W-Z-T4
           DIVIDE W-Z-TERMO BY 7 GIVING W-Z-A REMAINDER W-Z-RESTO
           MOVE W-Z-RESTO TO W-DOW.

      *------[ SUBTRAI UM DIA DE CALENDARIO DE WRK-DATA ]---------------
       ROT-SUB-DIA.
           IF WRK-DIA > 1
              SUBTRACT 1 FROM WRK-DIA
              GO TO ROT-SUB-DIA-FIM.
           IF WRK-MES > 1
              SUBTRACT 1 FROM WRK-MES
           ELSE
              MOVE 12 TO WRK-MES
              SUBTRACT 1 FROM WRK-ANO.
           PERFORM ROT-ULT-DIA THRU ROT-ULT-DIA-FIM
           MOVE W-ULT-DIA TO WRK-DIA.
       ROT-SUB-DIA-FIM.
           EXIT.

      *------[ SOMA UM DIA DE CALENDARIO A WRK-DATA ]-------------------
       ROT-SOMA-DIA.
           PERFORM ROT-ULT-DIA THRU ROT-ULT-DIA-FIM
           IF WRK-DIA < W-ULT-DIA
              ADD 1 TO WRK-DIA
              GO TO ROT-SOMA-DIA-FIM.
           MOVE 1 TO WRK-DIA
           IF WRK-MES < 12
              ADD 1 TO WRK-MES
           ELSE
              MOVE 1 TO WRK-MES
              ADD 1 TO WRK-ANO.
       ROT-SOMA-DIA-FIM.
           EXIT.

      *------[ ULTIMO DIA DO MES DE WRK-DATA ]--------------------------
       ROT-ULT-DIA.
           MOVE 31 TO W-ULT-DIA
           IF WRK-MES = 4 OR WRK-MES = 6 OR WRK-MES = 9
              OR WRK-MES = 11
              MOVE 30 TO W-ULT-DIA.
           IF WRK-MES NOT = 2
              GO TO ROT-ULT-DIA-FIM.
           MOVE 28 TO W-ULT-DIA
           DIVIDE WRK-ANO BY 4 GIVING W-Z-A REMAINDER W-RESTO4
           IF W-RESTO4 NOT = ZEROS
              GO TO ROT-ULT-DIA-FIM.
           DIVIDE WRK-ANO BY 100 GIVING W-Z-A REMAINDER W-RESTO4
           IF W-RESTO4 NOT = ZEROS
              MOVE 29 TO W-ULT-DIA
              GO TO ROT-ULT-DIA-FIM.
           DIVIDE WRK-ANO BY 400 GIVING W-Z-A REMAINDER W-RESTO4
           IF W-RESTO4 = ZEROS
              MOVE 29 TO W-ULT-DIA.
       ROT-ULT-DIA-FIM.
           EXIT.

       R9.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PEDIDOS LIDOS: " W-CONT-LIDOS
                  "  AGENDADOS: " W-CONT-AGENDADOS
                  "  LISTA DE ESPERA: " W-CONT-ESPERA
                  "  RECUSADOS: " W-CONT-REJEITADOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "PEDIDOS LIDOS DO CANAL ONLINE  : " W-CONT-LIDOS
           DISPLAY "CONSULTAS AGENDADAS            : " W-CONT-AGENDADOS
           DISPLAY "PEDIDOS NA LISTA DE ESPERA     : " W-CONT-ESPERA
           DISPLAY "PEDIDOS RECUSADOS              : "
                    W-CONT-REJEITADOS
           GO TO ROT-FIM.

       ROT-FIM.
           CLOSE PEDWEB.
           CLOSE CADAGENDA.
           CLOSE CADMED.
           CLOSE CADPACI.
           CLOSE CADCONV.
           CLOSE CADESCALA.
           CLOSE CADESPERA.
           IF W-FER-ABERTO = "S"
              CLOSE CADFERIADO.
           IF W-AUS-ABERTO = "S"
              CLOSE CADAUSENCIA.
           IF W-EPC-ABERTO = "S"
              CLOSE CADESPEC.
           IF W-CAR-ABERTO = "S"
              CLOSE CADCAREN.
           IF W-MDE-ABERTO = "S"
              CLOSE CADMEDESP.
           IF W-BLO-ABERTO = "S"
              CLOSE CADBLOCO.
           IF W-CRD-ABERTO = "S"
              CLOSE CADCREDEN.
           IF W-MDC-ABERTO = "S"
              CLOSE CADMEDDOC.
           IF W-FRQ-ABERTO = "S"
              CLOSE CADFREQ.
           IF W-ITE-ABERTO = "S"
              CLOSE CADITEM.
           IF W-PRC-ABERTO = "S"
              CLOSE CADPROC.
           IF W-BNF-ABERTO = "S"
              CLOSE CADBENEF.
           IF W-ORI-ABERTO = "S"
              CLOSE CADORIGEM.
           CLOSE REJWEB.
           CLOSE CONFWEB.
           CLOSE RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
