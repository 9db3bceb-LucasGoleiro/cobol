      * (CADVEIC) E MOTORISTA (CADMOTOR) EM CADVIAGEM, SEM         *
      * DUPLA RESERVA DO MESMO VEICULO, E O SMP015 DEVOLVE A       *
      * RESERVA QUANDO A VISITA E CANCELADA                        *
      * A VISITA DOMICILIAR SO E MARCADA PARA CEP DENTRO DA AREA   *
      * DE ATENDIMENTO (CADZONA, PELO PROGZONA) E OCUPA O MEDICO   *
      * TAMBEM PELO TEMPO DE DESLOCAMENTO DA ZONA, ANTES E DEPOIS  *
      * CONSULTA PRESENCIAL (MODALIDADE P) DE PEQUENO PROCEDIMENTO *
      * PODE SER MARCADA COMO BLOCO: MEDICO, SALA, AUXILIAR DE     *
      * ENFERMAGEM E EQUIPAMENTO (CADRECURSO) RESERVADOS JUNTOS EM *
      * CADBLOCO POR TEMPO MAIOR QUE A CONSULTA; BASTA UM RECURSO  *
      * OCUPADO NA ESCALA, NA AUSENCIA OU EM OUTRA MARCACAO PARA O *
      * BLOCO SER RECUSADO                                         *
      * NA PRIMEIRA MARCACAO DE UM CPF (SEM CONSULTA NA AGENDA E   *
      * SEM ORIGEM GRAVADA) PEDE O CANAL DE CAPTACAO (CADCANAL) E, *
      * QUANDO O CANAL EXIGE, O MEDICO EXTERNO INDICADOR           *
      * (CADMEDEXT), GRAVANDO A ORIGEM DO PACIENTE EM CADORIGEM    *
      * PACIENTE DE CONVENIO COM MEDICO NAO CREDENCIADO NAQUELE     *
      * CONVENIO NA DATA (CADCREDEN) SO AGENDA COMO PARTICULAR     *
      * COM O CADPARAM "CRMVENCBLQ" = 1, MEDICO COM A INSCRICAO NO *
      * CRM VENCIDA (CADMEDDOC TIPO 1) NAO RECEBE NOVA MARCACAO    *
      * CONSULTA DE CONVENIO COM A COTA DE FREQUENCIA (CADFREQ,     *
      * GRUPO 01) JA USADA PELO CPF NA JANELA GERA AVISO E OFERECE *
      * A MARCACAO COMO PARTICULAR                                 *
      * CONVENIO COM ARQUIVO DE BENEFICIARIOS CARREGADO (CADBENEF) *
      * SO AGENDA PELO CONVENIO COM CARTEIRINHA ATIVA NA DATA      *
      *************************************************************

      *----------------------------------------------------------------
                     RECORD KEY IS CR-CHAVE
                     FILE STATUS IS ST-ERRO-CAR.

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

       SELECT CADSALA ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS ME-CHAVE
                     FILE STATUS IS ST-ERRO-MDE.

       SELECT CADBLOCO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS BP-CHAVE
                     FILE STATUS IS ST-ERRO-BLO.

       SELECT CADRECURSO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS RU-CODIGO
                     FILE STATUS IS ST-ERRO-RCU.

       SELECT CADCANAL ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CA-CODIGO
                     FILE STATUS IS ST-ERRO-CNL.

       SELECT CADMEDEXT ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS MX-CHAVE
                     FILE STATUS IS ST-ERRO-MXT.

       SELECT CADORIGEM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS OG-CPF
                     FILE STATUS IS ST-ERRO-ORI.

      *----------------------------------------------------------------

       DATA DIVISION.
               VALUE OF FILE-ID IS "CADCAREN.DAT".
           COPY REGCAREN.

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

       FD CADSALA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALA.DAT".
               VALUE OF FILE-ID IS "CADMEDESP.DAT".
           COPY REGMEDESP.

       FD CADBLOCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBLOCO.DAT".
           COPY REGBLOCO.

       FD CADRECURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECURSO.DAT".
           COPY REGRECURSO.

       FD CADCANAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCANAL.DAT".
           COPY REGCANAL.

       FD CADMEDEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMEDEXT.DAT".
           COPY REGMEDEXT.

       FD CADORIGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORIGEM.DAT".
           COPY REGORIGEM.

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 W-NUM-PAC     PIC 9(04) VALUE ZEROS.
       01 W-VEIC-OCUP   PIC X(01) VALUE "N".
       01 W-REG-DOM     PIC X(130) VALUE SPACES.
       01 W-REG-PACDOM  PIC X(174) VALUE SPACES.
       01 W-DESL-NOVA   PIC 9(03) VALUE ZEROS.
       01 W-DESL-EXIST  PIC 9(03) VALUE ZEROS.
       01 W-JAN-INI-N   PIC S9(05) VALUE ZEROS.
       01 W-JAN-FIM-N   PIC S9(05) VALUE ZEROS.
       01 W-JAN-INI-E   PIC S9(05) VALUE ZEROS.
       01 W-JAN-FIM-E   PIC S9(05) VALUE ZEROS.
       01 W-ZN-CEP      PIC 9(08) VALUE ZEROS.
       01 W-ZN-RESULT   PIC X(01) VALUE SPACES.
       01 W-ZN-NOME     PIC X(20) VALUE SPACES.
       01 W-ZN-TAXA     PIC 9(05)V99 VALUE ZEROS.
       01 W-ZN-TEMPO    PIC 9(03) VALUE ZEROS.
       01 W-ZN-ATENDE   PIC X(01) VALUE SPACES.
       01 ST-ERRO-CAR   PIC X(02) VALUE "00".
       01 W-CAR-ABERTO  PIC X(01) VALUE "N".
       01 ST-ERRO-CRD   PIC X(02) VALUE "00".
       01 W-CRD-ABERTO  PIC X(01) VALUE "N".
       01 W-CREDEN-OK   PIC X(01) VALUE "S".
       01 ST-ERRO-MDC   PIC X(02) VALUE "00".
       01 W-MDC-ABERTO  PIC X(01) VALUE "N".
       01 W-CRM-VENCBLQ PIC 9(01) VALUE ZEROS.
       01 ST-ERRO-FRQ   PIC X(02) VALUE "00".
       01 ST-ERRO-ITE   PIC X(02) VALUE "00".
       01 ST-ERRO-PRC   PIC X(02) VALUE "00".
       01 W-FRQ-ABERTO  PIC X(01) VALUE "N".
       01 W-ITE-ABERTO  PIC X(01) VALUE "N".
       01 W-PRC-ABERTO  PIC X(01) VALUE "N".
       01 W-REG-FRQ     PIC X(130) VALUE SPACES.
       01 W-FRQ-LIMITE  PIC 9(08) VALUE ZEROS.
       01 W-FRQ-DIAS    PIC 9(03) VALUE ZEROS.
       01 W-FRQ-USOS    PIC 9(03) VALUE ZEROS.
       01 W-FRQ-CONS    PIC X(01) VALUE "N".
       01 W-FRQ-NIT     PIC 9(02) VALUE ZEROS.
       01 ST-ERRO-BNF   PIC X(02) VALUE "00".
       01 W-BNF-ABERTO  PIC X(01) VALUE "N".
       01 W-CARTEIRA-OK PIC X(01) VALUE "S".
       01 W-COB-INI     PIC 9(08) VALUE ZEROS.
       01 W-CAR-DIAS    PIC 9(03) VALUE ZEROS.
       01 W-CAR-LIMITE  PIC 9(08) VALUE ZEROS.
       01 W-JRN-ACAO    PIC X(01) VALUE SPACES.
       01 W-JRN-REG     PIC X(130) VALUE SPACES.

      *------[ CAMPOS DO BLOCO DE PROCEDIMENTO ]------------------------
       01 ST-ERRO-BLO   PIC X(02) VALUE "00".
       01 ST-ERRO-RCU   PIC X(02) VALUE "00".
       01 W-BLO-ABERTO  PIC X(01) VALUE "N".
       01 W-BLOCO       PIC X(01) VALUE "N".
       01 W-BLO-CONF    PIC X(01) VALUE "N".
       01 W-DUR-NOVA    PIC 9(03) VALUE 30.
       01 W-DUR-EXIST   PIC 9(03) VALUE ZEROS.
       01 W-BLO-DUR     PIC 9(03) VALUE ZEROS.
       01 W-BLO-SALA    PIC 9(02) VALUE ZEROS.
       01 W-BLO-AUX     PIC 9(04) VALUE ZEROS.
       01 W-BLO-EQP     PIC 9(04) VALUE ZEROS.
       01 W-BLO-CRM     PIC 9(06) VALUE ZEROS.
       01 W-BLO-DATA    PIC 9(08) VALUE ZEROS.
       01 W-BLO-HORA    PIC 9(04) VALUE ZEROS.
       01 W-BLO-INI-MIN PIC 9(05) VALUE ZEROS.
       01 W-BLO-FIM-MIN PIC 9(05) VALUE ZEROS.
       01 W-BLO-FIM-HORA PIC 9(04) VALUE ZEROS.
       01 W-MIN-BFIM    PIC 9(05) VALUE ZEROS.
       01 W-RU-TIPO     PIC X(01) VALUE SPACES.
       01 W-REG-BLOCO   PIC X(130) VALUE SPACES.

      *------[ ORIGEM DO PACIENTE NOVO ]--------------------------------
       01 ST-ERRO-CNL   PIC X(02) VALUE "00".
       01 ST-ERRO-MXT   PIC X(02) VALUE "00".
       01 ST-ERRO-ORI   PIC X(02) VALUE "00".
       01 W-ORI-ABERTO  PIC X(01) VALUE "N".
       01 W-MXT-ABERTO  PIC X(01) VALUE "N".
       01 W-ORI-NOVO    PIC X(01) VALUE "N".
       01 W-ORI-CANAL   PIC 9(02) VALUE ZEROS.
       01 W-ORI-MX-CRM  PIC 9(06) VALUE ZEROS.
       01 W-ORI-MX-UF   PIC X(02) VALUE SPACES.
       01 W-REG-ORI     PIC X(130) VALUE SPACES.


      *------[ CAMPOS DO CALCULO DE DIA DA SEMANA (ZELLER) ]-----------
       01  WRK-DATA.
           05  LINE 13 COLUMN 01 VALUE  "MODALIDADE (P/T)         :".
           05  LINE 14 COLUMN 01 VALUE  "SERIE: A CADA N DIAS     :".
           05  LINE 15 COLUMN 01 VALUE  "SERIE: QTD OCORRENCIAS   :".
           05  LINE 16 COLUMN 01 VALUE  "BLOCO DE PROCEDIM. (S/N) :".
           05  LINE 17 COLUMN 01 VALUE  "DURACAO DO BLOCO (MIN)   :".
           05  LINE 18 COLUMN 01 VALUE  "SALA DO PROCEDIMENTO     :".
           05  LINE 19 COLUMN 01 VALUE  "AUXILIAR DE ENFERMAGEM   :".
           05  LINE 20 COLUMN 01 VALUE  "EQUIPAMENTO (0=NENHUM)   :".

      *-----------------------------------------------------------------

           OPEN INPUT CADCAREN
           IF ST-ERRO-CAR = "00"
              MOVE "S" TO W-CAR-ABERTO.
           OPEN INPUT CADCREDEN
           IF ST-ERRO-CRD = "00"
              MOVE "S" TO W-CRD-ABERTO.
           OPEN INPUT CADMEDDOC
           IF ST-ERRO-MDC = "00"
              MOVE "S" TO W-MDC-ABERTO.
           OPEN INPUT CADFREQ
           IF ST-ERRO-FRQ = "00"
              MOVE "S" TO W-FRQ-ABERTO.
           OPEN INPUT CADBENEF
           IF ST-ERRO-BNF = "00"
              MOVE "S" TO W-BNF-ABERTO.
           OPEN INPUT CADITEM
           IF ST-ERRO-ITE = "00"
              MOVE "S" TO W-ITE-ABERTO.
           OPEN INPUT CADPROC
           IF ST-ERRO-PRC = "00"
              MOVE "S" TO W-PRC-ABERTO.
           OPEN INPUT CADSALA
           IF ST-ERRO-SAL = "00"
              MOVE "S" TO W-SAL-ABERTO.
           OPEN INPUT CADMEDESP
           IF ST-ERRO-MDE = "00"
              MOVE "S" TO W-MDE-ABERTO.
      *    BLOCOS DE PROCEDIMENTO SO COM O CADASTRO DE RECURSOS
           OPEN I-O CADBLOCO
           IF ST-ERRO-BLO = "30"
              OPEN OUTPUT CADBLOCO
              CLOSE CADBLOCO
              OPEN I-O CADBLOCO.
           IF ST-ERRO-BLO = "00"
              OPEN INPUT CADRECURSO
              IF ST-ERRO-RCU = "00"
                 MOVE "S" TO W-BLO-ABERTO
              ELSE
                 CLOSE CADBLOCO.
      *    ORIGEM DO PACIENTE NOVO SO COM A TABELA DE CANAIS
           OPEN I-O CADORIGEM
           IF ST-ERRO-ORI = "30"
              OPEN OUTPUT CADORIGEM
              CLOSE CADORIGEM
              OPEN I-O CADORIGEM.
           IF ST-ERRO-ORI = "00"
              OPEN INPUT CADCANAL
              IF ST-ERRO-CNL = "00"
                 MOVE "S" TO W-ORI-ABERTO
              ELSE
                 CLOSE CADORIGEM.
           OPEN INPUT CADMEDEXT
           IF ST-ERRO-MXT = "00"
              MOVE "S" TO W-MXT-ABERTO.
      *    POLITICA DE BLOQUEIO POR FALTAS (CADPARAM "FALTASQTD"
      *    E "FALTASMES"), COM OS PADROES 3 FALTAS EM 6 MESES
           OPEN INPUT CADPARAM
                    MOVE PA-VALOR TO W-FALTAS-MESES
                 END-IF
              END-IF
      *       BLOQUEIO POR INSCRICAO NO CRM VENCIDA (1 = BLOQUEIA)
              MOVE "CRMVENCBLQ" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR = 1
                    MOVE 1 TO W-CRM-VENCBLQ
                 END-IF
              END-IF
              CLOSE CADPARAM.

       R1.
           MOVE SPACES TO AG-PLACA
           MOVE "N" TO AG-ENCAIXE AG-RETORNO
           MOVE SPACES TO AG-ENC-JUST AG-ENC-SUPERV
           MOVE "N" TO W-BLOCO
           MOVE ZEROS TO W-BLO-DUR W-BLO-SALA W-BLO-AUX W-BLO-EQP
           MOVE ZEROS TO W-DESL-NOVA
           MOVE "N" TO W-ORI-NOVO
           MOVE ZEROS TO W-ORI-CANAL W-ORI-MX-CRM
           MOVE SPACES TO W-ORI-MX-UF
           DISPLAY TELA2.

       R2.
                    MOVE EP-DURACAO TO W-DUR-CONS
                 END-IF
              END-IF
           END-IF
           MOVE W-DUR-CONS TO W-DUR-NOVA.
       VAL-MED1.
           IF MED-SITUACAO = "I"
              MOVE "*** MEDICO INATIVO, NAO AGENDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       VAL-MED2.
           IF W-CRM-VENCBLQ NOT = 1 OR W-MDC-ABERTO = "N"
              GO TO R3.
           MOVE AG-CRM TO DM-CRM
           MOVE 1 TO DM-TIPO
           READ CADMEDDOC
           IF ST-ERRO-MDC NOT = "00" OR DM-VALIDADE = ZEROS
              GO TO R3.
           ACCEPT W-HOJE-BLQ FROM DATE YYYYMMDD
           IF DM-VALIDADE < W-HOJE-BLQ
              MOVE "*** INSCRICAO NO CRM VENCIDA, NAO AGENDA ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT(05, 28) AG-CPF.
                 GO TO R3
              ELSE
                 MOVE "S" TO AG-PARTICULAR.
      *------[ CARTEIRINHA DO PACIENTE ATIVA NO ARQUIVO DO CONVENIO? ]--
       VAL-CARTEIRA.
           IF AG-PARTICULAR = "S"
              GO TO VAL-CREDEN.
           PERFORM BUSCA-CARTEIRA THRU BUSCA-CARTEIRA-FIM
           IF W-CARTEIRA-OK = "N"
              MOVE "* CARTEIRINHA NAO ATIVA NO ARQUIVO DO CONVENIO *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM PART-PERGUNTA THRU PART-PERGUNTA-FIM
              IF W-OVR NOT = "S"
                 GO TO R3
              ELSE
                 MOVE "S" TO AG-PARTICULAR.
      *------[ MEDICO CREDENCIADO NO CONVENIO NA DATA DA CONSULTA? ]----
       VAL-CREDEN.
           IF AG-PARTICULAR = "S"
              GO TO VAL-CARENCIA.
           PERFORM BUSCA-CREDEN THRU BUSCA-CREDEN-FIM
           IF W-CREDEN-OK = "N"
              MOVE "* MEDICO NAO CREDENCIADO NO CONVENIO NA DATA *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM PART-PERGUNTA THRU PART-PERGUNTA-FIM
              IF W-OVR NOT = "S"
                 GO TO R4
              ELSE
                 MOVE "S" TO AG-PARTICULAR.
      *------[ CONSULTA DENTRO DA CARENCIA DO CONVENIO? ]---------------
       VAL-CARENCIA.
           IF AG-PARTICULAR = "S" OR W-CAR-ABERTO = "N"
       VAL-RETORNO.
           MOVE "N" TO AG-RETORNO
           IF AG-PARTICULAR = "S" OR CNV-RETORNO-DIAS = ZEROS
              GO TO VAL-FREQ.
           PERFORM BUSCA-RETORNO THRU BUSCA-RETORNO-FIM
           IF W-EH-RETORNO = "S"
              MOVE "S" TO AG-RETORNO
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *------[ COTA DE CONSULTAS DO CONVENIO JA USADA NA JANELA? ]------
       VAL-FREQ.
           IF AG-PARTICULAR = "S" OR AG-RETORNO = "S"
              OR W-FRQ-ABERTO = "N"
              GO TO R5.
           MOVE W-CONV-PAC TO FQ-CODIGOC
           MOVE ZEROS TO FQ-PROC
           MOVE 01 TO FQ-GRUPO
           READ CADFREQ
           IF ST-ERRO-FRQ NOT = "00"
              GO TO R5.
           PERFORM CONTA-FREQ THRU CONTA-FREQ-FIM
           IF W-FRQ-USOS < FQ-QTD
              GO TO R5.
           MOVE SPACES TO MENS
           STRING "* COTA DO CONVENIO USADA: " W-FRQ-USOS " EM "
                  FQ-DIAS " DIAS *" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM PART-PERGUNTA THRU PART-PERGUNTA-FIM
           IF W-OVR = "S"
              MOVE "S" TO AG-PARTICULAR.

       R5.
           ACCEPT(08, 28) AG-HORA.
           ACCEPT W-ACT FROM ESCAPE KEY
      *------[ MODALIDADE: TELE SO ONDE A ESCALA DO CRM ACEITA ]--------
       R5A.
           MOVE "P" TO AG-MODALIDADE
           MOVE ZEROS TO W-DESL-NOVA
           DISPLAY (13, 28) AG-MODALIDADE
           ACCEPT(13, 28) AG-MODALIDADE WITH UPDATE.
           IF AG-MODALIDADE = "p" OR AG-MODALIDADE = SPACE
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5A.
      *    CEP DO PACIENTE FORA DA AREA DE ATENDIMENTO NAO MARCA
           IF AG-MODALIDADE = "D"
              PERFORM BUSCA-ZONA THRU BUSCA-ZONA-FIM
              IF W-ZN-RESULT = "N" OR W-ZN-ATENDE = "N"
                 GO TO R5A.
           IF AG-MODALIDADE = "D"
              PERFORM RESERVA-VEICULO THRU RESERVA-VEICULO-FIM
              IF W-VEIC-OCUP = "S"
                     TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 PERFORM ESP-OPC THRU ESP-OPC-FIM
                 PERFORM MOSTRA-BLOCO THRU MOSTRA-BLOCO-FIM
                 DISPLAY(09, 28) AG-CID
                 ACCEPT(09, 28) AG-CID WITH UPDATE
                 GO TO ACE-001
              ELSE
                 NEXT SENTENCE.

      *************************************************
      * BLOCO DE PROCEDIMENTO: SO PRESENCIAL DENTRO DA *
      * ESCALA. MEDICO, SALA, AUXILIAR E EQUIPAMENTO   *
      * SAO RESERVADOS JUNTOS PELA DURACAO DO BLOCO E  *
      * BASTA UM OCUPADO PARA RECUSAR, SEM ENCAIXE     *
      *************************************************
       R5B.
           MOVE "N" TO W-BLOCO
           MOVE W-DUR-CONS TO W-DUR-NOVA
           MOVE ZEROS TO W-BLO-DUR W-BLO-SALA W-BLO-AUX W-BLO-EQP
           IF AG-ENCAIXE NOT = "S"
              MOVE ZEROS TO AG-SALA.
           IF W-BLO-ABERTO = "N" OR AG-MODALIDADE NOT = "P"
              OR AG-ENCAIXE = "S"
              GO TO VAL-SOBREPOS.
           DISPLAY (16, 28) W-BLOCO
           ACCEPT (16, 28) W-BLOCO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-BLOCO = "s"
              MOVE "S" TO W-BLOCO.
           IF W-BLOCO NOT = "S"
              MOVE "N" TO W-BLOCO
              GO TO VAL-SOBREPOS.
       R5C.
           IF W-BLO-DUR = ZEROS
              COMPUTE W-BLO-DUR = W-DUR-CONS * 2.
           DISPLAY (17, 28) W-BLO-DUR
           ACCEPT (17, 28) W-BLO-DUR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5B.
           IF W-BLO-DUR NOT > W-DUR-CONS
              MOVE "* BLOCO DEVE SER MAIS LONGO QUE A CONSULTA *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-BLO-DUR
              GO TO R5C.
       R5D.
           ACCEPT (18, 28) W-BLO-SALA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5C.
           IF W-BLO-SALA = ZEROS
              MOVE "*** SALA OBRIGATORIA NO PROCEDIMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5D.
           IF W-SAL-ABERTO = "N"
              GO TO R5E.
           MOVE W-BLO-SALA TO SA-CODIGO
           READ CADSALA
           IF ST-ERRO-SAL NOT = "00"
              MOVE "*** SALA NAO CADASTRADA (SMP052) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5D.
           IF SA-ATIVA NOT = "S" AND SA-ATIVA NOT = "s"
              MOVE "*** SALA DESATIVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5D.
           DISPLAY (18, 34) SA-DESCRICAO.
       R5E.
           ACCEPT (19, 28) W-BLO-AUX WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5D.
           IF W-BLO-AUX = ZEROS
              MOVE "*** AUXILIAR OBRIGATORIO NO PROCEDIMENTO ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5E.
           MOVE W-BLO-AUX TO RU-CODIGO
           MOVE "A" TO W-RU-TIPO
           PERFORM VAL-RECURSO THRU VAL-RECURSO-FIM
           IF W-BLO-CONF = "S"
              GO TO R5E.
           DISPLAY (19, 34) RU-DESCRICAO.
       R5F.
           ACCEPT (20, 28) W-BLO-EQP WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5E.
           IF W-BLO-EQP = ZEROS
              DISPLAY (20, 34) "                              "
              GO TO VAL-BLOCO.
           MOVE W-BLO-EQP TO RU-CODIGO
           MOVE "E" TO W-RU-TIPO
           PERFORM VAL-RECURSO THRU VAL-RECURSO-FIM
           IF W-BLO-CONF = "S"
              GO TO R5F.
           DISPLAY (20, 34) RU-DESCRICAO.
       VAL-BLOCO.
           MOVE W-BLO-DUR TO W-DUR-NOVA
           PERFORM BLO-CRITICA THRU BLO-CRITICA-FIM
           IF W-BLO-CONF = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-DUR-CONS TO W-DUR-NOVA
              GO TO R5C.
           MOVE "S" TO W-BLOCO
           MOVE W-BLO-SALA TO AG-SALA
           GO TO R6.

      *------[ A JANELA DA NOVA CONSULTA NAO PODE SOBREPOR OUTRA ]------
       VAL-SOBREPOS.
           PERFORM BUSCA-SOBREPOS THRU BUSCA-SOBREPOS-FIM
      *------[ GUIA DE AUTORIZACAO QUANDO O CONVENIO EXIGE ]------------
       VAL-GUIA.
           IF AG-PARTICULAR = "S" OR W-CONV-PAC = ZEROS
              GO TO VAL-ORIGEM.
           IF EXIGEGUIA NOT = "S" AND EXIGEGUIA NOT = "s"
              GO TO VAL-ORIGEM.
       VAL-GUIA1.
           ACCEPT(11, 28) AG-GUIA.
      *    GUIA AINDA PENDENTE PODE FICAR EM ZEROS: O FATURAMENTO
              PERFORM OVR-PERGUNTA THRU OVR-PERGUNTA-FIM
              IF W-OVR = "S"
                 MOVE ZEROS TO AG-GUIAVAL
                 GO TO VAL-ORIGEM
              ELSE
                 GO TO VAL-GUIA1.
       VAL-GUIA2.
              PERFORM OVR-PERGUNTA THRU OVR-PERGUNTA-FIM
              IF W-OVR NOT = "S"
                 GO TO VAL-GUIA1.
      *------[ PRIMEIRA MARCACAO DO CPF: COMO CHEGOU ATE NOS? ]---------
       VAL-ORIGEM.
           MOVE "N" TO W-ORI-NOVO
           IF W-ORI-ABERTO = "N"
              GO TO INC-OPC.
           MOVE AG-CPF TO OG-CPF
           READ CADORIGEM
           IF ST-ERRO-ORI = "00"
              GO TO INC-OPC.
           PERFORM BUSCA-PRIMEIRA THRU BUSCA-PRIMEIRA-FIM
           IF W-ORI-NOVO = "N"
              GO TO INC-OPC.
           MOVE ZEROS TO W-ORI-MX-CRM
           MOVE SPACES TO W-ORI-MX-UF.
       VAL-ORIGEM1.
           DISPLAY (21, 12) "CANAL DE CAPTACAO:"
           ACCEPT (21, 31) W-ORI-CANAL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              PERFORM LIMPA-ORIGEM THRU LIMPA-ORIGEM-FIM
              GO TO R6.
           IF W-ORI-CANAL = ZEROS
              MOVE "*** CANAL DE CAPTACAO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VAL-ORIGEM1.
           MOVE W-ORI-CANAL TO CA-CODIGO
           READ CADCANAL
           IF ST-ERRO-CNL NOT = "00"
              MOVE "*** CANAL NAO CADASTRADO (SMP072) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VAL-ORIGEM1.
           IF CA-ATIVO NOT = "S" AND CA-ATIVO NOT = "s"
              MOVE "*** CANAL DE CAPTACAO DESATIVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VAL-ORIGEM1.
           DISPLAY (21, 34) CA-DESCRICAO
           IF CA-PEDE-MEDICO NOT = "S"
              MOVE ZEROS TO W-ORI-MX-CRM
              MOVE SPACES TO W-ORI-MX-UF
              GO TO INC-OPC.
           IF W-MXT-ABERTO = "N"
              MOVE "* SEM CADMEDEXT: CANAL QUE PEDE MEDICO BLOQUEADO *"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VAL-ORIGEM1.
       VAL-ORIGEM2.
           DISPLAY (22, 12) "INDICADOR CRM/UF:"
           ACCEPT (22, 30) W-ORI-MX-CRM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              PERFORM LIMPA-ORIGEM THRU LIMPA-ORIGEM-FIM
              GO TO VAL-ORIGEM1.
           ACCEPT (22, 37) W-ORI-MX-UF WITH UPDATE
           INSPECT W-ORI-MX-UF CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE W-ORI-MX-CRM TO MX-CRM
           MOVE W-ORI-MX-UF TO MX-UF
           READ CADMEDEXT
           IF ST-ERRO-MXT NOT = "00"
              MOVE "*** MEDICO INDICADOR NAO CADASTRADO (SMP073) ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VAL-ORIGEM2.
           IF MX-ATIVO NOT = "S" AND MX-ATIVO NOT = "s"
              MOVE "*** MEDICO INDICADOR DESATIVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VAL-ORIGEM2.
           DISPLAY (22, 40) MX-NOME.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           PERFORM LIMPA-ORIGEM THRU LIMPA-ORIGEM-FIM
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
      *------[ INTERVALO ZERADO = AGENDAMENTO AVULSO ]------------------
       SER-OPC.
           MOVE ZEROS TO W-SER-INT W-SER-QTD
      *    BLOCO DE PROCEDIMENTO NAO ENTRA EM SERIE
           IF W-BLOCO = "S"
              GO TO INC-WR1.
           ACCEPT(14, 28) W-SER-INT
           IF W-SER-INT = ZEROS
              GO TO INC-WR1.
           WRITE REGAGENDA
           IF ST-ERRO = "00" OR "02"
              PERFORM JORNAL-AGENDA-W THRU JORNAL-AGENDA-FIM
              PERFORM GRAVA-ORIGEM THRU GRAVA-ORIGEM-FIM
              IF W-BLOCO = "S"
                 PERFORM GRAVA-BLOCO THRU GRAVA-BLOCO-FIM
              END-IF
              MOVE "*** CONSULTA AGENDADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           WRITE REGAGENDA
           IF ST-ERRO = "00" OR ST-ERRO = "02"
              PERFORM JORNAL-AGENDA-W THRU JORNAL-AGENDA-FIM
              PERFORM GRAVA-ORIGEM THRU GRAVA-ORIGEM-FIM
              ADD 1 TO W-SER-GRAV
              GO TO SER-PROX.
           IF ST-ERRO = "22"
           DELETE CADAGENDA RECORD
           IF ST-ERRO = "00"
              PERFORM JORNAL-AGENDA-D THRU JORNAL-AGENDA-FIM
              IF W-BLO-ABERTO = "S"
                 MOVE AG-DATA TO BP-DATA
                 MOVE AG-HORA TO BP-HORA
                 MOVE AG-CRM TO BP-CRM
                 DELETE CADBLOCO RECORD
              END-IF
              MOVE "*** CONSULTA EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       OVR-PERGUNTA-FIM.
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

      *------[ CID COMPATIVEL COM ALGUMA SECUNDARIA DO CRM? ]-----------
       TESTA-SECUNDARIAS.
           MOVE "N" TO W-CID-COMPAT

      *------[ SOBREPOSICAO: OUTRA CONSULTA DO CRM NO MESMO DIA ]-------
      *------[ CUJA JANELA DE DURACAO CRUZA A DA NOVA CONSULTA  ]-------
      *------[ (VISITA DOMICILIAR SOMA O DESLOCAMENTO DA ZONA   ]-------
      *------[ ANTES E DEPOIS DA VISITA)                        ]-------
       BUSCA-SOBREPOS.
           MOVE "N" TO W-SOBREPOE
           MOVE REGAGENDA TO W-REG-SOBRE
           DIVIDE AG-HORA BY 100 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-MIN-NOVA = W-HH-S * 60 + W-MM-S
           COMPUTE W-JAN-INI-N = W-MIN-NOVA - W-DESL-NOVA
           COMPUTE W-JAN-FIM-N = W-MIN-NOVA + W-DUR-NOVA + W-DESL-NOVA
           MOVE ZEROS TO AG-HORA
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO NOT = "00"
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
           MOVE ZEROS TO W-DESL-EXIST
           IF AG-MODALIDADE = "D"
              PERFORM DESLOC-EXIST THRU DESLOC-EXIST-FIM.
           COMPUTE W-JAN-INI-E = W-MIN-EXIST - W-DESL-EXIST
           COMPUTE W-JAN-FIM-E = W-MIN-EXIST + W-DUR-EXIST
                               + W-DESL-EXIST
           IF W-JAN-FIM-E > W-JAN-INI-N
              AND W-JAN-FIM-N > W-JAN-INI-E
              MOVE "S" TO W-SOBREPOE
              MOVE AG-HORA TO W-HORA-SOBRE
              GO TO BUSCA-SOBREPOS-FIM.
           MOVE W-REG-SOBRE TO REGAGENDA
           EXIT.

      *------[ DESLOCAMENTO DA VISITA DOMICILIAR JA MARCADA: ZONA ]-----
      *------[ DO CEP DO PACIENTE DELA, SEM PERDER O REGPACI DA   ]-----
      *------[ MARCACAO EM ANDAMENTO                              ]-----
       DESLOC-EXIST.
           MOVE REGPACI TO W-REG-PACDOM
           MOVE AG-CPF TO CPF
           READ CADPACI
           IF ST-ERRO-PAC NOT = "00"
              MOVE "00" TO ST-ERRO-PAC
              GO TO DESLOC-EXIST1.
           MOVE CEPPACI TO W-ZN-CEP
           CALL "PROGZONA" USING W-ZN-CEP W-ZN-RESULT W-ZN-NOME
                                 W-ZN-TAXA W-ZN-TEMPO W-ZN-ATENDE
           IF W-ZN-RESULT = "S"
              MOVE W-ZN-TEMPO TO W-DESL-EXIST.
       DESLOC-EXIST1.
           MOVE W-REG-PACDOM TO REGPACI.
       DESLOC-EXIST-FIM.
           EXIT.

      *------[ ZONA DO CEP DO PACIENTE NA VISITA DOMICILIAR NOVA ]------
      *    SEM TABELA DE ZONAS (X) A CLINICA NAO CONTROLA A AREA
       BUSCA-ZONA.
           MOVE W-CEP-PAC TO W-ZN-CEP
           CALL "PROGZONA" USING W-ZN-CEP W-ZN-RESULT W-ZN-NOME
                                 W-ZN-TAXA W-ZN-TEMPO W-ZN-ATENDE
           IF W-ZN-RESULT = "X"
              GO TO BUSCA-ZONA-FIM.
           IF W-ZN-RESULT = "N"
              MOVE "*** CEP FORA DA AREA DE ATENDIMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BUSCA-ZONA-FIM.
           IF W-ZN-ATENDE = "N"
              MOVE SPACES TO MENS
              STRING "* ZONA " W-ZN-NOME " NAO ATENDE EM CASA *"
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BUSCA-ZONA-FIM.
           MOVE W-ZN-TEMPO TO W-DESL-NOVA
           MOVE SPACES TO MENS
           STRING "ZONA " W-ZN-NOME " DESLOCAMENTO " W-ZN-TEMPO
                  " MIN" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BUSCA-ZONA-FIM.
           EXIT.

      *------[ FALTAS (STATUS 50) DO CPF NA JANELA DA POLITICA ]--------
       CONTA-FALTAS.
           MOVE ZEROS TO W-QTD-FALTAS
       ENC-PERGUNTA-FIM.
           EXIT.

      *------[ AUXILIAR/EQUIPAMENTO DO BLOCO: TIPO, ATIVO E FORA ]------
      *------[ DO PERIODO DE INDISPONIBILIDADE NA DATA           ]------
       VAL-RECURSO.
           MOVE "N" TO W-BLO-CONF
           READ CADRECURSO
           IF ST-ERRO-RCU NOT = "00"
              MOVE "*** RECURSO NAO CADASTRADO (SMP069) ***" TO MENS
              GO TO VAL-RECURSO-ERRO.
           IF RU-TIPO NOT = W-RU-TIPO
              IF W-RU-TIPO = "A"
                 MOVE "*** CODIGO NAO E DE AUXILIAR ***" TO MENS
                 GO TO VAL-RECURSO-ERRO
              ELSE
                 MOVE "*** CODIGO NAO E DE EQUIPAMENTO ***" TO MENS
                 GO TO VAL-RECURSO-ERRO.
           IF RU-ATIVO NOT = "S" AND RU-ATIVO NOT = "s"
              MOVE "*** RECURSO DESATIVADO ***" TO MENS
              GO TO VAL-RECURSO-ERRO.
           IF RU-INDISP-INI NOT = ZEROS
              AND RU-INDISP-INI NOT > AG-DATA
              AND RU-INDISP-FIM NOT < AG-DATA
              MOVE SPACES TO MENS
              STRING "* INDISPONIVEL: " RU-INDISP-MOTIVO " *"
                     DELIMITED BY SIZE INTO MENS
              GO TO VAL-RECURSO-ERRO.
           GO TO VAL-RECURSO-FIM.
       VAL-RECURSO-ERRO.
           MOVE "S" TO W-BLO-CONF
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VAL-RECURSO-FIM.
           EXIT.

      *************************************************
      * CRITICA DO BLOCO: O MEDICO NA ESCALA, FORA DE  *
      * AUSENCIA E SEM OUTRA CONSULTA NA JANELA; A     *
      * SALA FORA DA ESCALA DE OUTRO CRM E DE ENCAIXE; *
      * SALA, AUXILIAR E EQUIPAMENTO FORA DE OUTRO     *
      * BLOCO. O PRIMEIRO CHOQUE VAI EM MENS           *
      *************************************************
       BLO-CRITICA.
           MOVE "N" TO W-BLO-CONF
           MOVE REGAGENDA TO W-REG-BLOCO
           MOVE AG-CRM TO W-BLO-CRM
           MOVE AG-DATA TO W-BLO-DATA
           MOVE AG-HORA TO W-BLO-HORA
           DIVIDE AG-HORA BY 100 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-BLO-INI-MIN = W-HH-S * 60 + W-MM-S
           COMPUTE W-BLO-FIM-MIN = W-BLO-INI-MIN + W-BLO-DUR
           IF W-BLO-FIM-MIN > 1440
              MOVE "*** BLOCO PASSA DA MEIA-NOITE ***" TO MENS
              GO TO BLO-CRITICA-ERRO.
           DIVIDE W-BLO-FIM-MIN BY 60 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-BLO-FIM-HORA = W-HH-S * 100 + W-MM-S.
       BLO-CRIT-ESC.
           IF W-ESC-ABERTO = "N"
              GO TO BLO-CRIT-AUS.
           MOVE AG-DATA TO WRK-DATA
           PERFORM P-DIA-DA-SEMANA
           MOVE AG-CRM TO EC-CRM
           COMPUTE EC-DIASEM = W-DOW + 1
           READ CADESCALA
           IF ST-ERRO-ESC NOT = "00"
              OR (EC-DISPONIVEL NOT = "S" AND EC-DISPONIVEL NOT = "s")
              OR AG-HORA < EC-HORAINI OR W-BLO-FIM-HORA > EC-HORAFIM
              MOVE "00" TO ST-ERRO-ESC
              MOVE "*** BLOCO NAO CABE NA ESCALA DO MEDICO ***" TO MENS
              GO TO BLO-CRITICA-ERRO.
       BLO-CRIT-AUS.
           PERFORM BUSCA-AUSENCIA THRU BUSCA-AUSENCIA-FIM
           IF W-AUSENTE = "S"
              MOVE "*** MEDICO AUSENTE NA DATA DO BLOCO ***" TO MENS
              GO TO BLO-CRITICA-ERRO.
       BLO-CRIT-MED.
           PERFORM BUSCA-SOBREPOS THRU BUSCA-SOBREPOS-FIM
           IF W-SOBREPOE = "S"
              MOVE SPACES TO MENS
              STRING "* MEDICO JA TEM CONSULTA AS " W-HORA-SOBRE " *"
                     DELIMITED BY SIZE INTO MENS
              GO TO BLO-CRITICA-ERRO.
      *    SALA NA ESCALA DE OUTRO CRM NO MESMO DIA DA SEMANA
       BLO-CRIT-SALA.
           IF W-ESC-ABERTO = "N"
              GO TO BLO-CRIT-AGE.
           MOVE ZEROS TO EC-CRM
           COMPUTE EC-DIASEM = W-DOW + 1
           START CADESCALA KEY IS NOT LESS THAN EC-CHAVE
           IF ST-ERRO-ESC NOT = "00"
              MOVE "00" TO ST-ERRO-ESC
              GO TO BLO-CRIT-AGE.
       BLO-CRIT-SALA1.
           READ CADESCALA NEXT RECORD
           IF ST-ERRO-ESC NOT = "00"
              MOVE "00" TO ST-ERRO-ESC
              GO TO BLO-CRIT-AGE.
           IF EC-DIASEM NOT = W-DOW + 1 OR EC-CRM = W-BLO-CRM
              OR EC-SALA NOT = W-BLO-SALA
              GO TO BLO-CRIT-SALA1.
           IF EC-DISPONIVEL NOT = "S" AND EC-DISPONIVEL NOT = "s"
              GO TO BLO-CRIT-SALA1.
           IF EC-HORAINI < W-BLO-FIM-HORA AND EC-HORAFIM > W-BLO-HORA
              MOVE SPACES TO MENS
              STRING "* SALA NA ESCALA DO CRM " EC-CRM " *"
                     DELIMITED BY SIZE INTO MENS
              GO TO BLO-CRITICA-ERRO.
           GO TO BLO-CRIT-SALA1.
      *    SALA AVULSA DE ENCAIXE NA MESMA DATA, CRUZANDO O BLOCO
       BLO-CRIT-AGE.
           MOVE ZEROS TO AG-CHAVE
           START CADAGENDA KEY IS NOT LESS THAN AG-CHAVE
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO BLO-CRIT-BLO.
       BLO-CRIT-AGE1.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO BLO-CRIT-BLO.
           IF AG-DATA NOT = W-BLO-DATA OR AG-SALA NOT = W-BLO-SALA
              OR AG-STATUS = 40
              GO TO BLO-CRIT-AGE1.
           DIVIDE AG-HORA BY 100 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-MIN-EXIST = W-HH-S * 60 + W-MM-S
           IF W-MIN-EXIST + W-DUR-CONS > W-BLO-INI-MIN
              AND W-MIN-EXIST < W-BLO-FIM-MIN
              MOVE SPACES TO MENS
              STRING "* SALA JA OCUPADA AS " AG-HORA " *"
                     DELIMITED BY SIZE INTO MENS
              GO TO BLO-CRITICA-ERRO.
           GO TO BLO-CRIT-AGE1.
       BLO-CRIT-BLO.
           PERFORM BLO-VARRE THRU BLO-VARRE-FIM
           GO TO BLO-CRITICA-FIM.
       BLO-CRITICA-ERRO.
           MOVE "S" TO W-BLO-CONF.
       BLO-CRITICA-FIM.
           MOVE W-REG-BLOCO TO REGAGENDA
           EXIT.

      *------[ OUTROS BLOCOS DA DATA QUE CRUZAM A JANELA E USAM O ]-----
      *------[ MESMO CRM, SALA, AUXILIAR OU EQUIPAMENTO          ]-----
       BLO-VARRE.
           MOVE "N" TO W-BLO-CONF
           MOVE W-BLO-DATA TO BP-DATA
           MOVE ZEROS TO BP-HORA BP-CRM
           START CADBLOCO KEY IS NOT LESS THAN BP-CHAVE
           IF ST-ERRO-BLO NOT = "00"
              MOVE "00" TO ST-ERRO-BLO
              GO TO BLO-VARRE-FIM.
       BLO-VARRE1.
           READ CADBLOCO NEXT RECORD
           IF ST-ERRO-BLO NOT = "00"
              MOVE "00" TO ST-ERRO-BLO
              GO TO BLO-VARRE-FIM.
           IF BP-DATA NOT = W-BLO-DATA
              GO TO BLO-VARRE-FIM.
           DIVIDE BP-HORA BY 100 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-MIN-EXIST = W-HH-S * 60 + W-MM-S
           COMPUTE W-MIN-BFIM = W-MIN-EXIST + BP-DURACAO
           IF W-MIN-BFIM NOT > W-BLO-INI-MIN
              OR W-MIN-EXIST NOT < W-BLO-FIM-MIN
              GO TO BLO-VARRE1.
           IF BP-CRM NOT = W-BLO-CRM AND BP-SALA NOT = W-BLO-SALA
              AND BP-AUXILIAR NOT = W-BLO-AUX
              AND (W-BLO-EQP = ZEROS OR BP-EQUIPAMENTO NOT = W-BLO-EQP)
              GO TO BLO-VARRE1.
      *    BLOCO DE CONSULTA CANCELADA OU APAGADA NAO OCUPA NADA
           MOVE BP-CRM TO AG-CRM
           MOVE BP-DATA TO AG-DATA
           MOVE BP-HORA TO AG-HORA
           READ CADAGENDA
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO BLO-VARRE1.
           IF AG-STATUS = 40
              GO TO BLO-VARRE1.
           MOVE "S" TO W-BLO-CONF
           MOVE SPACES TO MENS
           IF BP-CRM = W-BLO-CRM
              STRING "* MEDICO EM OUTRO PROCEDIMENTO AS " BP-HORA " *"
                     DELIMITED BY SIZE INTO MENS
              GO TO BLO-VARRE-FIM.
           IF BP-SALA = W-BLO-SALA
              STRING "* SALA EM OUTRO PROCEDIMENTO AS " BP-HORA " *"
                     DELIMITED BY SIZE INTO MENS
              GO TO BLO-VARRE-FIM.
           IF BP-AUXILIAR = W-BLO-AUX
              STRING "* AUXILIAR EM OUTRO PROCEDIMENTO AS " BP-HORA
                     " *" DELIMITED BY SIZE INTO MENS
              GO TO BLO-VARRE-FIM.
           STRING "* EQUIPAMENTO EM USO AS " BP-HORA " *"
                  DELIMITED BY SIZE INTO MENS.
       BLO-VARRE-FIM.
           EXIT.

      *------[ GRAVA O BLOCO JUNTO COM A CONSULTA ]---------------------
       GRAVA-BLOCO.
           MOVE AG-DATA TO BP-DATA
           MOVE AG-HORA TO BP-HORA
           MOVE AG-CRM TO BP-CRM
           MOVE W-BLO-DUR TO BP-DURACAO
           MOVE W-BLO-SALA TO BP-SALA
           MOVE W-BLO-AUX TO BP-AUXILIAR
           MOVE W-BLO-EQP TO BP-EQUIPAMENTO
           MOVE AG-CPF TO BP-CPF
           MOVE W-OPERADOR-LOGADO TO BP-OPERADOR
           ACCEPT DATA-CADASTRO OF REGBLOCO FROM DATE YYYYMMDD
           WRITE REGBLOCO
           IF ST-ERRO-BLO = "22"
              REWRITE REGBLOCO.
           IF ST-ERRO-BLO NOT = "00" AND ST-ERRO-BLO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO BLOCO DE PROCEDIMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-BLOCO-FIM.
           EXIT.

      *------[ CONSULTA JA MARCADA: MOSTRA O BLOCO, SE HOUVER ]---------
       MOSTRA-BLOCO.
           IF W-BLO-ABERTO = "N"
              GO TO MOSTRA-BLOCO-FIM.
           MOVE AG-DATA TO BP-DATA
           MOVE AG-HORA TO BP-HORA
           MOVE AG-CRM TO BP-CRM
           READ CADBLOCO
           IF ST-ERRO-BLO NOT = "00"
              MOVE "00" TO ST-ERRO-BLO
              GO TO MOSTRA-BLOCO-FIM.
           DISPLAY (16, 28) "S"
           DISPLAY (17, 28) BP-DURACAO
           DISPLAY (18, 28) BP-SALA
           DISPLAY (19, 28) BP-AUXILIAR
           DISPLAY (20, 28) BP-EQUIPAMENTO.
       MOSTRA-BLOCO-FIM.
           EXIT.

      *------[ ZELLER: CALCULA O DIA DA SEMANA DE WRK-DATA ]------------
      * W-DOW: 0=DOMINGO 1=SEGUNDA 2=TERCA 3=QUARTA 4=QUINTA
      *        5=SEXTA 6=SABADO
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              MOVE "00" TO ST-ERRO
              GO TO TESTA-SALA-BLO.
           IF AG-DATA NOT = W-REG-SALA (7:8)
              GO TO TESTA-SALA-AGE1.
           IF AG-HORA NOT = W-REG-SALA (15:4)
              GO TO TESTA-SALA-AGE1.
           IF AG-STATUS = 40
              GO TO TESTA-SALA-AGE1.
           MOVE "S" TO W-SALA-CONF
           GO TO TESTA-SALA-ENC-FIM.
      *    BLOCO DE PROCEDIMENTO NA SALA CRUZANDO O HORARIO
       TESTA-SALA-BLO.
           IF W-BLO-ABERTO = "N"
              GO TO TESTA-SALA-ENC-FIM.
           MOVE W-REG-SALA TO REGAGENDA
           MOVE AG-HORA TO W-BLO-HORA
           MOVE AG-DATA TO W-BLO-DATA
           DIVIDE AG-HORA BY 100 GIVING W-HH-S REMAINDER W-MM-S
           COMPUTE W-BLO-INI-MIN = W-HH-S * 60 + W-MM-S
           COMPUTE W-BLO-FIM-MIN = W-BLO-INI-MIN + W-DUR-CONS
           MOVE AG-SALA TO W-BLO-SALA
           MOVE ZEROS TO W-BLO-CRM W-BLO-AUX W-BLO-EQP
           PERFORM BLO-VARRE THRU BLO-VARRE-FIM
           IF W-BLO-CONF = "S"
              MOVE "S" TO W-SALA-CONF.
       TESTA-SALA-ENC-FIM.
           MOVE W-REG-SALA TO REGAGENDA
           EXIT.
           MOVE AG-DATA TO WRK-DATA
           EXIT.

      *------[ CARTEIRINHA DO CPF COBRINDO AG-DATA; SO VALE PARA ]------
      *------[ CONVENIO COM ALGUMA CARTEIRINHA NO CADBENEF       ]------
       BUSCA-CARTEIRA.
           MOVE "S" TO W-CARTEIRA-OK
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
              GO TO BUSCA-CARTEIRA-FIM.
           GO TO BUSCA-CARTEIRA1.
       BUSCA-CARTEIRA-FIM.
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
           IF FQ-POR-ESPEC = "S"
              MOVE AG-CRM TO CRM
              READ CADMED
              IF ST-ERRO-MED NOT = "00"
                 OR ESPECIALIDADE NOT = W-ESP-MED
                 GO TO CONTA-FREQ2.
           PERFORM FREQ-ITENS THRU FREQ-ITENS-FIM
           IF W-FRQ-CONS = "S"
              ADD 1 TO W-FRQ-USOS.
           GO TO CONTA-FREQ2.
       CONTA-FREQ-FIM.
           MOVE W-REG-FRQ TO REGAGENDA
           MOVE AG-DATA TO WRK-DATA
      *    DEVOLVE O CADASTRO DO MEDICO DA MARCACAO
           IF FQ-POR-ESPEC = "S"
              MOVE AG-CRM TO CRM
              READ CADMED.
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
           MOVE W-ORI-CANAL TO OG-CANAL
           MOVE W-ORI-MX-CRM TO OG-MX-CRM
           MOVE W-ORI-MX-UF TO OG-MX-UF
           MOVE AG-CHAVE TO OG-AG-CHAVE
           MOVE W-OPERADOR-LOGADO TO OG-OPERADOR
           ACCEPT DATA-CADASTRO OF REGORIGEM FROM DATE YYYYMMDD
           WRITE REGORIGEM
           IF ST-ERRO-ORI NOT = "00" AND ST-ERRO-ORI NOT = "02"
              MOVE "ERRO NA GRAVACAO DA ORIGEM DO PACIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "N" TO W-ORI-NOVO.
       GRAVA-ORIGEM-FIM.
           EXIT.

      *------[ APAGA O PROMPT DE ORIGEM DAS LINHAS 21/22 ]--------------
       LIMPA-ORIGEM.
           DISPLAY (21, 12) "                              "
           DISPLAY (21, 42) "                              "
           DISPLAY (22, 12) "                              "
           DISPLAY (22, 42) "                              ".
       LIMPA-ORIGEM-FIM.
           EXIT.

      *------[ SUBTRAI UM DIA DE CALENDARIO DE WRK-DATA ]---------------
       ROT-SUB-DIA.
           IF WRK-DIA > 1
              CLOSE CADCEP.
           IF W-CAR-ABERTO = "S"
              CLOSE CADCAREN.
           IF W-CRD-ABERTO = "S"
              CLOSE CADCREDEN.
           IF W-MDC-ABERTO = "S"
              CLOSE CADMEDDOC.
           IF W-FRQ-ABERTO = "S"
              CLOSE CADFREQ.
           IF W-BNF-ABERTO = "S"
              CLOSE CADBENEF.
           IF W-ITE-ABERTO = "S"
              CLOSE CADITEM.
           IF W-PRC-ABERTO = "S"
              CLOSE CADPROC.
           IF W-SAL-ABERTO = "S"
              CLOSE CADSALA.
           IF W-BLO-ABERTO = "S"
              CLOSE CADBLOCO
              CLOSE CADRECURSO.
           IF W-ORI-ABERTO = "S"
              CLOSE CADORIGEM
              CLOSE CADCANAL.
           IF W-MXT-ABERTO = "S"
              CLOSE CADMEDEXT.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]----------------------------------
