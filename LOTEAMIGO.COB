       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEAMIGO.
       AUTHOR. LUCAS COELHO DOS SANTOS.

      *********************************************************
      * IMPORTACAO DE CONTATOS DO CELULAR PARA O CADAMIGO, NO  *
      * MOLDE DA CARGA DE CEP (LOTECEP). O ARQUIVO PODE TRAZER *
      * CARTOES VCARD (BEGIN:VCARD ... END:VCARD, CAMPOS FN/N, *
      * TEL, EMAIL, BDAY, ADR, GENDER E X-GENERO) OU LINHAS    *
      * CSV SEPARADAS POR ";" OU "," NA ORDEM:                 *
      *   NOME;TELEFONE;EMAIL;NASCIMENTO;CEP;NUMERO;           *
      *   COMPLEMENTO;SEXO;GENERO                              *
      * (NASCIMENTO AAAAMMDD, AAAA-MM-DD OU DD/MM/AAAA; LINHA  *
      * DE CABECALHO COMECANDO POR "NOME" E IGNORADA).         *
      * APLICA AS CRITICAS DO PROGR2LT: CEP NO CADCEP, GENERO  *
      * NO CADGENERO (SEM GENERO VALE "N" - NAO DECLARADO),    *
      * SEXO M/F QUANDO INFORMADO E NUMERO DO ENDERECO.        *
      * PROPOE O APELIDO PELO PRIMEIRO NOME (COM SEQUENCIA     *
      * QUANDO JA EXISTE) E GRAVA COM O TPAMIGO DO CADPARAM    *
      * "TPAMIGOIMP" (PADRAO 1). CONTATO COM O MESMO EMAIL,    *
      * TELEFONE (8 ULTIMOS DIGITOS) OU NOME DE UM AMIGO JA    *
      * CADASTRADO NAO E GRAVADO: VAI PARA O RELATORIO DE      *
      * REVISAO. REJEITADOS VAO PARA O REJAMIGO.TXT COM O      *
      * MOTIVO. HAVENDO REVISAO OU REJEITO DEVOLVE CODIGO 4    *
      *********************************************************

      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAMIGO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS APELIDO
                  ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                  ALTERNATE RECORD KEY IS EMAIL WITH DUPLICATES
                  FILE STATUS  IS ST-ERRO.

       SELECT CADCEP ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS CODIGO
                     FILE STATUS IS ST-ERRO-CEP.

       SELECT CADGENERO ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS GE-CODIGO
                     FILE STATUS IS ST-ERRO-GEN.

       SELECT CADPARAM ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS PA-CHAVE
                     FILE STATUS IS ST-ERRO-PAR.

       SELECT CADTPHIST ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-HIST.

       SELECT CONTATOS ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-CTT.

       SELECT REJAMIGO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REJ.

       SELECT RELATORIO ASSIGN TO DISK
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS ST-ERRO-REL.

      *----------------------------------------------------------------

       DATA DIVISION.
       FILE SECTION.
       FD CADAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAMIGO.DAT".
       01 REGAMIGO.
          03 APELIDO        PIC X(12).
          03 NOME             PIC X(30).
          03 EMAIL             PIC X(30).
          03 TELEFONE       PIC X(15).
          03 SEXO              PIC X(01).
          03 GENERO        PIC X(01).
          03 TPAMIGO       PIC 9(01).
          03 CEPAMIGO    PIC 9(08).
          03 NUMLOGRA   PIC 9(04).
          03 COMPLOGRA PIC X(12).
          03 DATANASC      PIC 9(08).
          03 DATA-CADASTRO PIC 9(08).

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
           COPY REGCEP.

       FD CADGENERO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGENERO.DAT".
           COPY REGGENERO.

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PA-CHAVE              PIC X(10).
           03 PA-VALOR              PIC 9(06).

       FD CADTPHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPHIST.TXT".
       01 LINHA-HIST                PIC X(80).

       FD CONTATOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-CTT.
       01 REG-CTT                   PIC X(200).

       FD REJAMIGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REJAMIGO.TXT".
       01 REG-REJ                   PIC X(132).

       FD RELATORIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-NOME-REL.
       01 LINHA-REL                 PIC X(132).

      *----------------------------------------------------------------

       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO-CEP      PIC X(02) VALUE "00".
       01 ST-ERRO-GEN      PIC X(02) VALUE "00".
       01 ST-ERRO-PAR      PIC X(02) VALUE "00".
       01 ST-ERRO-HIST     PIC X(02) VALUE "00".
       01 ST-ERRO-CTT      PIC X(02) VALUE "00".
       01 ST-ERRO-REJ      PIC X(02) VALUE "00".
       01 ST-ERRO-REL      PIC X(02) VALUE "00".
       01 W-HOJE           PIC 9(08) VALUE ZEROS.
       01 W-TPAMIGO-PAD    PIC 9(01) VALUE 1.
       01 W-NO-VCARD       PIC X(01) VALUE "N".
       01 W-MOTIVO         PIC X(40) VALUE SPACES.
       01 W-REVISA         PIC X(40) VALUE SPACES.
       01 W-CONT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-CONT-INCLUIDOS PIC 9(06) VALUE ZEROS.
       01 W-CONT-REVISAR   PIC 9(06) VALUE ZEROS.
       01 W-CONT-REJEITADOS PIC 9(06) VALUE ZEROS.
       01 WS-NOME-CTT      PIC X(30) VALUE SPACES.
       01 WS-NOME-REL      PIC X(30) VALUE "LOTEAMIGO.TXT".
       01 W-PROG-SPOOL     PIC X(10) VALUE "LOTEAMIGO".
       01 W-OPER-LOTE      PIC X(08) VALUE "LOTEAMIG".
       01 W-MINUSC         PIC X(26)
                           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 W-MAIUSC         PIC X(26)
                           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *------[ CONTATO MONTADO A PARTIR DO VCARD OU DA LINHA CSV ]------
       01 W-CONTATO.
           03 CT-NOME          PIC X(60).
           03 CT-N             PIC X(60).
           03 CT-TELEFONE      PIC X(60).
           03 CT-EMAIL         PIC X(60).
           03 CT-NASC          PIC X(60).
           03 CT-CEP           PIC X(60).
           03 CT-NUMERO        PIC X(60).
           03 CT-COMPL         PIC X(60).
           03 CT-SEXO          PIC X(60).
           03 CT-GENERO        PIC X(60).
           03 CT-RUA           PIC X(60).

      *------[ CAMPOS JA CRITICADOS, PRONTOS PARA O REGAMIGO ]----------
       01 W-NOME           PIC X(30) VALUE SPACES.
       01 W-EMAIL          PIC X(30) VALUE SPACES.
       01 W-TELEFONE       PIC X(15) VALUE SPACES.
       01 W-SEXO           PIC X(01) VALUE SPACES.
       01 W-GENERO         PIC X(01) VALUE SPACES.
       01 W-CEP            PIC 9(08) VALUE ZEROS.
       01 W-NUMLOGRA       PIC 9(04) VALUE ZEROS.
       01 W-COMPLOGRA      PIC X(12) VALUE SPACES.
       01 W-DATANASC       PIC 9(08) VALUE ZEROS.
       01 W-DATANASC-R REDEFINES W-DATANASC.
           03 W-DN-ANO         PIC 9(04).
           03 W-DN-MES         PIC 9(02).
           03 W-DN-DIA         PIC 9(02).
       01 W-FONE-CHAVE     PIC X(08) VALUE SPACES.
       01 W-APELIDO        PIC X(12) VALUE SPACES.

      *------[ LINHA VCARD: PROPRIEDADE E VALOR ]-----------------------
       01 W-VC-PROP        PIC X(60) VALUE SPACES.
       01 W-VC-VALOR       PIC X(140) VALUE SPACES.
       01 W-VC-GRUPO       PIC X(60) VALUE SPACES.
       01 W-VC-NOMEPROP    PIC X(60) VALUE SPACES.
       01 W-VC-PARAM       PIC X(60) VALUE SPACES.
       01 W-ADR-CAIXA      PIC X(60) VALUE SPACES.
       01 W-ADR-EXT        PIC X(60) VALUE SPACES.
       01 W-ADR-CIDADE     PIC X(60) VALUE SPACES.
       01 W-ADR-UF         PIC X(60) VALUE SPACES.
       01 W-N-SOBRENOME    PIC X(30) VALUE SPACES.
       01 W-N-PRENOME      PIC X(30) VALUE SPACES.

      *------[ AUXILIARES DE AJUSTE DE CAMPO ]--------------------------
       01 W-CAMPO          PIC X(60) VALUE SPACES.
       01 W-CAMPO-AUX      PIC X(60) VALUE SPACES.
       01 W-DIGITOS        PIC X(20) VALUE SPACES.
       01 W-QTD-DIG        PIC 9(02) VALUE ZEROS.
       01 W-I              PIC 9(03) VALUE ZEROS.
       01 W-PTR            PIC 9(03) VALUE ZEROS.
       01 W-TAM            PIC 9(02) VALUE ZEROS.
       01 W-SEQ            PIC 9(02) VALUE ZEROS.
       01 W-PRIM-NOME      PIC X(30) VALUE SPACES.
       01 W-NUM-08         PIC 9(08) VALUE ZEROS.
       01 W-NUM-04         PIC 9(04) VALUE ZEROS.
       01 W-DATA-TXT       PIC X(10) VALUE SPACES.

      *    TELEFONES JA CADASTRADOS (8 ULTIMOS DIGITOS) E DONO
       01 W-QTD-FONES      PIC 9(04) VALUE ZEROS.
       01 W-IND            PIC 9(04) VALUE ZEROS.
       01 TAB-FONES.
           03 TF-ITEM          OCCURS 3000 TIMES.
               05 TF-FONE          PIC X(08).
               05 TF-APELIDO       PIC X(12).

      *-----------------------------------------------------------------

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DISPLAY "CONTATOS VCARD/CSV (PADRAO CONTATOS.VCF): "
           ACCEPT WS-NOME-CTT
           IF WS-NOME-CTT = SPACES
              MOVE "CONTATOS.VCF" TO WS-NOME-CTT.

       R0.
           OPEN I-O CADAMIGO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAMIGO
                 CLOSE CADAMIGO
                 OPEN I-O CADAMIGO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAMIGO: "
                         ST-ERRO
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADCEP
           IF ST-ERRO-CEP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCEP: " ST-ERRO-CEP
              MOVE 8 TO RETURN-CODE
              CLOSE CADAMIGO
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CADGENERO
           IF ST-ERRO-GEN NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADGENERO: "
                      ST-ERRO-GEN
              MOVE 8 TO RETURN-CODE
              CLOSE CADAMIGO CADCEP
              GO TO ROT-FIM-SEMARQ.
           OPEN INPUT CONTATOS
           IF ST-ERRO-CTT NOT = "00"
              DISPLAY "ARQUIVO " WS-NOME-CTT " NAO ENCONTRADO"
              MOVE 8 TO RETURN-CODE
              CLOSE CADAMIGO CADCEP CADGENERO
              GO TO ROT-FIM-SEMARQ.
      *    TIPO DE AMIGO DOS CONTATOS IMPORTADOS (CADPARAM)
           OPEN INPUT CADPARAM
           IF ST-ERRO-PAR = "00"
              MOVE "TPAMIGOIMP" TO PA-CHAVE
              READ CADPARAM
              IF ST-ERRO-PAR = "00"
                 IF PA-VALOR > ZEROS AND PA-VALOR < 10
                    MOVE PA-VALOR TO W-TPAMIGO-PAD
                 END-IF
              END-IF
              CLOSE CADPARAM.

       R0A.
           OPEN EXTEND CADTPHIST
           IF ST-ERRO-HIST NOT = "00"
              IF ST-ERRO-HIST = "35"
                 OPEN OUTPUT CADTPHIST
                 CLOSE CADTPHIST
                 OPEN EXTEND CADTPHIST
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTPHIST: "
                         ST-ERRO-HIST
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.
           OPEN EXTEND REJAMIGO
           IF ST-ERRO-REJ NOT = "00"
              IF ST-ERRO-REJ = "35"
                 OPEN OUTPUT REJAMIGO
                 CLOSE REJAMIGO
                 OPEN EXTEND REJAMIGO
              ELSE
                 DISPLAY "ERRO NA ABERTURA DOS REJEITADOS: "
                         ST-ERRO-REJ
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.
           CALL "PROGSPOOL" USING W-PROG-SPOOL WS-NOME-REL
           IF WS-NOME-REL = SPACES
              MOVE "LOTEAMIGO.TXT" TO WS-NOME-REL.
           OPEN OUTPUT RELATORIO
           IF ST-ERRO-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELATORIO: " ST-ERRO-REL
              MOVE 8 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE SPACES TO LINHA-REL
           STRING "IMPORTACAO DE CONTATOS PARA O CADAMIGO - "
                  WS-NOME-CTT " EM " W-HOJE "  TPAMIGO " W-TPAMIGO-PAD
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

      *------[ TELEFONES DOS AMIGOS JA CADASTRADOS ]--------------------
       R0B.
           MOVE SPACES TO APELIDO
           START CADAMIGO KEY IS NOT LESS THAN APELIDO
           IF ST-ERRO NOT = "00"
              GO TO R0C.
       R0B1.
           READ CADAMIGO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO R0C.
           MOVE TELEFONE TO W-CAMPO
           PERFORM CHAVE-FONE THRU CHAVE-FONE-FIM
           IF W-FONE-CHAVE NOT = SPACES AND W-QTD-FONES < 3000
              ADD 1 TO W-QTD-FONES
              MOVE W-FONE-CHAVE TO TF-FONE (W-QTD-FONES)
              MOVE APELIDO TO TF-APELIDO (W-QTD-FONES).
           GO TO R0B1.
       R0C.
           MOVE "00" TO ST-ERRO
           MOVE SPACES TO W-CONTATO.

      *------[ CADA LINHA: CARTAO VCARD OU LINHA CSV ]------------------
       R1.
           READ CONTATOS
           AT END
              GO TO R3.
           IF REG-CTT = SPACES
              GO TO R1.
           IF W-NO-VCARD = "S"
              GO TO R1-VCARD.
           MOVE REG-CTT (1:11) TO W-CAMPO
           INSPECT W-CAMPO CONVERTING W-MINUSC TO W-MAIUSC
           IF W-CAMPO (1:11) = "BEGIN:VCARD"
              MOVE "S" TO W-NO-VCARD
              MOVE SPACES TO W-CONTATO
              GO TO R1.
           PERFORM LE-CSV THRU LE-CSV-FIM
           IF CT-NOME = SPACES AND CT-EMAIL = SPACES
              AND CT-TELEFONE = SPACES
              GO TO R1.
           MOVE CT-NOME (1:4) TO W-CAMPO
           INSPECT W-CAMPO CONVERTING W-MINUSC TO W-MAIUSC
           IF W-CAMPO (1:4) = "NOME"
              GO TO R1.
           PERFORM PROCESSA-CONTATO THRU PROCESSA-CONTATO-FIM
           GO TO R1.

       R1-VCARD.
           PERFORM LE-VCARD THRU LE-VCARD-FIM
           IF W-NO-VCARD = "F"
              MOVE "N" TO W-NO-VCARD
              PERFORM PROCESSA-CONTATO THRU PROCESSA-CONTATO-FIM.
           GO TO R1.

      *------[ LINHA CSV NA ORDEM FIXA DAS COLUNAS ]--------------------
       LE-CSV.
           MOVE SPACES TO W-CONTATO
           INSPECT REG-CTT REPLACING ALL QUOTE BY SPACE
           UNSTRING REG-CTT DELIMITED BY ";" OR ","
                    INTO CT-NOME CT-TELEFONE CT-EMAIL CT-NASC
                         CT-CEP CT-NUMERO CT-COMPL CT-SEXO
                         CT-GENERO
           MOVE CT-NOME TO W-CAMPO
           PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
           MOVE W-CAMPO TO CT-NOME
           MOVE CT-TELEFONE TO W-CAMPO
           PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
           MOVE W-CAMPO TO CT-TELEFONE
           MOVE CT-EMAIL TO W-CAMPO
           PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
           MOVE W-CAMPO TO CT-EMAIL
           MOVE CT-NASC TO W-CAMPO
           PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
           MOVE W-CAMPO TO CT-NASC
           MOVE CT-COMPL TO W-CAMPO
           PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
           MOVE W-CAMPO TO CT-COMPL
           MOVE CT-SEXO TO W-CAMPO
           PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
           MOVE W-CAMPO TO CT-SEXO
           MOVE CT-GENERO TO W-CAMPO
           PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
           MOVE W-CAMPO TO CT-GENERO.
       LE-CSV-FIM.
           EXIT.

      *------[ LINHA DENTRO DO CARTAO VCARD ]---------------------------
      *    PROPRIEDADE[;PARAMETROS]:VALOR, COM GRUPO OPCIONAL
      *    (ITEM1.TEL). SO O PRIMEIRO TEL/EMAIL/ADR DO CARTAO VALE
       LE-VCARD.
           MOVE SPACES TO W-VC-PROP W-VC-VALOR W-VC-GRUPO
                          W-VC-NOMEPROP W-VC-PARAM
           MOVE 1 TO W-PTR
           UNSTRING REG-CTT DELIMITED BY ":"
                    INTO W-VC-PROP WITH POINTER W-PTR
           IF W-PTR < 201
              MOVE REG-CTT (W-PTR:) TO W-VC-VALOR.
           INSPECT W-VC-PROP CONVERTING W-MINUSC TO W-MAIUSC
           UNSTRING W-VC-PROP DELIMITED BY ";"
                    INTO W-VC-NOMEPROP W-VC-PARAM
           MOVE SPACES TO W-VC-PARAM
           UNSTRING W-VC-NOMEPROP DELIMITED BY "."
                    INTO W-VC-GRUPO W-VC-PARAM
           IF W-VC-PARAM NOT = SPACES
              MOVE W-VC-PARAM TO W-VC-NOMEPROP.
           IF W-VC-NOMEPROP = "END"
              MOVE "F" TO W-NO-VCARD
              GO TO LE-VCARD-FIM.
           IF W-VC-NOMEPROP = "FN"
              MOVE W-VC-VALOR TO CT-NOME
              GO TO LE-VCARD-FIM.
           IF W-VC-NOMEPROP = "N"
              MOVE W-VC-VALOR TO CT-N
              GO TO LE-VCARD-FIM.
           IF W-VC-NOMEPROP = "TEL" AND CT-TELEFONE = SPACES
              MOVE W-VC-VALOR TO CT-TELEFONE
              GO TO LE-VCARD-FIM.
           IF W-VC-NOMEPROP = "EMAIL" AND CT-EMAIL = SPACES
              MOVE W-VC-VALOR TO CT-EMAIL
              GO TO LE-VCARD-FIM.
           IF W-VC-NOMEPROP = "BDAY"
              MOVE W-VC-VALOR TO CT-NASC
              GO TO LE-VCARD-FIM.
           IF W-VC-NOMEPROP = "GENDER"
              MOVE W-VC-VALOR TO CT-SEXO
              GO TO LE-VCARD-FIM.
           IF W-VC-NOMEPROP = "X-GENERO"
              MOVE W-VC-VALOR TO CT-GENERO
              GO TO LE-VCARD-FIM.
           IF W-VC-NOMEPROP NOT = "ADR" OR CT-CEP NOT = SPACES
              GO TO LE-VCARD-FIM.
      *    ADR: CAIXA POSTAL;COMPLEMENTO;RUA, NUMERO;CIDADE;UF;CEP;PAIS
           UNSTRING W-VC-VALOR DELIMITED BY ";"
                    INTO W-ADR-CAIXA W-ADR-EXT CT-RUA W-ADR-CIDADE
                         W-ADR-UF CT-CEP
           UNSTRING CT-RUA DELIMITED BY ","
                    INTO W-CAMPO-AUX CT-NUMERO CT-COMPL
           IF CT-COMPL = SPACES
              MOVE W-ADR-EXT TO CT-COMPL.
           MOVE CT-COMPL TO W-CAMPO
           PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
           MOVE W-CAMPO TO CT-COMPL.
       LE-VCARD-FIM.
           EXIT.

      *************************************************
      * CRITICA DO CONTATO (MESMAS REGRAS DO PROGR2LT),*
      * BUSCA DE DUPLICADOS E GRAVACAO NO CADAMIGO     *
      *************************************************
       PROCESSA-CONTATO.
           ADD 1 TO W-CONT-LIDOS
           MOVE SPACES TO W-MOTIVO W-REVISA
      *    SEM FN NO VCARD O NOME VEM DO N (SOBRENOME;NOME;...)
           IF CT-NOME = SPACES AND CT-N NOT = SPACES
              MOVE SPACES TO W-N-SOBRENOME W-N-PRENOME
              UNSTRING CT-N DELIMITED BY ";"
                       INTO W-N-SOBRENOME W-N-PRENOME
              STRING W-N-PRENOME DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     W-N-SOBRENOME DELIMITED BY "  "
                     INTO CT-NOME
              MOVE CT-NOME TO W-CAMPO
              PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
              MOVE W-CAMPO TO CT-NOME.
           MOVE CT-NOME TO W-CAMPO
           PERFORM AJUSTA-CAMPO THRU AJUSTA-CAMPO-FIM
           MOVE W-CAMPO TO CT-NOME
           MOVE CT-NOME TO W-NOME
           INSPECT W-NOME CONVERTING W-MINUSC TO W-MAIUSC
           MOVE CT-EMAIL TO W-EMAIL
           MOVE CT-TELEFONE TO W-TELEFONE
           MOVE CT-COMPL TO W-COMPLOGRA
           INSPECT W-COMPLOGRA CONVERTING W-MINUSC TO W-MAIUSC
           MOVE ZEROS TO W-CEP W-NUMLOGRA W-DATANASC
           IF W-NOME = SPACES
              MOVE "NOME NAO INFORMADO" TO W-MOTIVO
              GO TO PROCESSA-REJEITO.
      *    SEXO SO QUANDO INFORMADO, M OU F COMO NA TELA
           MOVE CT-SEXO (1:1) TO W-SEXO
           INSPECT W-SEXO CONVERTING W-MINUSC TO W-MAIUSC
           IF W-SEXO NOT = SPACE AND W-SEXO NOT = "M"
              AND W-SEXO NOT = "F"
              IF CT-SEXO (2:1) = SPACE OR CT-SEXO (2:1) = ";"
                 MOVE SPACE TO W-SEXO
              ELSE
                 MOVE "SEXO INVALIDO (M/F)" TO W-MOTIVO
                 GO TO PROCESSA-REJEITO.
      *    GENERO NO CADGENERO; SEM GENERO VALE N (NAO DECLARADO)
           MOVE CT-GENERO (1:1) TO W-GENERO
           INSPECT W-GENERO CONVERTING W-MINUSC TO W-MAIUSC
           IF W-GENERO = SPACE
              MOVE "N" TO W-GENERO.
           MOVE W-GENERO TO GE-CODIGO
           READ CADGENERO
           IF ST-ERRO-GEN NOT = "00"
              MOVE "GENERO NAO CADASTRADO NO CADGENERO" TO W-MOTIVO
              GO TO PROCESSA-REJEITO.
      *    CEP OBRIGATORIO E CADASTRADO NO CADCEP
           MOVE CT-CEP TO W-CAMPO
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM
           IF W-QTD-DIG = ZEROS
              MOVE "CEP NAO INFORMADO" TO W-MOTIVO
              GO TO PROCESSA-REJEITO.
           IF W-QTD-DIG NOT = 8
              MOVE "CEP INVALIDO" TO W-MOTIVO
              GO TO PROCESSA-REJEITO.
           MOVE W-DIGITOS (1:8) TO W-CEP
           MOVE W-CEP TO CODIGO
           READ CADCEP
           IF ST-ERRO-CEP NOT = "00"
              MOVE "CEP NAO CADASTRADO NO CADCEP" TO W-MOTIVO
              GO TO PROCESSA-REJEITO.
      *    NUMERO DO ENDERECO OBRIGATORIO
           MOVE CT-NUMERO TO W-CAMPO
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM
           IF W-QTD-DIG = ZEROS
              MOVE "NUMERO DO ENDERECO NAO INFORMADO" TO W-MOTIVO
              GO TO PROCESSA-REJEITO.
           IF W-QTD-DIG > 4
              MOVE "NUMERO DO ENDERECO INVALIDO" TO W-MOTIVO
              GO TO PROCESSA-REJEITO.
           MOVE W-DIGITOS (1:W-QTD-DIG) TO W-NUM-04
           MOVE W-NUM-04 TO W-NUMLOGRA
           IF W-NUMLOGRA = ZEROS
              MOVE "NUMERO DO ENDERECO NAO INFORMADO" TO W-MOTIVO
              GO TO PROCESSA-REJEITO.
           PERFORM CONVERTE-NASC THRU CONVERTE-NASC-FIM
           IF W-MOTIVO NOT = SPACES
              GO TO PROCESSA-REJEITO.

      *------[ POSSIVEL DUPLICADO: EMAIL, NOME OU TELEFONE ]------------
           IF W-EMAIL NOT = SPACES
              MOVE W-EMAIL TO EMAIL
              READ CADAMIGO KEY IS EMAIL
              IF ST-ERRO = "00"
                 STRING "MESMO EMAIL DE " APELIDO
                        DELIMITED BY SIZE INTO W-REVISA
                 GO TO PROCESSA-REVISAO.
           MOVE W-NOME TO NOME
           READ CADAMIGO KEY IS NOME
           IF ST-ERRO = "00"
              STRING "MESMO NOME DE " APELIDO
                     DELIMITED BY SIZE INTO W-REVISA
              GO TO PROCESSA-REVISAO.
           MOVE CT-TELEFONE TO W-CAMPO
           PERFORM CHAVE-FONE THRU CHAVE-FONE-FIM
           IF W-FONE-CHAVE = SPACES
              GO TO PROCESSA-APELIDO.
           MOVE 1 TO W-IND.
       PROCESSA-FONE.
           IF W-IND > W-QTD-FONES
              GO TO PROCESSA-APELIDO.
           IF TF-FONE (W-IND) = W-FONE-CHAVE
              STRING "MESMO TELEFONE DE " TF-APELIDO (W-IND)
                     DELIMITED BY SIZE INTO W-REVISA
              GO TO PROCESSA-REVISAO.
           ADD 1 TO W-IND
           GO TO PROCESSA-FONE.

       PROCESSA-APELIDO.
           PERFORM PROPOE-APELIDO THRU PROPOE-APELIDO-FIM
           IF W-APELIDO = SPACES
              MOVE "SEM APELIDO LIVRE PARA O PRIMEIRO NOME" TO W-MOTIVO
              GO TO PROCESSA-REJEITO.
           MOVE W-APELIDO TO APELIDO
           MOVE W-NOME TO NOME
           MOVE W-EMAIL TO EMAIL
           MOVE W-TELEFONE TO TELEFONE
           MOVE W-SEXO TO SEXO
           MOVE W-GENERO TO GENERO
           MOVE W-TPAMIGO-PAD TO TPAMIGO
           MOVE W-CEP TO CEPAMIGO
           MOVE W-NUMLOGRA TO NUMLOGRA
           MOVE W-COMPLOGRA TO COMPLOGRA
           MOVE W-DATANASC TO DATANASC
           MOVE W-HOJE TO DATA-CADASTRO OF REGAMIGO
           WRITE REGAMIGO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE SPACES TO W-MOTIVO
              STRING "ERRO " ST-ERRO " NA GRAVACAO DO CADAMIGO"
                     DELIMITED BY SIZE INTO W-MOTIVO
              GO TO PROCESSA-REJEITO.
           ADD 1 TO W-CONT-INCLUIDOS
           MOVE SPACES TO LINHA-HIST
           STRING APELIDO "  " W-HOJE "  INCLUIR  " W-OPER-LOTE
                  DELIMITED BY SIZE INTO LINHA-HIST
           WRITE LINHA-HIST
           IF W-FONE-CHAVE NOT = SPACES AND W-QTD-FONES < 3000
              ADD 1 TO W-QTD-FONES
              MOVE W-FONE-CHAVE TO TF-FONE (W-QTD-FONES)
              MOVE W-APELIDO TO TF-APELIDO (W-QTD-FONES).
           MOVE SPACES TO LINHA-REL
           STRING "INCLUIDO  " W-APELIDO " " W-NOME " " W-EMAIL
                  " " W-TELEFONE
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO PROCESSA-CONTATO-FIM.

       PROCESSA-REVISAO.
           ADD 1 TO W-CONT-REVISAR
           MOVE SPACES TO LINHA-REL
           STRING "REVISAR   " W-NOME " " W-EMAIL " " W-TELEFONE
                  " " W-REVISA
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           GO TO PROCESSA-CONTATO-FIM.

       PROCESSA-REJEITO.
           ADD 1 TO W-CONT-REJEITADOS
           MOVE SPACES TO REG-REJ
           STRING CT-NOME (1:30) " " CT-EMAIL (1:25) " "
                  CT-TELEFONE (1:15) " " CT-CEP (1:9)
                  " MOTIVO: " W-MOTIVO
                  DELIMITED BY SIZE INTO REG-REJ
           WRITE REG-REJ.
       PROCESSA-CONTATO-FIM.
           EXIT.

      *------[ NASCIMENTO AAAAMMDD, AAAA-MM-DD OU DD/MM/AAAA ]----------
      *    VCARD SEM ANO (--MMDD) FICA SEM DATA
       CONVERTE-NASC.
           MOVE ZEROS TO W-DATANASC
           MOVE CT-NASC (1:10) TO W-DATA-TXT
           IF W-DATA-TXT = SPACES OR W-DATA-TXT (1:2) = "--"
              GO TO CONVERTE-NASC-FIM.
           IF W-DATA-TXT (5:1) = "-"
              MOVE W-DATA-TXT (1:4) TO W-DATANASC (1:4)
              MOVE W-DATA-TXT (6:2) TO W-DATANASC (5:2)
              MOVE W-DATA-TXT (9:2) TO W-DATANASC (7:2)
              GO TO CONVERTE-NASC1.
           IF W-DATA-TXT (3:1) = "/"
              MOVE W-DATA-TXT (7:4) TO W-DATANASC (1:4)
              MOVE W-DATA-TXT (4:2) TO W-DATANASC (5:2)
              MOVE W-DATA-TXT (1:2) TO W-DATANASC (7:2)
              GO TO CONVERTE-NASC1.
           MOVE W-DATA-TXT (1:8) TO W-DATANASC (1:8).
       CONVERTE-NASC1.
           IF W-DATANASC NOT NUMERIC
              MOVE ZEROS TO W-DATANASC
              MOVE "DATA DE NASCIMENTO INVALIDA" TO W-MOTIVO
              GO TO CONVERTE-NASC-FIM.
           IF W-DN-MES < 1 OR W-DN-MES > 12 OR W-DN-DIA < 1
              OR W-DN-DIA > 31 OR W-DN-ANO < 1900
              OR W-DATANASC > W-HOJE
              MOVE ZEROS TO W-DATANASC
              MOVE "DATA DE NASCIMENTO INVALIDA" TO W-MOTIVO.
       CONVERTE-NASC-FIM.
           EXIT.

      *------[ APELIDO: PRIMEIRO NOME E, SE JA EXISTE, COM SEQUENCIA ]--
       PROPOE-APELIDO.
           MOVE SPACES TO W-APELIDO W-PRIM-NOME
           UNSTRING W-NOME DELIMITED BY SPACE INTO W-PRIM-NOME
           MOVE W-PRIM-NOME TO APELIDO
           READ CADAMIGO
           IF ST-ERRO = "23"
              MOVE W-PRIM-NOME TO W-APELIDO
              GO TO PROPOE-APELIDO-FIM.
           MOVE ZEROS TO W-TAM
           INSPECT W-PRIM-NOME TALLYING W-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-TAM > 10
              MOVE 10 TO W-TAM.
           MOVE 1 TO W-SEQ.
       PROPOE-APELIDO1.
           ADD 1 TO W-SEQ
           IF W-SEQ > 98
              GO TO PROPOE-APELIDO-FIM.
           MOVE SPACES TO APELIDO
           STRING W-PRIM-NOME (1:W-TAM) W-SEQ
                  DELIMITED BY SIZE INTO APELIDO
           READ CADAMIGO
           IF ST-ERRO = "23"
              MOVE APELIDO TO W-APELIDO
              GO TO PROPOE-APELIDO-FIM.
           GO TO PROPOE-APELIDO1.
       PROPOE-APELIDO-FIM.
           EXIT.

      *------[ 8 ULTIMOS DIGITOS DO TELEFONE EM W-CAMPO ]---------------
       CHAVE-FONE.
           MOVE SPACES TO W-FONE-CHAVE
           PERFORM EXTRAI-DIGITOS THRU EXTRAI-DIGITOS-FIM
           IF W-QTD-DIG < 8
              GO TO CHAVE-FONE-FIM.
           COMPUTE W-I = W-QTD-DIG - 7
           MOVE W-DIGITOS (W-I:8) TO W-FONE-CHAVE.
       CHAVE-FONE-FIM.
           EXIT.

      *------[ SO OS DIGITOS DE W-CAMPO, EM W-DIGITOS/W-QTD-DIG ]-------
       EXTRAI-DIGITOS.
           MOVE SPACES TO W-DIGITOS
           MOVE ZEROS TO W-QTD-DIG
           MOVE 1 TO W-I.
       EXTRAI-DIGITOS1.
           IF W-I > 60
              GO TO EXTRAI-DIGITOS-FIM.
           IF W-CAMPO (W-I:1) IS NUMERIC AND W-QTD-DIG < 20
              ADD 1 TO W-QTD-DIG
              MOVE W-CAMPO (W-I:1) TO W-DIGITOS (W-QTD-DIG:1).
           ADD 1 TO W-I
           GO TO EXTRAI-DIGITOS1.
       EXTRAI-DIGITOS-FIM.
           EXIT.

      *------[ TIRA OS BRANCOS DA ESQUERDA DE W-CAMPO ]-----------------
       AJUSTA-CAMPO.
           IF W-CAMPO = SPACES
              GO TO AJUSTA-CAMPO-FIM.
           MOVE 1 TO W-I.
       AJUSTA-CAMPO1.
           IF W-CAMPO (W-I:1) NOT = SPACE
              GO TO AJUSTA-CAMPO2.
           ADD 1 TO W-I
           GO TO AJUSTA-CAMPO1.
       AJUSTA-CAMPO2.
           IF W-I = 1
              GO TO AJUSTA-CAMPO-FIM.
           MOVE W-CAMPO (W-I:) TO W-CAMPO-AUX
           MOVE W-CAMPO-AUX TO W-CAMPO.
       AJUSTA-CAMPO-FIM.
           EXIT.

       R3.
      *    CARTAO SEM END:VCARD NO FIM DO ARQUIVO AINDA E PROCESSADO
           IF W-NO-VCARD = "S"
              MOVE "N" TO W-NO-VCARD
              PERFORM PROCESSA-CONTATO THRU PROCESSA-CONTATO-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "CONTATOS LIDOS......: " W-CONT-LIDOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "INCLUIDOS...........: " W-CONT-INCLUIDOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "PARA REVISAR........: " W-CONT-REVISAR
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "REJEITADOS (REJAMIGO): " W-CONT-REJEITADOS
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           DISPLAY "IMPORTACAO CONCLUIDA."
           DISPLAY "CONTATOS LIDOS  : " W-CONT-LIDOS
           DISPLAY "INCLUIDOS       : " W-CONT-INCLUIDOS
           DISPLAY "PARA REVISAR    : " W-CONT-REVISAR
           DISPLAY "REJEITADOS      : " W-CONT-REJEITADOS
           IF W-CONT-REVISAR > ZEROS OR W-CONT-REJEITADOS > ZEROS
              MOVE 4 TO RETURN-CODE.

       ROT-FIM.
           CLOSE CADAMIGO CADCEP CADGENERO CONTATOS.
           CLOSE CADTPHIST REJAMIGO RELATORIO.
       ROT-FIM-SEMARQ.
           GOBACK.
