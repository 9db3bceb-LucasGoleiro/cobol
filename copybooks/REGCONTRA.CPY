      *----------------------------------------------------------------
      * LAYOUT PADRAO DAS CONTRAINDICACOES POR ALERGIA (CADCONTRA.DAT)*
      * COMPARTILHADO POR TODOS OS PROGRAMAS QUE ABREM ESSE ARQUIVO.  *
      * CADA REGISTRO LIGA UMA ALERGIA (CADALERGIA) A UM MEDICAMENTO  *
      * (CI-TIPO M, CI-CODIGO = FM-CODIGO) OU A UMA CLASSE            *
      * TERAPEUTICA INTEIRA (CI-TIPO C, CI-CODIGO = FM-CLASSE) DO     *
      * CADFARM. CI-ACAO B=BLOQUEIA A PRESCRICAO NO SMP037,           *
      * A=AVISA E SO PRESCREVE COM JUSTIFICATIVA DO MEDICO            *
      *----------------------------------------------------------------
       01 REGCONTRA.
           03 CI-CHAVE.
               05 CI-ALERGIA        PIC 9(02).
               05 CI-TIPO           PIC X(01).
               05 CI-CODIGO         PIC 9(04).
           03 CI-ACAO               PIC X(01).
           03 CI-OBS                PIC X(30).
           03 DATA-CADASTRO         PIC 9(08).
