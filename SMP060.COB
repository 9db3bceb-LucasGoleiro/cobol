       FD CADSERVICO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSERVICO.DAT".
           COPY REGSERVICO.

      *----------------------------------------------------------------

