           03 AR-FT-CPF             PIC 9(11).
           03 AR-FT-CODCONV         PIC 9(04).
           03 AR-FT-VALOR           PIC 9(06)V99.
           03 AR-FT-RESTO           PIC X(38).

       FD RELATORIO
               LABEL RECORD IS STANDARD
