               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
           03 CODIGOV               PIC 9(04).
           03 REGCONV-RESTO         PIC X(91).

       FD CADPACI
               LABEL RECORD IS STANDARD
