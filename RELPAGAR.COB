           03 FILLER       PIC X(12) VALUE "SERVICOS".
           03 FILLER       PIC X(12) VALUE "IMPOSTOS".
           03 FILLER       PIC X(12) VALUE SPACES.
           03 FILLER       PIC X(12) VALUE "FUNDO FIXO".
           03 FILLER       PIC X(12) VALUE "OUTROS".
       01 TAB-CAT REDEFINES TAB-CATX.
           03 W-CAT        PIC X(12) OCCURS 9 TIMES.
