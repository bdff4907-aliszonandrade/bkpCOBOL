           03 NOMECARGO     PIC X(25).
           03 FILLER        PIC X(33).
           03 SALARIO       PIC 9(06)V99.
           03 FILLER        PIC X(41).

       FD ARQDEPEN
               LABEL RECORD IS STANDARD
