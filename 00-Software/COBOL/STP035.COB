       01 REGCARG.
           03 CODCARGO PIC 9(3).
           03 NOMECARGO PIC X(25).
           03 FILLER PIC X(82).
       FD ARQDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPEN.DAT".
