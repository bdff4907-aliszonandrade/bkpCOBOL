           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
       FD ARQDEPEN
               LABEL RECORD IS STANDARD
       FD ARQCARGBKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.BKP".
       01 REGCARGBKP              PIC X(110).
      *
       FD ARQDEPENBKP
               LABEL RECORD IS STANDARD
