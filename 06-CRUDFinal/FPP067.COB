          03 DATAGRAVACAO-ES.
             05 DATAGRAV-ES    PIC 9(8).
             05 HORAGRAV-ES    PIC 9(6).
          03 HNOTDIAESC        PIC 9(02).
      *
       FD ARQFUNC
               LABEL RECORD IS STANDARD
