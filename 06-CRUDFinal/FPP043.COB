           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).

       FD ARQDEPEN
               LABEL RECORD IS STANDARD
           MOVE W-CAMPO5 (1:1) TO STATUSCAUX
           MOVE "N"            TO ADICIONALAUX
           MOVE "N > NENHUM"   TO ADICIONAL
           MOVE ZEROS          TO SINDCARGO
           MOVE W-OPERADOR TO OPERADOR2
           MOVE W-DATAHOJE TO DATAGRAV2
           MOVE W-HORAHOJE TO HORAGRAV2
