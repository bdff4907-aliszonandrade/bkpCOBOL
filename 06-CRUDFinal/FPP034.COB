           03 CARGNOVMV    PIC 9(3).
           03 MOTIVOMV     PIC X(20).
           03 OPERADOR-MV  PIC X(08).
           03 NIVANTMV     PIC 9(2).
           03 NIVNOVMV     PIC 9(2).

       FD ARQFUNC
               LABEL RECORD IS STANDARD
           03 FILLER           PIC X(03) VALUE " > ".
           03 DETCARGNOV       PIC 999.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DETNIVANT        PIC 99.
           03 FILLER           PIC X(01) VALUE ">".
           03 DETNIVNOV        PIC 99.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DETMOTIVO        PIC X(20).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DETOPER          PIC X(08).
           05  LINE 04  COLUMN 02
               VALUE  "CODIGO DO FUNCIONARIO:".
           05  LINE 05  COLUMN 02
               VALUE  "DATA      DEP ANT>NV CAR ANT>NV NIVEL".
           05  LINE 05  COLUMN 41
               VALUE  "MOTIVO                OPERADOR".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM :".
           05  LINE 23  COLUMN 41
           MOVE DEPNOVMV  TO DETDEPNOV
           MOVE CARGANTMV TO DETCARGANT
           MOVE CARGNOVMV TO DETCARGNOV
           MOVE NIVANTMV  TO DETNIVANT
           MOVE NIVNOVMV  TO DETNIVNOV
           MOVE MOTIVOMV  TO DETMOTIVO
           MOVE OPERADOR-MV TO DETOPER
           DISPLAY (LIN, 02) DETALHE
              GO TO REL-DEPFIM.
           IF DEPNOVMV NOT = CODDEP
              GO TO REL-MOV.
      *    MUDANCA SO DE NIVEL SALARIAL NAO E TRANSFERENCIA.
           IF DEPANTMV = DEPNOVMV AND CARGANTMV = CARGNOVMV
              GO TO REL-MOV.
           DIVIDE DATAMV BY 100 GIVING W-MESMOV
           IF W-MESMOV NOT = W-COMPET
              GO TO REL-MOV.
