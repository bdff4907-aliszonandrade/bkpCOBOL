                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVESL
                    FILE STATUS          IS SL-ERRO.

           SELECT ARQEXCFL ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEEX
                    FILE STATUS          IS EX-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             05 PERFIL1        PIC X(01).
             05 PERFIL2        PIC X(14).
          03 STATUSOP          PIC X(01).
          03 SENSIVELOP        PIC X(01).
      *
      *    RESULTADO DA FOLHA (FPP015): NO FECHAMENTO DO MES CADA
      *    REGISTRO DA COMPETENCIA RECEBE UM LACRE CALCULADO SOBRE
           03 DATAGRAVACAO-SL.
               05 DATAGRAV-SL PIC 9(8).
               05 HORAGRAV-SL PIC 9(6).
      *
      *    EXCECOES DA CONFERENCIA PRE-REMESSA (FPP096/FPP097): O MES
      *    SO FECHA CONFERIDO E COM TODAS AS EXCECOES CIENTES.
       FD ARQEXCFL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXCFL.DAT".
       01 REGEXCFL.
          03 CHAVEEX.
             05 COMPETEX       PIC 9(06).
             05 FUNCEX         PIC 9(06).
             05 TIPOEX         PIC X(01).
          03 VALATUEX          PIC 9(08).
          03 VALREFEX          PIC 9(08).
          03 SITEX             PIC X(01).
          03 JUSTEX            PIC X(40).
          03 OPERCIEX          PIC X(08).
          03 DATACIEX          PIC 9(08).
          03 OPERADOR-EX       PIC X(08).
          03 DATAGRAVACAO-EX.
             05 DATAGRAV-EX    PIC 9(8).
             05 HORAGRAV-EX    PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-SELOQUOC    PIC 9(14) VALUE ZEROS.
       01 W-SELO        PIC 9(09) VALUE ZEROS.
       01 W-QTDSELOS    PIC 9(06) VALUE ZEROS.
       01 EX-ERRO       PIC X(02) VALUE "00".
       01 W-EXCSIT      PIC X(01) VALUE SPACES.
      *
      *    SITUACOES DA COMPETENCIA:
      *    A = ABERTA    (PODE CALCULAR A FOLHA)
                   MOVE "*** COMPETENCIA JA FECHADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           PERFORM VER-EXCEC THRU VER-EXCEC-FIM
           IF W-EXCSIT = "N"
                   MOVE "* FALTA A CONFERENCIA PRE-REMESSA (FPP096) *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           IF W-EXCSIT = "P"
                   MOVE "* HA EXCECOES DA FOLHA SEM CIENCIA (FPP097) *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           DISPLAY (23, 12) "CONFIRMA O FECHAMENTO DO MES (S/N) :"
           ACCEPT (23, 50) W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
                  GIVING W-SELOQUOC REMAINDER W-SELO.
       CALC-SELO-FIM.
           EXIT.
      *
      *    SITUACAO DA CONFERENCIA DA COMPETENCIA: N = NAO FEITA,
      *    P = COM EXCECAO PENDENTE, C = CONFERIDA E TUDO CIENTE.
       VER-EXCEC.
           MOVE "N" TO W-EXCSIT
           OPEN INPUT ARQEXCFL
           IF EX-ERRO NOT = "00"
              GO TO VER-EXCEC-FIM.
           MOVE W-COMPET TO COMPETEX
           MOVE ZEROS    TO FUNCEX
           MOVE "*"      TO TIPOEX
           READ ARQEXCFL
           IF EX-ERRO NOT = "00"
              GO TO VER-EXCEC2.
           MOVE "C" TO W-EXCSIT
           MOVE SPACES TO TIPOEX
           START ARQEXCFL KEY IS NOT LESS CHAVEEX
              INVALID KEY
                 GO TO VER-EXCEC2.
       VER-EXCEC1.
           READ ARQEXCFL NEXT
           IF EX-ERRO NOT = "00"
              GO TO VER-EXCEC2.
           IF COMPETEX NOT = W-COMPET
              GO TO VER-EXCEC2.
           IF TIPOEX = "*" OR SITEX NOT = "P"
              GO TO VER-EXCEC1.
           MOVE "P" TO W-EXCSIT.
       VER-EXCEC2.
           CLOSE ARQEXCFL.
       VER-EXCEC-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQCOMPET.
