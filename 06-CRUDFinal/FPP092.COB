       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP092.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * CURSOS EXIGIDOS POR CARGO, VEICULO E FERRAMENTA (ARQCURREQ)   *
      * O CARGO DIZ QUAIS CERTIFICACOES O OCUPANTE PRECISA TER EM DIA *
      * (RELATORIO FPP094); A PLACA DIZ O QUE O MOTORISTA PRECISA     *
      * PARA RECEBER O VEICULO (PROG1307) E O PRODUTO DIZ O QUE O     *
      * FUNCIONARIO PRECISA PARA RETIRAR A FERRAMENTA (STP052).       *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCURREQ ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVERQ
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQCURSO ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODCURSO
                    FILE STATUS          IS CU-ERRO.
           SELECT ARQCARG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODECARGO
                   FILE STATUS  IS CARG-ERRO
                   ALTERNATE RECORD KEY IS NOMECARGO WITH DUPLICATES.
           SELECT CADCARRO ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS PLACA
                    ALTERNATE RECORD KEY IS PROPRIETARIO WITH DUPLICATES
                    FILE STATUS          IS CAR-ERRO.
           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   FILE STATUS  IS PROD-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    TIPO: C = CARGO, V = VEICULO (PLACA), F = FERRAMENTA
      *    (CODIGO DO PRODUTO). A REFERENCIA NUMERICA E GRAVADA COM
      *    OS ZEROS A ESQUERDA (CARGO 005, PRODUTO 000123).
       FD ARQCURREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCURREQ.DAT".
       01 REGCURREQ.
          03 CHAVERQ.
             05 TIPORQ         PIC X(01).
             05 REFRQ          PIC X(08).
             05 CURSORQ        PIC 9(03).
          03 OPERADOR-RQ       PIC X(08).
          03 DATAGRAVACAO-RQ.
             05 DATAGRAV-RQ    PIC 9(8).
             05 HORAGRAV-RQ    PIC 9(6).
      *
       FD ARQCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCURSO.DAT".
       01 REGCURSO.
          03 CODCURSO          PIC 9(03).
          03 NOMECURSO         PIC X(30).
          03 NRCURSO           PIC X(10).
          03 VALIDCURSO        PIC 9(03).
          03 OPERADOR-CU       PIC X(08).
          03 DATAGRAVACAO-CU.
             05 DATAGRAV-CU    PIC 9(8).
             05 HORAGRAV-CU    PIC 9(6).
      *
       FD ARQCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODECARGO PIC 9(3).
           03 NOMECARGO PIC X(25).
           03 FILLER    PIC X(82).
      *
      *    VISAO PARCIAL DO CADASTRO DE VEICULOS (PROG1303).
       FD CADCARRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARRO.DAT".
       01 REGCARRO.
          03 PLACA             PIC X(08).
          03 PROPRIETARIO      PIC X(30).
          03 FILLER            PIC X(28).
      *
      *    VISAO PARCIAL DO CADASTRO DE PRODUTOS.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 FILLER        PIC X(103).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 CU-ERRO      PIC X(02) VALUE "00".
       01 CARG-ERRO    PIC X(02) VALUE "00".
       01 CAR-ERRO     PIC X(02) VALUE "00".
       01 PROD-ERRO    PIC X(02) VALUE "00".
       01 W-CARG-OK    PIC X(01) VALUE "N".
       01 W-CAR-OK     PIC X(01) VALUE "N".
       01 W-PROD-OK    PIC X(01) VALUE "N".
       01 W-TIPO       PIC X(01) VALUE SPACES.
       01 W-REF        PIC X(08) VALUE SPACES.
       01 W-REFCARGO   PIC 9(03) VALUE ZEROS.
       01 W-REFPROD    PIC 9(06) VALUE ZEROS.
       01 W-REFPLACA   PIC X(08) VALUE SPACES.
       01 W-NOMEREF    PIC X(30) VALUE SPACES.
       01 W-CURSO      PIC 9(03) VALUE ZEROS.
       01 LIN          PIC 9(02) VALUE ZEROS.
      *
       01 DETALHE.
           03 DETCURSO         PIC 999.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DETNOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DETNR            PIC X(10).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DETVALID         PIC ZZ9.
           03 FILLER           PIC X(06) VALUE " MESES".
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** CURSOS EXIGIDOS POR CARGO, VEICULO E FERRAM".
           05  LINE 02  COLUMN 60
               VALUE  "ENTA ***".
           05  LINE 05  COLUMN 04 VALUE  "TIPO DA EXIGENCIA      :".
           05  LINE 05  COLUMN 33
               VALUE  "(C=CARGO V=VEICULO F=FERRAMENTA)".
           05  LINE 07  COLUMN 04 VALUE  "CARGO/PLACA/PRODUTO    :".
           05  LINE 09  COLUMN 04 VALUE  "CURSO EXIGIDO          :".
           05  LINE 11  COLUMN 04 VALUE  "CURSOS JA EXIGIDOS:".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-TIPO
               LINE 05  COLUMN 29  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TW-NOMEREF
               LINE 07  COLUMN 40  PIC X(30)
               FROM   W-NOMEREF.
           05  TW-CURSO
               LINE 09  COLUMN 29  PIC 999
               USING  W-CURSO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQCURREQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCURREQ
                 CLOSE ARQCURREQ
                 MOVE "*** ARQUIVO ARQCURREQ FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCURREQ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQCURSO
           IF CU-ERRO NOT = "00"
              MOVE "* CADASTRE OS CURSOS NO FPP091 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1A.
      *    CARGOS, VEICULOS E PRODUTOS SO VALIDAM A REFERENCIA; SEM
      *    O CADASTRO A REFERENCIA E ACEITA COMO DIGITADA.
           MOVE "N" TO W-CARG-OK
           OPEN INPUT ARQCARG
           IF CARG-ERRO = "00"
              MOVE "S" TO W-CARG-OK.
           MOVE "N" TO W-CAR-OK
           OPEN INPUT CADCARRO
           IF CAR-ERRO = "00"
              MOVE "S" TO W-CAR-OK.
           MOVE "N" TO W-PROD-OK
           OPEN INPUT CADPROD
           IF PROD-ERRO = "00"
              MOVE "S" TO W-PROD-OK.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO W-TIPO W-REF W-REFPLACA W-NOMEREF
           MOVE ZEROS TO W-REFCARGO W-REFPROD W-CURSO.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TW-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-TIPO = "c"
                   MOVE "C" TO W-TIPO.
           IF W-TIPO = "v"
                   MOVE "V" TO W-TIPO.
           IF W-TIPO = "f"
                   MOVE "F" TO W-TIPO.
           IF W-TIPO NOT = "C" AND "V" AND "F"
                   MOVE "C=CARGO  V=VEICULO  F=FERRAMENTA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       R3.
           MOVE SPACES TO W-NOMEREF
           IF W-TIPO = "V"
                   GO TO R3V.
           IF W-TIPO = "F"
                   GO TO R3F.
       R3C.
           ACCEPT (07, 29) W-REFCARGO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-REFCARGO = 0
                   MOVE "O CARGO DEVE SER INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3C.
           MOVE SPACES TO W-REF
           MOVE W-REFCARGO TO W-REF
           IF W-CARG-OK NOT = "S"
                   GO TO R4.
           MOVE W-REFCARGO TO CODECARGO
           READ ARQCARG
           IF CARG-ERRO NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO (FPP002) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3C.
           MOVE NOMECARGO TO W-NOMEREF
           GO TO R4.
       R3V.
           ACCEPT (07, 29) W-REFPLACA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-REFPLACA = SPACES
                   MOVE "A PLACA DEVE SER INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3V.
           MOVE W-REFPLACA TO W-REF
           IF W-CAR-OK NOT = "S"
                   GO TO R4.
           MOVE W-REFPLACA TO PLACA
           READ CADCARRO
           IF CAR-ERRO NOT = "00"
                   MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3V.
           MOVE PROPRIETARIO TO W-NOMEREF
           GO TO R4.
       R3F.
           ACCEPT (07, 29) W-REFPROD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-REFPROD = 0
                   MOVE "O PRODUTO DEVE SER INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3F.
           MOVE SPACES TO W-REF
           MOVE W-REFPROD TO W-REF
           IF W-PROD-OK NOT = "S"
                   GO TO R4.
           MOVE W-REFPROD TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3F.
           MOVE DESC TO W-NOMEREF.
      *
      *    LISTA OS CURSOS JA EXIGIDOS PARA A REFERENCIA.
       R4.
           DISPLAY TW-NOMEREF
           PERFORM LISTA-REQ THRU LISTA-REQ-FIM.
       R5.
           ACCEPT TW-CURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-CURSO = 0
                   MOVE "O CURSO DEVE SER INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           MOVE W-CURSO TO CODCURSO
           READ ARQCURSO
           IF CU-ERRO NOT = "00"
                   MOVE "*** CURSO NAO CADASTRADO (FPP091) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           DISPLAY (09, 34) NOMECURSO
           MOVE W-TIPO  TO TIPORQ
           MOVE W-REF   TO REFRQ
           MOVE W-CURSO TO CURSORQ
           READ ARQCURREQ
           IF ST-ERRO = "00"
                   GO TO EXC-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "EXIGIR O CURSO (S/N) : ".
                ACCEPT (23, 63) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERLOG TO OPERADOR-RQ
                ACCEPT DATAGRAV-RQ FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-RQ FROM TIME
                WRITE REGCURREQ
                IF ST-ERRO = "00"
                      MOVE "*** EXIGENCIA GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R4.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCURREQ" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    EXIGENCIA JA EXISTENTE: SO CABE RETIRAR.
       EXC-OPC.
                DISPLAY (23, 40) "RETIRAR EXIGENCIA (S/N) : ".
                ACCEPT (23, 66) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** EXIGENCIA MANTIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQCURREQ RECORD
                IF ST-ERRO = "00"
                   MOVE "*** EXIGENCIA RETIRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    MOSTRA NA TELA (LINHAS 12 A 21) OS CURSOS JA EXIGIDOS.
       LISTA-REQ.
           MOVE 12 TO LIN.
       LISTA-REQ0.
           DISPLAY (LIN, 04) LIMPA
           ADD 1 TO LIN
           IF LIN < 22
              GO TO LISTA-REQ0.
           MOVE 12 TO LIN
           MOVE W-TIPO TO TIPORQ
           MOVE W-REF  TO REFRQ
           MOVE ZEROS  TO CURSORQ
           START ARQCURREQ KEY IS NOT LESS CHAVERQ
              INVALID KEY
                 GO TO LISTA-REQ-FIM.
       LISTA-REQ1.
           READ ARQCURREQ NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-REQ-FIM.
           IF TIPORQ NOT = W-TIPO OR REFRQ NOT = W-REF
              GO TO LISTA-REQ-FIM.
           IF LIN > 21
              GO TO LISTA-REQ-FIM.
           MOVE CURSORQ TO DETCURSO CODCURSO
           READ ARQCURSO
           IF CU-ERRO NOT = "00"
              MOVE SPACES TO NOMECURSO NRCURSO
              MOVE ZEROS TO VALIDCURSO.
           MOVE NOMECURSO  TO DETNOME
           MOVE NRCURSO    TO DETNR
           MOVE VALIDCURSO TO DETVALID
           DISPLAY (LIN, 04) DETALHE
           ADD 1 TO LIN
           GO TO LISTA-REQ1.
       LISTA-REQ-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQCURSO.
           IF W-CARG-OK = "S"
              CLOSE ARQCARG.
           IF W-CAR-OK = "S"
              CLOSE CADCARRO.
           IF W-PROD-OK = "S"
              CLOSE CADPROD.
       ROT-FIM1A.
           CLOSE ARQCURREQ.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIM1.
           STOP RUN.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
               MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
               EXIT.
       FIM-ROT-TEMPO.
