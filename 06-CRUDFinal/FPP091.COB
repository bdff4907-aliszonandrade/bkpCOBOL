       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP091.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * CATALOGO DE CURSOS OBRIGATORIOS E CERTIFICACOES (ARQCURSO)    *
      * CADA CURSO TEM A NORMA (NR-10, NR-35, OPERADOR DE EMPILHA-    *
      * DEIRA...) E A VALIDADE EM MESES (ZERO = NAO VENCE). AS        *
      * EXIGENCIAS POR CARGO, VEICULO E FERRAMENTA FICAM NO FPP092 E  *
      * OS CURSOS FEITOS POR FUNCIONARIO NO FPP093.                   *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCURSO ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODCURSO
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQCURREQ ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVERQ
                    FILE STATUS          IS RQ-ERRO.
           SELECT ARQLOGSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS LG-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *    EXIGENCIAS DE CURSO (FPP092): C = CARGO, V = VEICULO
      *    (PLACA), F = FERRAMENTA (CODIGO DO PRODUTO).
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
      *    LOG DE SEGURANCA (MESMO DO FPP000): REGISTRA AS ALTERACOES
      *    RECUSADAS POR REGISTRO REGRAVADO POR OUTRO OPERADOR.
       FD ARQLOGSEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGSEG.DOC".
       01 REGLOGSEG.
          03 LOGDATA           PIC 9(08).
          03 FILLER            PIC X(01).
          03 LOGHORA           PIC 9(06).
          03 FILLER            PIC X(01).
          03 LOGOPER           PIC X(08).
          03 FILLER            PIC X(01).
          03 LOGMOTIVO         PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 RQ-ERRO      PIC X(02) VALUE "00".
       01 W-REQ-OK     PIC X(01) VALUE "N".
       01 W-TEM-REQ    PIC X(01) VALUE "N".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
      *
      *    CARIMBO (OPERADOR E DATA/HORA DA GRAVACAO) DO REGISTRO NO
      *    MOMENTO DA LEITURA: SE MUDAR ATE A REGRAVACAO, OUTRO
      *    OPERADOR ALTEROU O REGISTRO NESSE MEIO TEMPO.
       01 W-REGCURSO-SALVA PIC X(68) VALUE SPACES.
       01 LG-ERRO      PIC X(02) VALUE "00".
       01 W-OPER-LIDO  PIC X(08) VALUE SPACES.
       01 W-GRAV-LIDA  PIC 9(14) VALUE ZEROS.
       01 W-COLIDIU    PIC X(01) VALUE "N".
       01 W-COLDATA    PIC 9999/99/99.
       01 W-COLHORA    PIC 9(06) VALUE ZEROS.
       01 W-COLHORA-R REDEFINES W-COLHORA.
           05 W-COLHH  PIC 9(02).
           05 W-COLMM  PIC 9(02).
           05 W-COLSS  PIC 9(02).
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 17
               VALUE  "*** CATALOGO DE CURSOS OBRIGATORIOS ***".
           05  LINE 05  COLUMN 04 VALUE  "CODIGO DO CURSO        :".
           05  LINE 07  COLUMN 04 VALUE  "NOME                   :".
           05  LINE 09  COLUMN 04 VALUE  "NORMA (NR)             :".
           05  LINE 11  COLUMN 04 VALUE  "VALIDADE EM MESES      :".
           05  LINE 11  COLUMN 33 VALUE  "(ZERO = NAO VENCE)".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODCURSO
               LINE 05  COLUMN 29  PIC 999
               USING  CODCURSO
               HIGHLIGHT.
           05  TNOMECURSO
               LINE 07  COLUMN 29  PIC X(30)
               USING  NOMECURSO
               HIGHLIGHT.
           05  TNRCURSO
               LINE 09  COLUMN 29  PIC X(10)
               USING  NRCURSO
               HIGHLIGHT.
           05  TVALIDCURSO
               LINE 11  COLUMN 29  PIC ZZ9
               USING  VALIDCURSO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQCURSO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCURSO
                 CLOSE ARQCURSO
                 MOVE "*** ARQUIVO ARQCURSO FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCURSO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    AS EXIGENCIAS SO SAO CONSULTADAS NA EXCLUSAO.
       R0A.
           MOVE "N" TO W-REQ-OK
           OPEN INPUT ARQCURREQ
           IF RQ-ERRO = "00"
              MOVE "S" TO W-REQ-OK.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO CODCURSO VALIDCURSO W-SEL
           MOVE SPACES TO NOMECURSO NRCURSO.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TCODCURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CODCURSO = 0
                   MOVE "O CODIGO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-ARQCURSO.
           READ ARQCURSO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE OPERADOR-CU TO W-OPER-LIDO
                MOVE DATAGRAVACAO-CU TO W-GRAV-LIDA
                DISPLAY TELA3
                MOVE "*** CURSO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCURSO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** CURSO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R3.
           ACCEPT TNOMECURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF NOMECURSO = SPACES
                   MOVE "O NOME NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TNRCURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R5.
           ACCEPT TVALIDCURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF VALIDCURSO > 120
                   MOVE "VALIDADE DE NO MAXIMO 120 MESES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R10.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERLOG TO OPERADOR-CU
                ACCEPT DATAGRAV-CU FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-CU FROM TIME
                WRITE REGCURSO
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CURSO JA EXISTE, DADOS NAO GRAVADOS *"
                                                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCURSO" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
      *    CURSO EXIGIDO POR CARGO, VEICULO OU FERRAMENTA NAO PODE
      *    SER EXCLUIDO.
       EXC-VER.
                MOVE "N" TO W-TEM-REQ
                IF W-REQ-OK NOT = "S"
                   GO TO EXC-OPC.
                MOVE SPACES TO TIPORQ REFRQ
                MOVE ZEROS  TO CURSORQ
                START ARQCURREQ KEY IS NOT LESS CHAVERQ
                   INVALID KEY
                      GO TO EXC-OPC.
       EXC-VER1.
                READ ARQCURREQ NEXT
                IF RQ-ERRO NOT = "00"
                   GO TO EXC-OPC.
                IF CURSORQ = CODCURSO
                   MOVE "S" TO W-TEM-REQ
                   GO TO EXC-OPC.
                GO TO EXC-VER1.
       EXC-OPC.
                IF W-TEM-REQ = "S"
                   MOVE "* CURSO EXIGIDO NO FPP092, NAO EXCLUIDO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQCURSO RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CURSO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R2.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM VER-COLISAO THRU VER-COLISAO-FIM
                IF W-COLIDIU = "S"
                   GO TO R1.
                MOVE W-OPERLOG TO OPERADOR-CU
                ACCEPT DATAGRAV-CU FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-CU FROM TIME
                REWRITE REGCURSO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO CURSO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-----------[ REGRAVACAO CONCORRENTE ]----------------------------
      *    RELE O REGISTRO DO DISCO E CONFERE O CARIMBO GUARDADO NA
      *    LEITURA. SE OUTRO OPERADOR GRAVOU NESSE MEIO TEMPO, MOSTRA
      *    QUEM E QUANDO, REGISTRA NO LOG DE SEGURANCA E A ALTERACAO
      *    TEM DE SER REFEITA SOBRE OS DADOS ATUAIS.
       VER-COLISAO.
           MOVE "N" TO W-COLIDIU
           MOVE REGCURSO TO W-REGCURSO-SALVA
           READ ARQCURSO
           IF ST-ERRO NOT = "00"
              MOVE W-REGCURSO-SALVA TO REGCURSO
              GO TO VER-COLISAO-FIM.
           IF OPERADOR-CU = W-OPER-LIDO
              AND DATAGRAVACAO-CU = W-GRAV-LIDA
              MOVE W-REGCURSO-SALVA TO REGCURSO
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV-CU TO W-COLDATA
           MOVE HORAGRAV-CU TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR-CU " EM "
                  W-COLDATA " " W-COLHH ":" W-COLMM " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "* REGISTRO MUDOU - REFACA A ALTERACAO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           OPEN EXTEND ARQLOGSEG
           IF LG-ERRO NOT = "00"
              OPEN OUTPUT ARQLOGSEG.
           MOVE SPACES TO REGLOGSEG
           ACCEPT LOGDATA FROM DATE YYYYMMDD
           ACCEPT LOGHORA FROM TIME
           MOVE W-OPERLOG TO LOGOPER
           STRING "COLISAO ARQCURSO " CODCURSO
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQCURSO.
           IF W-REQ-OK = "S"
              CLOSE ARQCURREQ.
           EXIT PROGRAM.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE.
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
