                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEJR
                    FILE STATUS          IS JR-ERRO.
       SELECT ARQLOGSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS LG-ERRO.
       SELECT ARQCARG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODFUNC
                   ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                   FILE STATUS  IS ST-ERRO.
       SELECT ARQSIND ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODSIND
                    FILE STATUS          IS SI-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
       FD ARQCARGHIST
               LABEL RECORD IS STANDARD
          03 OPERJR            PIC X(08).
          03 IMAGANT           PIC X(210).
          03 IMAGNOV           PIC X(210).
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
      *    TABELA DE SINDICATOS (FPP081): SO PARA VALIDAR O SINDICATO
      *    DO CARGO E MOSTRAR O NOME.
       FD ARQSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSIND.DAT".
       01 REGSIND.
          03 CODSIND           PIC 9(03).
          03 NOMESIND          PIC X(30).
          03 CNPJSIND          PIC 9(14).
          03 MESBASESIND       PIC 9(02).
          03 TIPOCONTSIND      PIC X(01).
          03 FORMASIND         PIC X(01).
          03 PERCSIND          PIC 9(02)V99.
          03 VALORSIND         PIC 9(06)V99.
          03 OPERADOR-SI       PIC X(08).
          03 DATAGRAVACAO-SI.
             05 DATAGRAV-SI    PIC 9(8).
             05 HORAGRAV-SI    PIC 9(6).
       WORKING-STORAGE SECTION.
       
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-SALNOVO-PD     PIC 9(06)V99 VALUE ZEROS.
       01 W-TEM-FUNC        PIC X(01) VALUE "N".
       01 W-ARQFUNC-OK      PIC X(01) VALUE "N".
       01 SI-ERRO           PIC X(02) VALUE "00".
       01 W-SIND-OK         PIC X(01) VALUE "N".
       01 W-NOMESIND        PIC X(30) VALUE SPACES.
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 JR-ERRO           PIC X(02) VALUE "00".
       01 W-JRN-ARQ         PIC X(08) VALUE SPACES.
       01 W-JRN-OP          PIC X(01) VALUE SPACES.
       01 W-JRN-ANT         PIC X(210) VALUE SPACES.
       01 W-JRN-NOV         PIC X(210) VALUE SPACES.
      *
      *    CARIMBO (OPERADOR E DATA/HORA DA GRAVACAO) DO REGISTRO NO
      *    MOMENTO DA LEITURA: SE MUDAR ATE A REGRAVACAO, OUTRO
      *    OPERADOR ALTEROU O REGISTRO NESSE MEIO TEMPO.
       01 LG-ERRO           PIC X(02) VALUE "00".
       01 W-OPER-LIDO       PIC X(08) VALUE SPACES.
       01 W-GRAV-LIDA       PIC 9(14) VALUE ZEROS.
       01 W-COLIDIU         PIC X(01) VALUE "N".
       01 W-COLDATA         PIC 9999/99/99.
       01 W-COLHORA         PIC 9(06) VALUE ZEROS.
       01 W-COLHORA-R REDEFINES W-COLHORA.
           05 W-COLHH       PIC 9(02).
           05 W-COLMM       PIC 9(02).
           05 W-COLSS       PIC 9(02).

       01 TABSTATUSX.
           03 FILLER     PIC X(15) VALUE "A > ATIVA".
           05  LINE 11  COLUMN 09 VALUE  "SALARIO BASE    :".
           05  LINE 13  COLUMN 09 VALUE  "STATUS          :".
           05  LINE 15  COLUMN 09 VALUE  "ADICIONAL       :".
           05  LINE 17  COLUMN 09 VALUE  "SINDICATO       :".
           05  TCODECARGO      LINE 05      COLUMN 28  PIC 9(03)
               USING  CODECARGO.
           05  TNOMECARGO      LINE 07      COLUMN 28  PIC X(25)
               USING  ADICIONALAUX.
           05  TADICIONAL2     LINE 15      COLUMN 29  PIC X(14)
               USING  ADICIONAL2.
           05  TSINDCARGO      LINE 17      COLUMN 28  PIC 9(03)
               USING  SINDCARGO.
           05  TNOMESINDC      LINE 17      COLUMN 33  PIC X(30)
               USING  W-NOMESIND.

       
       01  TELATSALARIO.
                 OPEN OUTPUT ARQJRNHR
                 CLOSE ARQJRNHR
                 GO TO R0JR.
      *    SEM A TABELA DE SINDICATOS O CODIGO NAO E VALIDADO.
       R0SI.
           MOVE "N" TO W-SIND-OK
           OPEN INPUT ARQSIND
           IF SI-ERRO = "00"
              MOVE "S" TO W-SIND-OK.
       R1.
           MOVE SPACES TO NOMECARGO TIPOSALARIO 
           MOVE SPACES TO TIPOSALARIOAUX STATUSC STATUSCAUX          
           MOVE SPACES TO ADICIONAL ADICIONALAUX
           MOVE SPACES TO W-NOMESIND
           MOVE ZEROS TO CODECARGO SALARIO SINDCARGO. 
         
      *-------------[VISUALIZACAO DA TELA]------------------------------
           
           READ ARQCARG
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                   MOVE OPERADOR IN REGCARG TO W-OPER-LIDO
                   MOVE DATAGRAVACAO IN REGCARG TO W-GRAV-LIDA
                   MOVE SALARIO TO W-SALARIO-ANTIGO
                   PERFORM LER-SIND THRU LER-SIND-FIM
                   DISPLAY TELA
                   MOVE "*** CARGO JA CADASTRAD0 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
               DISPLAY TADICIONAL2.

       R6D.
      *    SINDICATO DA CATEGORIA DO CARGO (ZERO = SEM SINDICATO).
           DISPLAY TELAEMBRANCO
           ACCEPT TSINDCARGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6B.
           PERFORM LER-SIND THRU LER-SIND-FIM
           IF SINDCARGO NOT = ZEROS AND W-SIND-OK = "S"
                                    AND SI-ERRO NOT = "00"
                   MOVE "*** SINDICATO NAO CADASTRADO (FPP081) ***"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6D.
           DISPLAY TNOMESINDC.

       R7.
           DISPLAY TELAEMBRANCO
           DISPLAY TELA   
      *    PENDENCIA NO ARQPENDAP E SO VALE DEPOIS QUE UM SEGUNDO
      *    OPERADOR ADMINISTRADOR APROVAR NO FPP071. OS DEMAIS
      *    CAMPOS DO CARGO SAO GRAVADOS NORMALMENTE.
                PERFORM VER-COLISAO THRU VER-COLISAO-FIM
                IF W-COLIDIU = "S"
                   GO TO R1.
                IF SALARIO NOT = W-SALARIO-ANTIGO
                   MOVE SALARIO TO W-SALNOVO-PD
                   MOVE W-SALARIO-ANTIGO TO SALARIO
                MOVE "ERRO NA EXCLUSAO DO REGISTRO CARGO"   TO MENS
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
           MOVE REGCARG TO W-JRN-NOV
           READ ARQCARG
           IF ST-ERRO NOT = "00"
              MOVE W-JRN-NOV TO REGCARG
              GO TO VER-COLISAO-FIM.
           IF OPERADOR IN REGCARG = W-OPER-LIDO
              AND DATAGRAVACAO IN REGCARG = W-GRAV-LIDA
              MOVE W-JRN-NOV TO REGCARG
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV IN REGCARG TO W-COLDATA
           MOVE HORAGRAV IN REGCARG TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR IN REGCARG " EM "
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
           MOVE W-OPERADOR TO LOGOPER
           STRING "COLISAO ARQCARG " CODECARGO
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
       ALT-HIST.
                IF SALARIO = W-SALARIO-ANTIGO
                   GO TO ALT-HIST-FIM.
              GO TO GRAVA-JRN1.
       GRAVA-JRN-FIM.
           EXIT.
      *
      *-----------[ NOME DO SINDICATO DO CARGO ]-----------------------
      *    CARGO GRAVADO ANTES DO CAMPO EXISTIR FICA SEM SINDICATO.
       LER-SIND.
           IF SINDCARGO NOT NUMERIC
              MOVE ZEROS TO SINDCARGO.
           MOVE SPACES TO W-NOMESIND
           MOVE "23" TO SI-ERRO
           IF SINDCARGO = ZEROS OR W-SIND-OK NOT = "S"
              GO TO LER-SIND-FIM.
           MOVE SINDCARGO TO CODSIND
           READ ARQSIND
           IF SI-ERRO = "00"
              MOVE NOMESIND TO W-NOMESIND.
       LER-SIND-FIM.
           EXIT.
       ROT-FIM.
           CLOSE ARQCARG ARQCARGHIST ARQPENDAP.
           CLOSE ARQJRNHR.
           IF W-ARQFUNC-OK = "S"
              CLOSE ARQFUNC.
           IF W-SIND-OK = "S"
              CLOSE ARQSIND.
           EXIT PROGRAM.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE.
