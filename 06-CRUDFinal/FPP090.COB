       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP090.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * GRADE SALARIAL POR CARGO E NIVEL (ARQGRADE)                   *
      * CADA CARGO TEM UM VALOR PARA CADA NIVEL (01 A 20, O NIVELS    *
      * DO FUNCIONARIO) A PARTIR DE UMA DATA DE VIGENCIA; UM REAJUSTE *
      * E UM NOVO REGISTRO COM NOVA VIGENCIA, SEM APAGAR O ANTERIOR.  *
      * O VALOR ESTA NA MESMA UNIDADE DO SALARIO DO CARGO (HORA,      *
      * DIARIA OU MES). A FOLHA (FPP015), O 13O (FPP016), AS FERIAS   *
      * (FPP017) E A RESCISAO (FPP030) PAGAM O VALOR DO NIVEL VIGENTE *
      * E SO CAEM NO SALARIO DO CARGO QUANDO NAO HA GRADE.            *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQGRADE ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEGR
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQCARG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODECARGO
                   FILE STATUS  IS CARG-ERRO
                   ALTERNATE RECORD KEY IS NOMECARGO WITH DUPLICATES.
           SELECT ARQLOGSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS LG-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 CHAVEGR.
             05 CARGOGR        PIC 9(03).
             05 NIVELGR        PIC 9(02).
             05 VIGENGR        PIC 9(08).
          03 VALORGR           PIC 9(06)V99.
          03 OPERADOR-GR       PIC X(08).
          03 DATAGRAVACAO-GR.
             05 DATAGRAV-GR    PIC 9(8).
             05 HORAGRAV-GR    PIC 9(6).
      *
       FD ARQCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODECARGO PIC 9(3).
           03 NOMECARGO PIC X(25).
           03 TIPOSALARIOAUX PIC X(1).
           03 TIPOSALARIO.
               05 TIPOSALARIO1 PIC X(1).
               05 TIPOSALARIO2 PIC X(14).
           03 STATUSCAUX PIC X.
           03 STATUSC.
               05 STATUSC1 PIC X.
               05 STATUSC2 PIC X(15).
           03 SALARIO PIC 9(06)V99.
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
           03 ADICIONALAUX PIC X(1).
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
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
       01 CARG-ERRO    PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
      *
      *    CARIMBO (OPERADOR E DATA/HORA DA GRAVACAO) DO REGISTRO NO
      *    MOMENTO DA LEITURA: SE MUDAR ATE A REGRAVACAO, OUTRO
      *    OPERADOR ALTEROU O REGISTRO NESSE MEIO TEMPO.
       01 W-REGGRADE-SALVA PIC X(43) VALUE SPACES.
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
       01 W-VIGEN.
           05 W-VIGANO PIC 9(04).
           05 W-VIGMES PIC 9(02).
           05 W-VIGDIA PIC 9(02).
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 18
               VALUE  "*** GRADE SALARIAL POR CARGO E NIVEL ***".
           05  LINE 05  COLUMN 04 VALUE  "CARGO                  :".
           05  LINE 07  COLUMN 04 VALUE  "TIPO DE SALARIO        :".
           05  LINE 09  COLUMN 04 VALUE  "SALARIO DO CARGO       :".
           05  LINE 11  COLUMN 04 VALUE  "NIVEL                  :".
           05  LINE 11  COLUMN 33 VALUE  "(01 A 20)".
           05  LINE 13  COLUMN 04 VALUE  "VIGENTE A PARTIR DE    :".
           05  LINE 13  COLUMN 39 VALUE  "(AAAAMMDD)".
           05  LINE 15  COLUMN 04 VALUE  "VALOR DO NIVEL         :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCARGOGR
               LINE 05  COLUMN 29  PIC 999
               USING  CARGOGR
               HIGHLIGHT.
           05  TNOMECARGO
               LINE 05  COLUMN 34  PIC X(25)
               FROM   NOMECARGO.
           05  TTIPOSAL
               LINE 07  COLUMN 29  PIC X(15)
               FROM   TIPOSALARIO.
           05  TSALARIO
               LINE 09  COLUMN 29  PIC ZZZ.ZZ9,99
               FROM   SALARIO.
           05  TNIVELGR
               LINE 11  COLUMN 29  PIC 99
               USING  NIVELGR
               HIGHLIGHT.
           05  TVIGENGR
               LINE 13  COLUMN 29  PIC 9(08)
               USING  VIGENGR
               HIGHLIGHT.
           05  TVALORGR
               LINE 15  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  VALORGR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQGRADE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQGRADE
                 CLOSE ARQGRADE
                 MOVE "*** ARQUIVO ARQGRADE FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQGRADE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT ARQCARG
           IF CARG-ERRO NOT = "00"
              MOVE "* ARQUIVO DE CARGO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1A.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO CARGOGR NIVELGR VIGENGR VALORGR W-SEL
           MOVE ZEROS TO SALARIO
           MOVE SPACES TO NOMECARGO TIPOSALARIO.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TCARGOGR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE CARGOGR TO CODECARGO
           READ ARQCARG
           IF CARG-ERRO NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO (FPP002) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           DISPLAY TELA3.
       R3.
           ACCEPT TNIVELGR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF NIVELGR = 0 OR NIVELGR > 20
                   MOVE "SOMENTE NIVEIS DE 01 A 20" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TVIGENGR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE VIGENGR TO W-VIGEN
           IF W-VIGANO < 1990 OR W-VIGMES = 0 OR W-VIGMES > 12
                              OR W-VIGDIA = 0 OR W-VIGDIA > 31
                   MOVE "* DATA DE VIGENCIA INVALIDA, USE AAAAMMDD *"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       LER-ARQGRADE.
           READ ARQGRADE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE OPERADOR-GR TO W-OPER-LIDO
                MOVE DATAGRAVACAO-GR TO W-GRAV-LIDA
                DISPLAY TELA3
                MOVE "*** NIVEL JA CADASTRADO NESTA VIGENCIA ***"
                                                  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQGRADE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE ZEROS TO VALORGR
                DISPLAY TELA3
                MOVE "*** NIVEL NAO CADASTRADO NESTA VIGENCIA ***"
                                                  TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R5.
           ACCEPT TVALORGR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF VALORGR = 0
                   MOVE "O VALOR DO NIVEL DEVE SER MAIOR QUE ZERO"
                                                  TO MENS
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
                MOVE W-OPERLOG TO OPERADOR-GR
                ACCEPT DATAGRAV-GR FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-GR FROM TIME
                WRITE REGGRADE
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* NIVEL JA EXISTE, DADOS NAO GRAVADOS *"
                                                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQGRADE" TO MENS
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
                      GO TO R5.
      *
       EXC-OPC.
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
                DELETE ARQGRADE RECORD
                IF ST-ERRO = "00"
                   MOVE "*** NIVEL EXCLUIDO DA GRADE ***" TO MENS
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
                IF W-ACT = 01 GO TO R5.
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
                MOVE W-OPERLOG TO OPERADOR-GR
                ACCEPT DATAGRAV-GR FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-GR FROM TIME
                REWRITE REGGRADE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA GRADE SALARIAL" TO MENS
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
           MOVE REGGRADE TO W-REGGRADE-SALVA
           READ ARQGRADE
           IF ST-ERRO NOT = "00"
              MOVE W-REGGRADE-SALVA TO REGGRADE
              GO TO VER-COLISAO-FIM.
           IF OPERADOR-GR = W-OPER-LIDO
              AND DATAGRAVACAO-GR = W-GRAV-LIDA
              MOVE W-REGGRADE-SALVA TO REGGRADE
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV-GR TO W-COLDATA
           MOVE HORAGRAV-GR TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR-GR " EM "
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
           STRING "COLISAO ARQGRADE " CHAVEGR
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQCARG.
       ROT-FIM1A.
           CLOSE ARQGRADE.
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
