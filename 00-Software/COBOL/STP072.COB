       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP072.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * TABELA DE ALIQUOTAS DO ISS (ARQALIQISS)        *
      * ALIQUOTA DE CADA MUNICIPIO (CODIGO IBGE DO     *
      * ARQMUNIC) POR ITEM DA LISTA DE SERVICOS DA     *
      * LC 116. O TITULO DE SERVICO (STP050) E O       *
      * CONTRATO (STP066/STP067) TOMAM DAQUI O         *
      * PERCENTUAL DE ISS DO MUNICIPIO DA PRESTACAO.   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQALIQISS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEAI
                   FILE STATUS  IS AI-ERRO.

           SELECT ARQMUNIC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODIBGE-MU
                   FILE STATUS  IS MU-ERRO.

           SELECT ARQLOGSEG ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS LG-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    ALIQUOTA DO ISS POR MUNICIPIO E ITEM DE SERVICO (NN.NN).
       FD ARQALIQISS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALIQISS.DAT".
       01 REGALIQISS.
           03 CHAVEAI.
               05 CODIBGEAI  PIC 9(07).
               05 SERVAI     PIC X(05).
           03 DESCSERVAI     PIC X(30).
           03 ALIQAI         PIC 9(02)V99.
           03 OPERADOR-AI    PIC X(08).
           03 DATAGRAVACAO-AI.
               05 DATAGRAV-AI PIC 9(8).
               05 HORAGRAV-AI PIC 9(6).
      *
      *    MUNICIPIOS PELO CODIGO IBGE (STP053).
       FD ARQMUNIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMUNIC.DAT".
       01 REGMUNIC.
          03 CODIBGE-MU        PIC 9(07).
          03 NOMEMUNIC         PIC X(30).
          03 UFMUNIC           PIC X(02).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 AI-ERRO    PIC X(02) VALUE "00".
       01 MU-ERRO    PIC X(02) VALUE "00".
       01 W-SEL      PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE PIC 9(06) VALUE ZEROS.
      *
      *    CARIMBO (OPERADOR E DATA/HORA DA GRAVACAO) DO REGISTRO NO
      *    MOMENTO DA LEITURA: SE MUDAR ATE A REGRAVACAO, OUTRO
      *    OPERADOR ALTEROU O REGISTRO NESSE MEIO TEMPO.
       01 W-REGALIQISS-SALVA PIC X(68) VALUE SPACES.
       01 LG-ERRO    PIC X(02) VALUE "00".
       01 W-OPER-LIDO PIC X(08) VALUE SPACES.
       01 W-GRAV-LIDA PIC 9(14) VALUE ZEROS.
       01 W-COLIDIU  PIC X(01) VALUE "N".
       01 W-COLDATA  PIC 9999/99/99.
       01 W-COLHORA  PIC 9(06) VALUE ZEROS.
       01 W-COLHORA-R REDEFINES W-COLHORA.
           05 W-COLHH PIC 9(02).
           05 W-COLMM PIC 9(02).
           05 W-COLSS PIC 9(02).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 14
               VALUE  "*** TABELA DE ALIQUOTAS DO ISS ***".
           05  LINE 05  COLUMN 04 VALUE  "MUNICIPIO (IBGE)     :".
           05  LINE 07  COLUMN 04 VALUE  "ITEM LC 116 (NN.NN)  :".
           05  LINE 09  COLUMN 04 VALUE  "DESCRICAO DO SERVICO :".
           05  LINE 11  COLUMN 04 VALUE  "ALIQUOTA DO ISS (%)  :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODIBGEAI
               LINE 05  COLUMN 27  PIC 9(07)
               USING  CODIBGEAI
               HIGHLIGHT.
           05  TSERVAI
               LINE 07  COLUMN 27  PIC X(05)
               USING  SERVAI
               HIGHLIGHT.
           05  TDESCSERVAI
               LINE 09  COLUMN 27  PIC X(30)
               USING  DESCSERVAI
               HIGHLIGHT.
           05  TALIQAI
               LINE 11  COLUMN 27  PIC Z9,99
               USING  ALIQAI
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQALIQISS
           IF AI-ERRO NOT = "00"
              IF AI-ERRO = "30"
                 OPEN OUTPUT ARQALIQISS
                 CLOSE ARQALIQISS
                 MOVE "*** ARQUIVO ARQALIQISS FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQALIQISS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN INPUT ARQMUNIC
           IF MU-ERRO NOT = "00"
              MOVE "* CADASTRE OS MUNICIPIOS NO STP053 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQALIQISS
              GO TO ROT-FIM2.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0B.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS  TO CODIBGEAI ALIQAI W-SEL
           MOVE SPACES TO SERVAI DESCSERVAI
           DISPLAY TELA.
       R2.
           ACCEPT TCODIBGEAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE CODIBGEAI TO CODIBGE-MU
           READ ARQMUNIC
           IF MU-ERRO NOT = "00"
              MOVE "*** MUNICIPIO NAO CADASTRADO NO STP053 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (05, 36) NOMEMUNIC
           DISPLAY (05, 67) UFMUNIC.
       R2A.
           ACCEPT TSERVAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF SERVAI (1:2) NOT NUMERIC OR SERVAI (3:1) NOT = "."
              OR SERVAI (4:2) NOT NUMERIC
              MOVE "O ITEM DEVE SER NO FORMATO NN.NN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
       LER-ARQALIQISS.
           READ ARQALIQISS
           IF AI-ERRO NOT = "23"
              IF AI-ERRO = "00"
                 MOVE OPERADOR-AI TO W-OPER-LIDO
                 MOVE DATAGRAVACAO-AI TO W-GRAV-LIDA
                 DISPLAY TELA
                 DISPLAY (05, 36) NOMEMUNIC
                 DISPLAY (05, 67) UFMUNIC
                 MOVE "*** ALIQUOTA JA CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO ARQALIQISS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R3.
           ACCEPT TDESCSERVAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2A.
           IF DESCSERVAI = SPACES
              MOVE "INFORME A DESCRICAO DO SERVICO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *    A LC 116 LIMITA O ISS ENTRE 2% E 5%.
       R4.
           ACCEPT TALIQAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF ALIQAI < 2 OR ALIQAI > 5
              MOVE "A ALIQUOTA DO ISS DEVE FICAR ENTRE 2% E 5%" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
              GO TO ALT-OPC.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           PERFORM GRAVA-AI THRU GRAVA-AI-FIM
           WRITE REGALIQISS
           IF AI-ERRO = "00"
              MOVE "*** ALIQUOTA GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF AI-ERRO = "22"
              MOVE "* ALIQUOTA JA EXISTE, NAO GRAVADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQALIQISS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO  A=ALTERAR  E=EXCLUIR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
              AND W-OPCAO NOT = "E"
              GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              GO TO R3.
      *
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : "
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
           DELETE ARQALIQISS RECORD
           IF AI-ERRO = "00"
              MOVE "*** ALIQUOTA EXCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : "
           ACCEPT (23, 57) W-OPCAO
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
           PERFORM GRAVA-AI THRU GRAVA-AI-FIM
           REWRITE REGALIQISS
           IF AI-ERRO = "00" OR "02"
              MOVE "*** ALIQUOTA ALTERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DA ALIQUOTA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    OPERADOR E MOMENTO DA GRAVACAO.
       GRAVA-AI.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-OPERADOR TO OPERADOR-AI
           MOVE W-DATAHOJE TO DATAGRAV-AI
           MOVE W-HORAHOJE TO HORAGRAV-AI.
       GRAVA-AI-FIM.
           EXIT.
      *
      *-----------[ REGRAVACAO CONCORRENTE ]----------------------------
      *    RELE O REGISTRO DO DISCO E CONFERE O CARIMBO GUARDADO NA
      *    LEITURA. SE OUTRO OPERADOR GRAVOU NESSE MEIO TEMPO, MOSTRA
      *    QUEM E QUANDO, REGISTRA NO LOG DE SEGURANCA E A ALTERACAO
      *    TEM DE SER REFEITA SOBRE OS DADOS ATUAIS.
       VER-COLISAO.
           MOVE "N" TO W-COLIDIU
           MOVE REGALIQISS TO W-REGALIQISS-SALVA
           READ ARQALIQISS
           IF AI-ERRO NOT = "00"
              MOVE W-REGALIQISS-SALVA TO REGALIQISS
              GO TO VER-COLISAO-FIM.
           IF OPERADOR-AI = W-OPER-LIDO
              AND DATAGRAVACAO-AI = W-GRAV-LIDA
              MOVE W-REGALIQISS-SALVA TO REGALIQISS
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV-AI TO W-COLDATA
           MOVE HORAGRAV-AI TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR-AI " EM "
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
           STRING "COLISAO ALIQISS " CHAVEAI
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQALIQISS ARQMUNIC.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
           EXIT PROGRAM.
       ROT-FIM3.
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
