       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP069.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * ENDERECOS DE ESTOQUE (ARQENDER)                *
      * ENDERECO FISICO DE CADA PRODUTO EM CADA LOCAL  *
      * (AL/OF): CORREDOR, PRATELEIRA E NIVEL. A LISTA *
      * DE SEPARACAO DO STP025 SAI NA ORDEM DESTES     *
      * ENDERECOS. F3 EMITE OS PRODUTOS COM SALDO NO   *
      * LOCAL (ARQSALDOC) E AINDA SEM ENDERECO.        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQENDER ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEEN
                   FILE STATUS  IS EN-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   ALTERNATE RECORD KEY IS CNPJFORN WITH DUPLICATES
                   FILE STATUS  IS PROD-ERRO.

           SELECT ARQSALDOC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVESL
                   FILE STATUS  IS SL-ERRO.

           SELECT ARQENDTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.

           SELECT ARQRELCAT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVERC
                   FILE STATUS  IS RC-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    ENDERECO DO PRODUTO NO LOCAL: CORREDOR-PRATELEIRA-NIVEL.
       FD ARQENDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
           03 CHAVEEN.
               05 CODPRODEN PIC 9(06).
               05 LOCALEN   PIC X(02).
           03 ENDERECOEN.
               05 CORREDEN  PIC X(02).
               05 PRATELEN  PIC X(02).
               05 NIVELEN   PIC X(02).
           03 OPERADOR-EN   PIC X(08).
           03 DATAGRAVACAO-EN.
               05 DATAGRAV-EN PIC 9(8).
               05 HORAGRAV-EN PIC 9(6).
      *
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 FILLER        PIC X(37).
           03 QUANTIDADE    PIC 9(05)V9.
           03 PRECO         PIC 9(07)V99.
           03 CNPJFORN      PIC 9(15).
           03 CODBARRAS     PIC 9(13).
           03 OPERADOR      PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV  PIC 9(8).
               05 HORAGRAV  PIC 9(6).
           03 LOTECTL       PIC X(01).
      *
      *    SALDO POR LOCAL (AL = ALMOXARIFADO, OF = OFICINA).
       FD ARQSALDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSALDOC.DAT".
       01 REGSALDOC.
           03 CHAVESL.
               05 CODPRODSL PIC 9(06).
               05 LOCALSL   PIC X(02).
           03 QTDSL         PIC 9(05)V9.
      *
       FD ARQENDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGENDTX            PIC X(111).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRELCAT.DAT".
       01 REGRELCAT.
           03 CHAVERC.
               05 DATARC  PIC 9(8).
               05 HORARC  PIC 9(6).
               05 PROGRC  PIC X(8).
           03 COMPETRC    PIC 9(6).
           03 NOMERC      PIC X(30).
           03 OPERRC      PIC X(8).
           03 QTDRC       PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 EN-ERRO    PIC X(02) VALUE "00".
       01 PROD-ERRO  PIC X(02) VALUE "00".
       01 SL-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 RC-ERRO    PIC X(02) VALUE "00".
       01 W-SL-OK    PIC X(01) VALUE "N".
       01 W-SEL      PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-QTDSEM   PIC 9(06) VALUE ZEROS.
       01 W-SALDOTX  PIC ZZ.ZZ9,9.
      *
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(50) VALUE
           " *** PRODUTOS COM SALDO E SEM ENDERECO ***  EM: ".
           05  DATATX    VALUE ZEROS  PIC 9(8).

       01  CAB3.
           05  FILLER                 PIC X(40) VALUE
           "CODIGO DESCRICAO                      LC".
           05  FILLER                 PIC X(10) VALUE
           "    SALDO".

       01  DET.
           05  CODTX           VALUE ZEROS  PIC 9(6).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DESCTX          VALUE SPACES PIC X(30).
           05  FILLER          PIC X(1) VALUE  " ".
           05  LOCTX           VALUE SPACES PIC X(2).
           05  FILLER          PIC X(1) VALUE  " ".
           05  QTDTX           VALUE ZEROS  PIC ZZ.ZZ9,9.

       01  TOT.
           05  FILLER                 PIC X(40) VALUE
           "ITENS SEM ENDERECO....................: ".
           05  QTDSEMTX   VALUE ZEROS  PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 14
               VALUE  "*** ENDERECOS DE ESTOQUE ***".
           05  LINE 05  COLUMN 04 VALUE  "CODIGO DO PRODUTO    :".
           05  LINE 05  COLUMN 36 VALUE  "DESCR:".
           05  LINE 07  COLUMN 04 VALUE  "LOCAL (AL/OF)        :".
           05  LINE 07  COLUMN 36 VALUE  "SALDO NO LOCAL:".
           05  LINE 10  COLUMN 04 VALUE  "CORREDOR             :".
           05  LINE 11  COLUMN 04 VALUE  "PRATELEIRA           :".
           05  LINE 12  COLUMN 04 VALUE  "NIVEL                :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODPRODEN
               LINE 05  COLUMN 27  PIC 9(06)
               USING  CODPRODEN
               HIGHLIGHT.
           05  TDESC
               LINE 05  COLUMN 43  PIC X(30)
               FROM   DESC.
           05  TLOCALEN
               LINE 07  COLUMN 27  PIC X(02)
               USING  LOCALEN
               HIGHLIGHT.
           05  TCORREDEN
               LINE 10  COLUMN 27  PIC X(02)
               USING  CORREDEN
               HIGHLIGHT.
           05  TPRATELEN
               LINE 11  COLUMN 27  PIC X(02)
               USING  PRATELEN
               HIGHLIGHT.
           05  TNIVELEN
               LINE 12  COLUMN 27  PIC X(02)
               USING  NIVELEN
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQENDER
           IF EN-ERRO NOT = "00"
              IF EN-ERRO = "30"
                 OPEN OUTPUT ARQENDER
                 CLOSE ARQENDER
                 MOVE "*** ARQUIVO ARQENDER FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQENDER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQENDER
              GO TO ROT-FIM2.
      *    O SALDO POR LOCAL SO E MOSTRADO/RELATADO SE EXISTIR.
           OPEN INPUT ARQSALDOC
           IF SL-ERRO = "00"
              MOVE "S" TO W-SL-OK.
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
           MOVE ZEROS  TO CODPRODEN W-SEL
           MOVE SPACES TO LOCALEN ENDERECOEN DESC
           DISPLAY TELA
           DISPLAY (23, 12) "F1=ENCERRA F3=PRODUTOS SEM ENDERECO".
       R2.
           ACCEPT TCODPRODEN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACT = 04
              GO TO REL-001.
           MOVE CODPRODEN TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TDESC.
       R2A.
           ACCEPT TLOCALEN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF LOCALEN = SPACES
              MOVE "AL" TO LOCALEN.
           IF LOCALEN NOT = "AL" AND LOCALEN NOT = "OF"
              MOVE "*** LOCAL DEVE SER AL OU OF ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
           DISPLAY TLOCALEN
           PERFORM MOSTRA-SALDO THRU MOSTRA-SALDO-FIM.
       LER-ARQENDER.
           READ ARQENDER
           IF EN-ERRO NOT = "23"
              IF EN-ERRO = "00"
                 DISPLAY TELA
                 PERFORM MOSTRA-SALDO THRU MOSTRA-SALDO-FIM
                 MOVE "*** ENDERECO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO ARQENDER" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R3.
           ACCEPT TCORREDEN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2A.
           IF CORREDEN = SPACES
              MOVE "INFORME O CORREDOR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TPRATELEN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF PRATELEN = SPACES
              MOVE "INFORME A PRATELEIRA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TNIVELEN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF NIVELEN = SPACES
              MOVE "INFORME O NIVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
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
           PERFORM GRAVA-EN THRU GRAVA-EN-FIM
           WRITE REGENDER
           IF EN-ERRO = "00"
              MOVE "*** ENDERECO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF EN-ERRO = "22"
              MOVE "* ENDERECO JA EXISTE, NAO GRAVADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQENDER" TO MENS
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
           DELETE ARQENDER RECORD
           IF EN-ERRO = "00"
              MOVE "*** ENDERECO EXCLUIDO ***" TO MENS
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
           PERFORM GRAVA-EN THRU GRAVA-EN-FIM
           REWRITE REGENDER
           IF EN-ERRO = "00" OR "02"
              MOVE "*** ENDERECO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO ENDERECO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    OPERADOR E MOMENTO DA GRAVACAO.
       GRAVA-EN.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-OPERADOR TO OPERADOR-EN
           MOVE W-DATAHOJE TO DATAGRAV-EN
           MOVE W-HORAHOJE TO HORAGRAV-EN.
       GRAVA-EN-FIM.
           EXIT.
      *
      *    SALDO DO PRODUTO NO LOCAL, SO PARA CONFERENCIA.
       MOSTRA-SALDO.
           IF W-SL-OK NOT = "S"
              GO TO MOSTRA-SALDO-FIM.
           MOVE CODPRODEN TO CODPRODSL
           MOVE LOCALEN   TO LOCALSL
           READ ARQSALDOC
           IF SL-ERRO NOT = "00"
              MOVE ZEROS TO QTDSL.
           MOVE QTDSL TO W-SALDOTX
           DISPLAY (07, 52) W-SALDOTX.
       MOSTRA-SALDO-FIM.
           EXIT.
      *
      **********************************************
      * PRODUTOS COM SALDO NO LOCAL E SEM ENDERECO *
      **********************************************
       REL-001.
           IF W-SL-OK NOT = "S"
              MOVE "* SEM SALDOS POR LOCAL (ARQSALDOC) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO W-NOMEREL
           STRING "STP069-"  DELIMITED BY SIZE
                  W-DATAHOJE DELIMITED BY SIZE
                  ".DOC"     DELIMITED BY SIZE
                  INTO W-NOMEREL
           OPEN OUTPUT ARQENDTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DATAHOJE TO DATATX
           WRITE REGENDTX FROM CAB1
           WRITE REGENDTX FROM CAB2
           WRITE REGENDTX FROM CAB3
           WRITE REGENDTX FROM CAB1
           MOVE ZEROS TO W-QTDSEM
           MOVE ZEROS  TO CODPRODSL
           MOVE SPACES TO LOCALSL
           START ARQSALDOC KEY IS NOT LESS CHAVESL
              INVALID KEY
                 GO TO REL-FIM.
       REL-LOOP.
           READ ARQSALDOC NEXT
           IF SL-ERRO NOT = "00"
              GO TO REL-FIM.
           IF QTDSL = ZEROS
              GO TO REL-LOOP.
           MOVE CODPRODSL TO CODPRODEN
           MOVE LOCALSL   TO LOCALEN
           READ ARQENDER
           IF EN-ERRO = "00"
              GO TO REL-LOOP.
           MOVE CODPRODSL TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE SPACES TO DESC.
           MOVE CODPRODSL TO CODTX
           MOVE DESC      TO DESCTX
           MOVE LOCALSL   TO LOCTX
           MOVE QTDSL     TO QTDTX
           WRITE REGENDTX FROM DET
           ADD 1 TO W-QTDSEM
           GO TO REL-LOOP.
       REL-FIM.
           MOVE W-QTDSEM TO QTDSEMTX
           WRITE REGENDTX FROM CAB1
           WRITE REGENDTX FROM TOT
           CLOSE ARQENDTX
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE SPACES TO MENS
           STRING "RELATORIO EM " DELIMITED BY SIZE
                  W-NOMEREL DELIMITED BY SPACE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    REGISTRA A EMISSAO NO CATALOGO DE RELATORIOS.
       GRAVA-CAT.
           OPEN I-O ARQRELCAT
           IF RC-ERRO NOT = "00"
              IF RC-ERRO = "30"
                 OPEN OUTPUT ARQRELCAT
                 CLOSE ARQRELCAT
                 OPEN I-O ARQRELCAT
              ELSE
                 GO TO GRAVA-CAT-FIM.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-DATAHOJE TO DATARC
           MOVE W-HORAHOJE TO HORARC
           MOVE "STP069"   TO PROGRC
           MOVE W-DATAHOJE (1:6) TO COMPETRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERADOR TO OPERRC
           MOVE W-QTDSEM   TO QTDRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQENDER CADPROD
           IF W-SL-OK = "S"
              CLOSE ARQSALDOC.
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
