       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP059.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * PRODUTOS EQUIVALENTES (ARQEQUIV)               *
      * PARA CADA PRODUTO, ATE 9 SUBSTITUTOS ACEITOS   *
      * EM ORDEM DE PREFERENCIA (1 = PREFERIDO), COM O *
      * FATOR DE CONVERSAO (QTDE DO SUBSTITUTO PARA    *
      * CADA UNIDADE DO ORIGINAL). A REQUISICAO        *
      * (STP025) OFERECE OS SUBSTITUTOS COM SALDO      *
      * QUANDO O ORIGINAL NAO TEM DISPONIBILIDADE.     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEQUIV ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEEQ
                    FILE STATUS          IS ST-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROD
                    ALTERNATE RECORD KEY IS CNPJFORN WITH DUPLICATES
                    FILE STATUS  IS PROD-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQEQUIV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEQUIV.DAT".
       01 REGEQUIV.
          03 CHAVEEQ.
             05 CODPRODEQ      PIC 9(06).
             05 ORDEMEQ        PIC 9(01).
          03 CODSUBEQ          PIC 9(06).
          03 FATOREQ           PIC 9(04)V99.
          03 OPERADOR-EQ       PIC X(08).
          03 DATAGRAVACAO-EQ   PIC 9(14).
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
           03 DATAGRAVACAO  PIC 9(14).
           03 LOTECTL       PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 PROD-ERRO    PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR   PIC X(08) VALUE SPACES.
       01 W-REPETIDO   PIC X(01) VALUE "N".
       01 W-REGEQV.
          03 W-EQPROD     PIC 9(06).
          03 W-EQORDEM    PIC 9(01).
          03 W-EQSUB      PIC 9(06).
          03 FILLER       PIC X(28).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 20
               VALUE  "*** PRODUTOS EQUIVALENTES ***".
           05  LINE 05  COLUMN 04 VALUE  "PRODUTO ORIGINAL       :".
           05  LINE 07  COLUMN 04 VALUE  "ORDEM DE PREFERENCIA   :".
           05  LINE 07  COLUMN 33 VALUE  "(1 = PREFERIDO)".
           05  LINE 09  COLUMN 04 VALUE  "PRODUTO SUBSTITUTO     :".
           05  LINE 11  COLUMN 04 VALUE  "FATOR DE CONVERSAO     :".
           05  LINE 12  COLUMN 04
               VALUE  "(QTDE DO SUBSTITUTO POR UNIDADE DO ORIGINAL)".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODPRODEQ
               LINE 05  COLUMN 29  PIC 9(06)
               USING  CODPRODEQ
               HIGHLIGHT.
           05  TORDEMEQ
               LINE 07  COLUMN 29  PIC 9(01)
               USING  ORDEMEQ
               HIGHLIGHT.
           05  TCODSUBEQ
               LINE 09  COLUMN 29  PIC 9(06)
               USING  CODSUBEQ
               HIGHLIGHT.
           05  TFATOREQ
               LINE 11  COLUMN 29  PIC Z.ZZ9,99
               USING  FATOREQ
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQEQUIV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEQUIV
                 CLOSE ARQEQUIV
                 MOVE "*** ARQUIVO ARQEQUIV FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEQUIV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQEQUIV
              GO TO ROT-FIM2.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0B.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS  TO CODPRODEQ ORDEMEQ CODSUBEQ FATOREQ W-SEL.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TCODPRODEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CODPRODEQ = 0
                   MOVE "O CODIGO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE CODPRODEQ TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           DISPLAY (05, 37) DESC.
       R2A.
           ACCEPT TORDEMEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF ORDEMEQ = 0
                   MOVE "A ORDEM VAI DE 1 A 9" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2A.
       LER-ARQEQUIV.
           READ ARQEQUIV
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                MOVE CODPRODEQ TO CODPROD
                READ CADPROD
                DISPLAY (05, 37) DESC
                MOVE CODSUBEQ TO CODPROD
                READ CADPROD
                DISPLAY (09, 37) DESC
                MOVE "*** EQUIVALENCIA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQEQUIV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** EQUIVALENCIA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE 1 TO FATOREQ.
       R3.
           ACCEPT TCODSUBEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF CODSUBEQ = CODPRODEQ
                   MOVE "O SUBSTITUTO NAO PODE SER O PROPRIO PRODUTO"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE CODSUBEQ TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
                   MOVE "*** SUBSTITUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           DISPLAY (09, 37) DESC
           PERFORM VER-REPET THRU VER-REPET-FIM
           IF W-REPETIDO = "S"
                   MOVE "* SUBSTITUTO JA LIGADO A ESTE PRODUTO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TFATOREQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF FATOREQ = ZEROS
                   MOVE "O FATOR DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERADOR TO OPERADOR-EQ
                ACCEPT DATAGRAVACAO-EQ FROM DATE YYYYMMDD
                WRITE REGEQUIV
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* EQUIVALENCIA JA EXISTE,NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEQUIV" TO MENS
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
                DELETE ARQEQUIV RECORD
                IF ST-ERRO = "00"
                   MOVE "*** EQUIVALENCIA EXCLUIDA ***" TO MENS
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
                MOVE W-OPERADOR TO OPERADOR-EQ
                ACCEPT DATAGRAVACAO-EQ FROM DATE YYYYMMDD
                REWRITE REGEQUIV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA EQUIVALENCIA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    O MESMO SUBSTITUTO NAO PODE APARECER EM DUAS ORDENS DO
      *    MESMO PRODUTO. O REGISTRO DIGITADO E GUARDADO E
      *    RESTAURADO EM VOLTA DA VARREDURA.
       VER-REPET.
           MOVE "N" TO W-REPETIDO
           MOVE REGEQUIV TO W-REGEQV
           MOVE ZEROS TO ORDEMEQ
           START ARQEQUIV KEY IS GREATER CHAVEEQ
              INVALID KEY
                 GO TO VER-REPET2.
       VER-REPET1.
           READ ARQEQUIV NEXT
           IF ST-ERRO NOT = "00"
              GO TO VER-REPET2.
           IF CODPRODEQ NOT = W-EQPROD
              GO TO VER-REPET2.
           IF ORDEMEQ = W-EQORDEM
              GO TO VER-REPET1.
           IF CODSUBEQ = W-EQSUB
              MOVE "S" TO W-REPETIDO
              GO TO VER-REPET2.
           GO TO VER-REPET1.
       VER-REPET2.
           MOVE W-REGEQV TO REGEQUIV.
       VER-REPET-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQEQUIV CADPROD
           DISPLAY (01, 01) ERASE.
       ROT-FIM2.
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
