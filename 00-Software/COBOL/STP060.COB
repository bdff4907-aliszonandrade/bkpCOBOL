       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP060.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * ESTOQUE EM CONSIGNACAO (ARQCONSIG)             *
      * MERCADORIA DEIXADA PELO FORNECEDOR QUE SO E    *
      * DEVIDA QUANDO CONSUMIDA. UM REGISTRO POR       *
      * PRODUTO E CNPJ COM O LOCAL DE GUARDA, O PRECO  *
      * ACORDADO E A REGRA DE CONSUMO NA REQUISICAO    *
      * (STP025): C = CONSOME ANTES DO ESTOQUE PROPRIO,*
      * P = SO DEPOIS DO PROPRIO. O RECEBIMENTO SOMA O *
      * SALDO CONSIGNADO, NAO MEXE NO CADPROD E NAO    *
      * GERA TITULO: O ACERTO MENSAL (STP061) COBRA SO *
      * O QUE FOI CONSUMIDO.                           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCONSIG ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVECS
                    FILE STATUS          IS ST-ERRO.

           SELECT ARQCSMOV ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVECM
                    FILE STATUS          IS CM-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROD
                    ALTERNATE RECORD KEY IS CNPJFORN WITH DUPLICATES
                    FILE STATUS  IS PROD-ERRO.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS FORN-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    SALDO CONSIGNADO POR PRODUTO E FORNECEDOR. QTDUSOCS E
      *    VALUSOCS ACUMULAM O CONSUMO AINDA NAO ACERTADO.
       FD ARQCONSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONSIG.DAT".
       01 REGCONSIG.
          03 CHAVECS.
             05 CODPRODCS      PIC 9(06).
             05 CNPJCS         PIC 9(15).
          03 LOCALCS           PIC X(02).
          03 PRECOCS           PIC 9(07)V99.
          03 REGRACS           PIC X(01).
          03 QTDCS             PIC 9(05)V9.
          03 QTDUSOCS          PIC 9(05)V9.
          03 VALUSOCS          PIC 9(08)V99.
          03 OPERADOR-CS       PIC X(08).
          03 DATAGRAVACAO-CS   PIC 9(14).
      *
      *    MOVIMENTOS DA CONSIGNACAO: E = ENTRADA, U = USO NA
      *    REQUISICAO. SITCM "L" = USO JA ACERTADO NA COMPETCM.
       FD ARQCSMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSMOV.DAT".
       01 REGCSMOV.
          03 CHAVECM.
             05 CNPJCM         PIC 9(15).
             05 DATACM         PIC 9(08).
             05 HORACM         PIC 9(08).
             05 CODPRODCM      PIC 9(06).
          03 TIPOCM            PIC X(01).
          03 DOCCM             PIC X(10).
          03 QTDCM             PIC 9(05)V9.
          03 PRECOCM           PIC 9(07)V99.
          03 VALORCM           PIC 9(08)V99.
          03 SITCM             PIC X(01).
          03 COMPETCM          PIC 9(06).
          03 OPERADOR-CM       PIC X(08).
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
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ          PIC 9(15).
           03 RAZAO         PIC X(40).
           03 NOME          PIC X(12).
           03 FILLER        PIC X(47).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 CM-ERRO      PIC X(02) VALUE "00".
       01 PROD-ERRO    PIC X(02) VALUE "00".
       01 FORN-ERRO    PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR   PIC X(08) VALUE SPACES.
       01 W-DOCREC     PIC X(10) VALUE SPACES.
       01 W-QTDREC     PIC 9(05)V9 VALUE ZEROS.
       01 W-RAZAO      PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 20
               VALUE  "*** ESTOQUE EM CONSIGNACAO ***".
           05  LINE 05  COLUMN 04 VALUE  "PRODUTO                :".
           05  LINE 07  COLUMN 04 VALUE  "CNPJ DO FORNECEDOR     :".
           05  LINE 09  COLUMN 04 VALUE  "LOCAL DE GUARDA        :".
           05  LINE 09  COLUMN 33 VALUE  "(AL/OF)".
           05  LINE 11  COLUMN 04 VALUE  "PRECO UNIT. ACORDADO   :".
           05  LINE 13  COLUMN 04 VALUE  "REGRA DE CONSUMO       :".
           05  LINE 13  COLUMN 33
               VALUE  "(C=ANTES DO PROPRIO P=DEPOIS)".
           05  LINE 15  COLUMN 04 VALUE  "SALDO CONSIGNADO       :".
           05  LINE 16  COLUMN 04 VALUE  "CONSUMIDO A ACERTAR    :".
           05  LINE 16  COLUMN 40 VALUE  "VALOR:".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODPRODCS
               LINE 05  COLUMN 29  PIC 9(06)
               USING  CODPRODCS
               HIGHLIGHT.
           05  TCNPJCS
               LINE 07  COLUMN 29  PIC 9(15)
               USING  CNPJCS
               HIGHLIGHT.
           05  TLOCALCS
               LINE 09  COLUMN 29  PIC X(02)
               USING  LOCALCS
               HIGHLIGHT.
           05  TPRECOCS
               LINE 11  COLUMN 29  PIC Z.ZZZ.ZZ9,99
               USING  PRECOCS
               HIGHLIGHT.
           05  TREGRACS
               LINE 13  COLUMN 29  PIC X(01)
               USING  REGRACS
               HIGHLIGHT.
           05  TQTDCS
               LINE 15  COLUMN 29  PIC ZZ.ZZ9,9
               FROM   QTDCS.
           05  TQTDUSOCS
               LINE 16  COLUMN 29  PIC ZZ.ZZ9,9
               FROM   QTDUSOCS.
           05  TVALUSOCS
               LINE 16  COLUMN 47  PIC ZZ.ZZZ.ZZ9,99
               FROM   VALUSOCS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQCONSIG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCONSIG
                 CLOSE ARQCONSIG
                 MOVE "*** ARQUIVO ARQCONSIG FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONSIG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0M.
           OPEN I-O ARQCSMOV
           IF CM-ERRO NOT = "00"
              IF CM-ERRO = "30"
                 OPEN OUTPUT ARQCSMOV
                 CLOSE ARQCSMOV
                 GO TO R0M
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCSMOV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCONSIG
                 GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCONSIG ARQCSMOV
              GO TO ROT-FIM2.
           OPEN INPUT CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE "* ARQUIVO DE FORNECEDOR NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCONSIG ARQCSMOV CADPROD
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
           MOVE ZEROS  TO CODPRODCS CNPJCS PRECOCS QTDCS QTDUSOCS
                          VALUSOCS W-SEL
           MOVE SPACES TO LOCALCS REGRACS.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TCODPRODCS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CODPRODCS = 0
                   MOVE "O CODIGO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE CODPRODCS TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           DISPLAY (05, 37) DESC.
       R2A.
           ACCEPT TCNPJCS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE CNPJCS TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2A.
           MOVE RAZAO TO W-RAZAO
           DISPLAY (07, 46) W-RAZAO.
       LER-ARQCONSIG.
           READ ARQCONSIG
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                DISPLAY (05, 37) DESC
                DISPLAY (07, 46) W-RAZAO
                MOVE "*** CONSIGNACAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCONSIG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** CONSIGNACAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "AL" TO LOCALCS
           MOVE "C"  TO REGRACS
           MOVE ZEROS TO QTDCS QTDUSOCS VALUSOCS.
       R3.
           ACCEPT TLOCALCS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF LOCALCS NOT = "AL" AND LOCALCS NOT = "OF"
                   MOVE "INFORME O LOCAL DE GUARDA (AL/OF)" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TPRECOCS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF PRECOCS = ZEROS
                   MOVE "O PRECO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TREGRACS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF REGRACS NOT = "C" AND REGRACS NOT = "P"
                   MOVE "C=ANTES DO ESTOQUE PROPRIO  P=DEPOIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
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
                MOVE W-OPERADOR TO OPERADOR-CS
                ACCEPT DATAGRAVACAO-CS FROM DATE YYYYMMDD
                WRITE REGCONSIG
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO REC-001.
                IF ST-ERRO = "22"
                  MOVE "* CONSIGNACAO JA EXISTE,NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCONSIG" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO  A=ALTERAR  E=EXCLUIR  R=RECEBER"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "R"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "R"
                   GO TO REC-001.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R3.
      *
       EXC-OPC.
      *    SO SAI DO CADASTRO A CONSIGNACAO ZERADA E JA ACERTADA.
                IF QTDCS NOT = ZEROS OR VALUSOCS NOT = ZEROS
                   MOVE "* HA SALDO OU CONSUMO A ACERTAR - NAO EXCLUI *"
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
                DELETE ARQCONSIG RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CONSIGNACAO EXCLUIDA ***" TO MENS
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
                MOVE W-OPERADOR TO OPERADOR-CS
                ACCEPT DATAGRAVACAO-CS FROM DATE YYYYMMDD
                REWRITE REGCONSIG
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA CONSIGNACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * RECEBIMENTO EM CONSIGNACAO            *
      *****************************************
      *
      *    SOMA O SALDO CONSIGNADO E REGISTRA A ENTRADA NO ARQCSMOV.
      *    NAO ENTRA NO CADPROD NEM NO ARQPAGAR.
       REC-001.
           MOVE SPACES TO W-DOCREC
           MOVE ZEROS  TO W-QTDREC
           DISPLAY (18, 04) "DOCUMENTO DE REMESSA  :"
           DISPLAY (19, 04) "QTDE RECEBIDA         :"
           ACCEPT  (18, 29) W-DOCREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DOCREC = SPACES
              MOVE "*** INFORME O DOCUMENTO DE REMESSA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-001.
       REC-002.
           ACCEPT  (19, 29) W-QTDREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO REC-001.
           IF W-QTDREC = ZEROS
              MOVE "A QUANTIDADE DEVE SER MAIOR QUE ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-002.
       REC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "RECEBER  (S/N) : ".
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RECEBIMENTO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-OPC.
           MOVE CNPJCS    TO CNPJCM
           MOVE CODPRODCS TO CODPRODCM
           ACCEPT DATACM FROM DATE YYYYMMDD
           ACCEPT HORACM FROM TIME
           MOVE "E"       TO TIPOCM
           MOVE W-DOCREC  TO DOCCM
           MOVE W-QTDREC  TO QTDCM
           MOVE PRECOCS   TO PRECOCM
           COMPUTE VALORCM ROUNDED = W-QTDREC * PRECOCS
           MOVE SPACES    TO SITCM
           MOVE ZEROS     TO COMPETCM
           MOVE W-OPERADOR TO OPERADOR-CM.
       REC-WR1.
           WRITE REGCSMOV
           IF CM-ERRO = "22"
              ADD 1 TO HORACM
              GO TO REC-WR1.
           IF CM-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQCSMOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD W-QTDREC TO QTDCS
           MOVE W-OPERADOR TO OPERADOR-CS
           ACCEPT DATAGRAVACAO-CS FROM DATE YYYYMMDD
           REWRITE REGCONSIG
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ATUALIZACAO DO ARQCONSIG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TQTDCS
           MOVE "*** RECEBIMENTO CONSIGNADO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       ROT-FIM.
           CLOSE ARQCONSIG ARQCSMOV CADPROD CADFORN
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
