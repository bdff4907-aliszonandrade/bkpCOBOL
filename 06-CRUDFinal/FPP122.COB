       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP122.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * EPI EXIGIDO POR CARGO (ARQEPICARG)                            *
      * PARA CADA CARGO, OS EQUIPAMENTOS DE PROTECAO OBRIGATORIOS     *
      * (PRODUTOS COM CA NO FPP121), A QUANTIDADE ENTREGUE DE CADA    *
      * VEZ E O INTERVALO DE TROCA EM DIAS. A ENTREGA (FPP123)        *
      * CALCULA A PROXIMA TROCA COM ESTE INTERVALO E O FPP124 LISTA   *
      * QUEM ESTA SEM O EPI OU COM A TROCA VENCIDA.                   *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEPICARG ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEEC
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQCARG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODECARGO
                   FILE STATUS  IS CARG-ERRO
                   ALTERNATE RECORD KEY IS NOMECARGO WITH DUPLICATES.
           SELECT ARQEPICA ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS PRODCA
                    FILE STATUS          IS CA-ERRO.
           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   FILE STATUS  IS PR-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQEPICARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPICARG.DAT".
       01 REGEPICARG.
          03 CHAVEEC.
             05 CARGOEC        PIC 9(03).
             05 PRODEC         PIC 9(06).
          03 QTDEC             PIC 9(03).
          03 INTERVEC          PIC 9(04).
          03 OPERADOR-EC       PIC X(08).
          03 DATAGRAVACAO-EC.
             05 DATAGRAV-EC    PIC 9(8).
             05 HORAGRAV-EC    PIC 9(6).
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
      *    CA DOS EPI (FPP121).
       FD ARQEPICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPICA.DAT".
       01 REGEPICA.
          03 PRODCA            PIC 9(06).
          03 NUMCA             PIC 9(06).
          03 VALIDCA           PIC 9(08).
          03 OPERADOR-CA       PIC X(08).
          03 DATAGRAVACAO-CA.
             05 DATAGRAV-CA    PIC 9(8).
             05 HORAGRAV-CA    PIC 9(6).
      *
      *    PRODUTOS DO ESTOQUE (STP003): SO CODIGO E DESCRICAO.
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
       01 CARG-ERRO    PIC X(02) VALUE "00".
       01 CA-ERRO      PIC X(02) VALUE "00".
       01 PR-ERRO      PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-CARGO      PIC 9(03) VALUE ZEROS.
       01 W-PROD       PIC 9(06) VALUE ZEROS.
       01 W-LINEC      PIC 9(02) VALUE ZEROS.
       01 W-QTDLIS     PIC 9(03) VALUE ZEROS.
       01 W-EPILIN.
           05 W-ELPROD     PIC 9(06).
           05 FILLER       PIC X(01) VALUE " ".
           05 W-ELDESC     PIC X(30).
           05 FILLER       PIC X(06) VALUE " QTD: ".
           05 W-ELQTD      PIC ZZ9.
           05 FILLER       PIC X(08) VALUE "  TROCA ".
           05 W-ELINTER    PIC ZZZ9.
           05 FILLER       PIC X(05) VALUE " DIAS".
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 20
               VALUE  "*** EPI EXIGIDO POR CARGO ***".
           05  LINE 05  COLUMN 04 VALUE  "CARGO                  :".
           05  LINE 07  COLUMN 04 VALUE  "PRODUTO (EPI)          :".
           05  LINE 09  COLUMN 04 VALUE  "QUANTIDADE POR ENTREGA :".
           05  LINE 11  COLUMN 04 VALUE  "INTERVALO DE TROCA     :".
           05  LINE 11  COLUMN 34 VALUE  "DIAS".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCARGOEC
               LINE 05  COLUMN 29  PIC 999
               USING  CARGOEC
               HIGHLIGHT.
           05  TNOMECARGO
               LINE 05  COLUMN 37  PIC X(25)
               FROM   NOMECARGO.
           05  TPRODEC
               LINE 07  COLUMN 29  PIC 9(06)
               USING  PRODEC
               HIGHLIGHT.
           05  TDESC
               LINE 07  COLUMN 37  PIC X(30)
               FROM   DESC.
           05  TQTDEC
               LINE 09  COLUMN 29  PIC ZZ9
               USING  QTDEC
               HIGHLIGHT.
           05  TINTERVEC
               LINE 11  COLUMN 29  PIC ZZZ9
               USING  INTERVEC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQEPICARG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEPICARG
                 CLOSE ARQEPICARG
                 MOVE "*** ARQUIVO ARQEPICARG FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEPICARG" TO MENS
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
       R0B.
           OPEN INPUT ARQEPICA
           IF CA-ERRO NOT = "00"
              MOVE "* CADASTRE O CA DOS EPI NO FPP121 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1B.
       R0C.
           OPEN INPUT CADPROD
           IF PR-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTOS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1C.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO CARGOEC W-CARGO
           MOVE SPACES TO NOMECARGO.
       R1A.
           MOVE ZEROS TO PRODEC QTDEC INTERVEC W-SEL
           MOVE SPACES TO DESC
           MOVE W-CARGO TO CARGOEC.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
           IF W-CARGO NOT = ZEROS
              PERFORM MOSTRA-EPI THRU MOSTRA-EPI-FIM
              GO TO R3.
       R2.
           ACCEPT TCARGOEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE CARGOEC TO CODECARGO
           READ ARQCARG
           IF CARG-ERRO NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO (FPP002) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE CARGOEC TO W-CARGO
           DISPLAY TELA3
           PERFORM MOSTRA-EPI THRU MOSTRA-EPI-FIM.
       R3.
           ACCEPT TPRODEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE PRODEC TO CODPROD
           READ CADPROD
           IF PR-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO (STP003) ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE PRODEC TO PRODCA
           READ ARQEPICA
           IF CA-ERRO NOT = "00"
                   MOVE "* PRODUTO SEM CA - CADASTRE NO FPP121 *"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       LER-ARQEPICARG.
           READ ARQEPICARG
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TDESC TQTDEC TINTERVEC
                MOVE "*** EPI JA EXIGIDO PARA O CARGO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQEPICARG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE 1 TO QTDEC
                MOVE ZEROS TO INTERVEC
                DISPLAY TDESC TQTDEC TINTERVEC.
       R4.
           ACCEPT TQTDEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF QTDEC = 0
                   MOVE "A QUANTIDADE DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TINTERVEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF INTERVEC = 0
                   MOVE "O INTERVALO DE TROCA DEVE SER INFORMADO"
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
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERLOG TO OPERADOR-EC
                ACCEPT DATAGRAV-EC FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-EC FROM TIME
                WRITE REGEPICARG
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1A.
                IF ST-ERRO = "22"
                  MOVE "* EPI JA EXIGIDO, DADOS NAO GRAVADOS *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1A
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEPICARG" TO MENS
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
                   GO TO R1A
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R4.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQEPICARG RECORD
                IF ST-ERRO = "00"
                   MOVE "*** EPI RETIRADO DO CARGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
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
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-EC
                ACCEPT DATAGRAV-EC FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-EC FROM TIME
                REWRITE REGEPICARG
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                MOVE "ERRO NA ALTERACAO DO ARQEPICARG" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    EPI JA EXIGIDOS PARA O CARGO NAS LINHAS 14 A 21 (OS OITO
      *    PRIMEIROS POR CODIGO DE PRODUTO).
       MOSTRA-EPI.
           MOVE ZEROS TO W-QTDLIS
           MOVE 14 TO W-LINEC
           DISPLAY (13, 04) "EPI EXIGIDOS PARA O CARGO:"
           MOVE PRODEC TO W-PROD
           MOVE W-CARGO TO CARGOEC
           MOVE ZEROS TO PRODEC
           START ARQEPICARG KEY IS NOT LESS CHAVEEC
              INVALID KEY
                 GO TO MOSTRA-EPI2.
       MOSTRA-EPI1.
           READ ARQEPICARG NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOSTRA-EPI2.
           IF CARGOEC NOT = W-CARGO
              GO TO MOSTRA-EPI2.
           ADD 1 TO W-QTDLIS
           IF W-LINEC > 21
              GO TO MOSTRA-EPI1.
           MOVE PRODEC   TO W-ELPROD CODPROD
           MOVE SPACES   TO W-ELDESC
           READ CADPROD
           IF PR-ERRO = "00"
              MOVE DESC TO W-ELDESC.
           MOVE QTDEC    TO W-ELQTD
           MOVE INTERVEC TO W-ELINTER
           DISPLAY (W-LINEC, 04) W-EPILIN
           ADD 1 TO W-LINEC
           GO TO MOSTRA-EPI1.
       MOSTRA-EPI2.
           IF W-QTDLIS = ZEROS
              DISPLAY (13, 31) "NENHUM".
           IF W-QTDLIS > 8
              DISPLAY (13, 31) W-QTDLIS " (LISTADOS OS 8 PRIMEIROS)".
           MOVE W-CARGO TO CARGOEC
           MOVE W-PROD  TO PRODEC
           MOVE SPACES  TO DESC.
       MOSTRA-EPI-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADPROD.
       ROT-FIM1C.
           CLOSE ARQEPICA.
       ROT-FIM1B.
           CLOSE ARQCARG.
       ROT-FIM1A.
           CLOSE ARQEPICARG.
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
