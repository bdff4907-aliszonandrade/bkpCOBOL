       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP098.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************
      * MENU DE CONFERENCIAS E CONTROLES   *
      * DA FOLHA (CONTINUACAO DO FPP079)   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO    PIC 9(02) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
      *
      *    PERFIL LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 15
               VALUE  "*** CONFERENCIAS E CONTROLES DA FOLHA ***".
           05  LINE 04  COLUMN 05
               VALUE  "01 - CONFERENCIA PRE-REMESSA (VARIACOES)".
           05  LINE 05  COLUMN 05
               VALUE  "02 - CIENCIA DAS EXCECOES DA FOLHA".
           05  LINE 06  COLUMN 05
               VALUE  "03 - FOLHA COMPLEMENTAR (COMPETENCIA FECHADA)".
           05  LINE 07  COLUMN 05
               VALUE  "04 - DECLARACAO DE VINCULO / RENDIMENTOS".
           05  LINE 08  COLUMN 05
               VALUE  "05 - PROCESSOS TRABALHISTAS".
           05  LINE 09  COLUMN 05
               VALUE  "06 - ANDAMENTOS E PAGAMENTOS DE PROCESSOS".
           05  LINE 10  COLUMN 05
               VALUE  "07 - PROVISAO DE PROCESSOS POR RISCO".
           05  LINE 11  COLUMN 05
               VALUE  "08 - DOCUMENTOS EXIGIDOS NA ADMISSAO".
           05  LINE 12  COLUMN 05
               VALUE  "09 - ENTREGA DE DOCUMENTOS DO FUNCIONARIO".
           05  LINE 13  COLUMN 05
               VALUE  "10 - DOCUMENTOS PENDENTES".
           05  LINE 14  COLUMN 05
               VALUE  "11 - COMUNICACAO DE ACIDENTE DE TRABALHO (CAT)".
           05  LINE 15  COLUMN 05
               VALUE  "12 - ESTATISTICA DE ACIDENTES PARA A CIPA".
           05  LINE 16  COLUMN 05
               VALUE  "13 - AUTORIZACAO PREVIA DE HORA EXTRA".
           05  LINE 17  COLUMN 05
               VALUE  "14 - APROVACAO DE HORAS EXTRAS PENDENTES".
           05  LINE 18  COLUMN 05
               VALUE  "15 - HORAS EXTRAS NAO AUTORIZADAS POR DEPTO".
           05  LINE 19  COLUMN 05
               VALUE  "16 - VIAGENS A SERVICO E ADIANTAMENTOS".
           05  LINE 20  COLUMN 05
               VALUE  "17 - COMPROVANTES DE DESPESA DE VIAGEM".
           05  LINE 21  COLUMN 05
               VALUE  "18 - CONFERENCIAS E CONTROLES DA FOLHA (MAIS)".
           05  LINE 22  COLUMN 05
               VALUE  "00 - VOLTAR".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  LINE 22  COLUMN 40
               VALUE  "OPCAO :".
           05  TW-OPCAO
               LINE 22  COLUMN 48  PIC 9(02)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-OPCAO.
                DISPLAY TELA.
                ACCEPT TW-OPCAO.
                IF W-OPCAO = 00
                   GO TO ROT-FIM.
                IF W-OPCAO = 01
                   CALL "FPP096"
                   GO TO INC-001.
                IF W-OPCAO = 02
                   CALL "FPP097"
                   GO TO INC-001.
                IF W-OPCAO = 03
                   CALL "FPP099"
                   GO TO INC-001.
                IF W-OPCAO = 04
                   CALL "FPP100"
                   GO TO INC-001.
                IF W-OPCAO = 05
                   CALL "FPP101"
                   GO TO INC-001.
                IF W-OPCAO = 06
                   CALL "FPP102"
                   GO TO INC-001.
                IF W-OPCAO = 07
                   CALL "FPP103"
                   GO TO INC-001.
                IF W-OPCAO = 08
                   CALL "FPP104"
                   GO TO INC-001.
                IF W-OPCAO = 09
                   CALL "FPP105"
                   GO TO INC-001.
                IF W-OPCAO = 10
                   CALL "FPP106"
                   GO TO INC-001.
                IF W-OPCAO = 11
                   CALL "FPP107"
                   GO TO INC-001.
                IF W-OPCAO = 12
                   CALL "FPP108"
                   GO TO INC-001.
                IF W-OPCAO = 13
                   CALL "FPP109"
                   GO TO INC-001.
                IF W-OPCAO = 14
                   CALL "FPP110"
                   GO TO INC-001.
                IF W-OPCAO = 15
                   CALL "FPP111"
                   GO TO INC-001.
                IF W-OPCAO = 16
                   CALL "FPP112"
                   GO TO INC-001.
                IF W-OPCAO = 17
                   CALL "FPP113"
                   GO TO INC-001.
                IF W-OPCAO = 18
                   CALL "FPP117"
                   GO TO INC-001.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
                DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
