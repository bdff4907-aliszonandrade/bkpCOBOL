       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP117.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************
      * MENU DE CONFERENCIAS E CONTROLES   *
      * DA FOLHA (CONTINUACAO DO FPP098)   *
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
               VALUE  "01 - ACERTO DE VIAGEM".
           05  LINE 05  COLUMN 05
               VALUE  "02 - RELATORIO DO TITULAR DE DADOS (LGPD)".
           05  LINE 06  COLUMN 05
               VALUE  "03 - ANONIMIZACAO DO ARQUIVO MORTO (LGPD)".
           05  LINE 07  COLUMN 05
               VALUE  "04 - VERIFICACAO DOS ARQUIVOS INDEXADOS".
           05  LINE 08  COLUMN 05
               VALUE  "05 - CONSULTA LIVRE DOS CADASTROS".
           05  LINE 09  COLUMN 05
               VALUE  "06 - CAMPOS SENSIVEIS (MASCARAMENTO)".
           05  LINE 10  COLUMN 05
               VALUE  "07 - CA DOS EPI (CERTIFICADO DE APROVACAO)".
           05  LINE 11  COLUMN 05
               VALUE  "08 - EPI EXIGIDO POR CARGO".
           05  LINE 12  COLUMN 05
               VALUE  "09 - ENTREGA DE EPI AO FUNCIONARIO".
           05  LINE 13  COLUMN 05
               VALUE  "10 - ALERTA DE EPI VENCIDO OU NAO ENTREGUE".
           05  LINE 14  COLUMN 05
               VALUE  "11 - DEMONSTRATIVO ANUAL DE REMUNERACAO TOTAL".
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
                   CALL "FPP114"
                   GO TO INC-001.
                IF W-OPCAO = 02
                   CALL "FPP115"
                   GO TO INC-001.
                IF W-OPCAO = 03
                   CALL "FPP116"
                   GO TO INC-001.
                IF W-OPCAO = 04
                   CALL "FPP118"
                   GO TO INC-001.
                IF W-OPCAO = 05
                   CALL "FPP119"
                   GO TO INC-001.
                IF W-OPCAO = 06
                   CALL "FPP120"
                   GO TO INC-001.
                IF W-OPCAO = 07
                   CALL "FPP121"
                   GO TO INC-001.
                IF W-OPCAO = 08
                   CALL "FPP122"
                   GO TO INC-001.
                IF W-OPCAO = 09
                   CALL "FPP123"
                   GO TO INC-001.
                IF W-OPCAO = 10
                   CALL "FPP124"
                   GO TO INC-001.
                IF W-OPCAO = 11
                   CALL "FPP125"
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
