       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP079.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************
      * MENU DE PAGAMENTOS ESPECIAIS E     *
      * CONTROLES DE RH DA FOLHA           *
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
               VALUE  "*** PAGAMENTOS ESPECIAIS E CONTROLES DE RH ***".
           05  LINE 04  COLUMN 05
               VALUE  "01 - ADIANTAMENTO QUINZENAL".
           05  LINE 05  COLUMN 05
               VALUE  "02 - GUIAS GPS E DARF DA FOLHA".
           05  LINE 06  COLUMN 05
               VALUE  "03 - TABELA DE SINDICATOS".
           05  LINE 07  COLUMN 05
               VALUE  "04 - RECOLHIMENTO SINDICAL".
           05  LINE 08  COLUMN 05
               VALUE  "05 - PARTICIPACAO NOS LUCROS (PLR)".
           05  LINE 09  COLUMN 05
               VALUE  "06 - COTA DE JOVENS APRENDIZES".
           05  LINE 10  COLUMN 05
               VALUE  "07 - AVISO DE CONTRATOS A PRAZO A VENCER".
           05  LINE 11  COLUMN 05
               VALUE  "08 - DECISAO SOBRE CONTRATOS A PRAZO".
           05  LINE 12  COLUMN 05
               VALUE  "09 - AVALIACAO DE DESEMPENHO".
           05  LINE 13  COLUMN 05
               VALUE  "10 - AVALIACOES PENDENTES POR DEPARTAMENTO".
           05  LINE 14  COLUMN 05
               VALUE  "11 - RANKING DA AVALIACAO DE DESEMPENHO".
           05  LINE 15  COLUMN 05
               VALUE  "12 - GRADE SALARIAL POR CARGO E NIVEL".
           05  LINE 16  COLUMN 05
               VALUE  "13 - CATALOGO DE CURSOS OBRIGATORIOS (NR)".
           05  LINE 17  COLUMN 05
               VALUE  "14 - CURSOS EXIGIDOS POR CARGO/VEICULO/FERRAM.".
           05  LINE 18  COLUMN 05
               VALUE  "15 - CURSOS REALIZADOS POR FUNCIONARIO".
           05  LINE 19  COLUMN 05
               VALUE  "16 - CERTIFICACOES VENCIDAS E A VENCER".
           05  LINE 20  COLUMN 05
               VALUE  "17 - MEDIDAS DISCIPLINARES (ADVERT./SUSPENSAO)".
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
                   CALL "FPP078"
                   GO TO INC-001.
                IF W-OPCAO = 02
                   CALL "FPP080"
                   GO TO INC-001.
                IF W-OPCAO = 03
                   CALL "FPP081"
                   GO TO INC-001.
                IF W-OPCAO = 04
                   CALL "FPP082"
                   GO TO INC-001.
                IF W-OPCAO = 05
                   CALL "FPP083"
                   GO TO INC-001.
                IF W-OPCAO = 06
                   CALL "FPP084"
                   GO TO INC-001.
                IF W-OPCAO = 07
                   CALL "FPP085"
                   GO TO INC-001.
                IF W-OPCAO = 08
                   CALL "FPP086"
                   GO TO INC-001.
                IF W-OPCAO = 09
                   CALL "FPP087"
                   GO TO INC-001.
                IF W-OPCAO = 10
                   CALL "FPP088"
                   GO TO INC-001.
                IF W-OPCAO = 11
                   CALL "FPP089"
                   GO TO INC-001.
                IF W-OPCAO = 12
                   CALL "FPP090"
                   GO TO INC-001.
                IF W-OPCAO = 13
                   CALL "FPP091"
                   GO TO INC-001.
                IF W-OPCAO = 14
                   CALL "FPP092"
                   GO TO INC-001.
                IF W-OPCAO = 15
                   CALL "FPP093"
                   GO TO INC-001.
                IF W-OPCAO = 16
                   CALL "FPP094"
                   GO TO INC-001.
                IF W-OPCAO = 17
                   CALL "FPP095"
                   GO TO INC-001.
                IF W-OPCAO = 18
                   CALL "FPP098"
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
