       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP055.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * ALCADAS DE APROVACAO DE PEDIDOS DE COMPRA      *
      * (ARQALCADA): NIVEL, VALOR MAXIMO DO PEDIDO E   *
      * OPERADOR APROVADOR (ARQOPER). O NIVEL 1 E O    *
      * LIMITE DO COMPRADOR; ACIMA DELE O PEDIDO FICA  *
      * AGUARDANDO APROVACAO NO STP022                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQALCADA ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS NIVELAL
                    FILE STATUS          IS ST-ERRO.

           SELECT ARQOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODOPER
                    FILE STATUS  IS OP-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQALCADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALCADA.DAT".
       01 REGALCADA.
          03 NIVELAL           PIC 9(01).
          03 DESCAL            PIC X(15).
          03 VALMAXAL          PIC 9(08)V99.
          03 OPERAL            PIC X(08).
          03 OPERADOR-AL       PIC X(08).
          03 DATAGRAVACAO-AL   PIC 9(14).
      *
       FD ARQOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPER.
          03 CODOPER           PIC X(08).
          03 NOMEOPER          PIC X(30).
          03 SENHAOP           PIC X(08).
          03 PERFILAUX         PIC X(01).
          03 PERFIL.
             05 PERFIL1        PIC X(01).
             05 PERFIL2        PIC X(14).
          03 STATUSOP          PIC X(01).
          03 SENSIVELOP        PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 OP-ERRO      PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR   PIC X(08) VALUE SPACES.
       01 W-NIVEL      PIC 9(01) VALUE ZEROS.
       01 W-REGALC     PIC X(56) VALUE SPACES.
       01 W-VALANT     PIC 9(08)V99 VALUE ZEROS.
       01 W-VALPOS     PIC 9(08)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 15 VALUE  "*** ALCADAS DE APROVACAO".
           05  LINE 02  COLUMN 39 VALUE  " DE PEDIDOS DE COMPRA ***".
           05  LINE 05  COLUMN 04 VALUE  "NIVEL DA ALCADA (1-9)  :".
           05  LINE 07  COLUMN 04 VALUE  "DESCRICAO              :".
           05  LINE 09  COLUMN 04 VALUE  "VALOR MAXIMO DO PEDIDO :".
           05  LINE 11  COLUMN 04 VALUE  "OPERADOR APROVADOR     :".
           05  LINE 14  COLUMN 04 VALUE
               "NIVEL 1 = LIMITE DO COMPRADOR (SEM APROVACAO).".
           05  LINE 15  COLUMN 04 VALUE
               "VALORES CRESCENTES POR NIVEL.".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TNIVELAL
               LINE 05  COLUMN 29  PIC 9(01)
               USING  NIVELAL
               HIGHLIGHT.
           05  TDESCAL
               LINE 07  COLUMN 29  PIC X(15)
               USING  DESCAL
               HIGHLIGHT.
           05  TVALMAXAL
               LINE 09  COLUMN 29  PIC ZZ.ZZZ.ZZ9,99
               USING  VALMAXAL
               HIGHLIGHT.
           05  TOPERAL
               LINE 11  COLUMN 29  PIC X(08)
               USING  OPERAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQALCADA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQALCADA
                 CLOSE ARQALCADA
                 MOVE "*** ARQUIVO ARQALCADA FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQALCADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT ARQOPER
           IF OP-ERRO NOT = "00"
              MOVE "* CADASTRE OPERADORES NO FPP036 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQALCADA
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
           MOVE ZEROS  TO NIVELAL VALMAXAL W-SEL
           MOVE SPACES TO DESCAL OPERAL.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TNIVELAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF NIVELAL = 0
                   MOVE "O NIVEL DEVE SER DE 1 A 9" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-ARQALCADA.
           READ ARQALCADA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                MOVE OPERAL TO CODOPER
                READ ARQOPER
                IF OP-ERRO = "00"
                   DISPLAY (11, 39) NOMEOPER
                END-IF
                MOVE "*** ALCADA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQALCADA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** ALCADA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R3.
           ACCEPT TDESCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF DESCAL = SPACES
                   MOVE "INFORME A DESCRICAO DA ALCADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TVALMAXAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF VALMAXAL = ZEROS
                   MOVE "O VALOR MAXIMO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
      *    OS LIMITES CRESCEM COM O NIVEL: CONFERE O NIVEL ANTERIOR
      *    E O POSTERIOR JA CADASTRADOS.
           PERFORM VER-FAIXA THRU VER-FAIXA-FIM
           IF W-VALANT NOT = ZEROS AND VALMAXAL NOT > W-VALANT
                   MOVE "* VALOR DEVE SER MAIOR QUE O NIVEL ABAIXO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           IF W-VALPOS NOT = ZEROS AND VALMAXAL NOT < W-VALPOS
                   MOVE "* VALOR DEVE SER MENOR QUE O NIVEL ACIMA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TOPERAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF OPERAL = SPACES
                   MOVE "INFORME O OPERADOR APROVADOR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           MOVE OPERAL TO CODOPER
           READ ARQOPER
           IF OP-ERRO NOT = "00"
                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           IF STATUSOP NOT = "A"
                   MOVE "*** OPERADOR NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           DISPLAY (11, 39) NOMEOPER.
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
                MOVE W-OPERADOR TO OPERADOR-AL
                ACCEPT DATAGRAVACAO-AL FROM DATE YYYYMMDD
                WRITE REGALCADA
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* ALCADA JA EXISTE,NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQALCADA" TO MENS
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
                DELETE ARQALCADA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ALCADA EXCLUIDA ***" TO MENS
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
                MOVE W-OPERADOR TO OPERADOR-AL
                ACCEPT DATAGRAVACAO-AL FROM DATE YYYYMMDD
                REWRITE REGALCADA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA ALCADA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    BUSCA O VALOR MAXIMO DO NIVEL CADASTRADO IMEDIATAMENTE
      *    ABAIXO (W-VALANT) E ACIMA (W-VALPOS) DO NIVEL EM EDICAO,
      *    RESTAURANDO AO FINAL O REGISTRO DIGITADO.
       VER-FAIXA.
           MOVE REGALCADA TO W-REGALC
           MOVE NIVELAL  TO W-NIVEL
           MOVE ZEROS    TO W-VALANT W-VALPOS.
       VER-FAIXA1.
           IF NIVELAL = 1
              GO TO VER-FAIXA2.
           SUBTRACT 1 FROM NIVELAL
           READ ARQALCADA
           IF ST-ERRO = "00"
              MOVE VALMAXAL TO W-VALANT
              GO TO VER-FAIXA2.
           GO TO VER-FAIXA1.
       VER-FAIXA2.
           MOVE W-NIVEL TO NIVELAL.
       VER-FAIXA3.
           IF NIVELAL = 9
              GO TO VER-FAIXA4.
           ADD 1 TO NIVELAL
           READ ARQALCADA
           IF ST-ERRO = "00"
              MOVE VALMAXAL TO W-VALPOS
              GO TO VER-FAIXA4.
           GO TO VER-FAIXA3.
       VER-FAIXA4.
           MOVE W-REGALC TO REGALCADA.
       VER-FAIXA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQALCADA ARQOPER
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
