       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP121.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * CERTIFICADO DE APROVACAO (CA) DOS EPI (ARQEPICA)              *
      * CADA PRODUTO DO ESTOQUE (CADPROD) USADO COMO EQUIPAMENTO DE   *
      * PROTECAO INDIVIDUAL TEM O NUMERO DO CA E A DATA DE VALIDADE.  *
      * SO PRODUTO COM CA GRAVADO PODE SER EXIGIDO POR CARGO (FPP122) *
      * E ENTREGUE AO FUNCIONARIO (FPP123); CA VENCIDO NAO E ACEITO   *
      * NA ENTREGA E APARECE NO RELATORIO DE PENDENCIAS (FPP124).     *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEPICA ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS PRODCA
                    FILE STATUS          IS ST-ERRO.
           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   FILE STATUS  IS PR-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       01 PR-ERRO      PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-VALID.
           05 W-VALANO PIC 9(04).
           05 W-VALMES PIC 9(02).
           05 W-VALDIA PIC 9(02).
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 15
               VALUE  "*** CERTIFICADO DE APROVACAO (CA) DO EPI ***".
           05  LINE 05  COLUMN 04 VALUE  "PRODUTO                :".
           05  LINE 08  COLUMN 04 VALUE  "NUMERO DO CA           :".
           05  LINE 10  COLUMN 04 VALUE  "VALIDADE DO CA         :".
           05  LINE 10  COLUMN 39 VALUE  "(AAAAMMDD)".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TPRODCA
               LINE 05  COLUMN 29  PIC 9(06)
               USING  PRODCA
               HIGHLIGHT.
           05  TDESC
               LINE 05  COLUMN 37  PIC X(30)
               FROM   DESC.
           05  TNUMCA
               LINE 08  COLUMN 29  PIC 9(06)
               USING  NUMCA
               HIGHLIGHT.
           05  TVALIDCA
               LINE 10  COLUMN 29  PIC 9(08)
               USING  VALIDCA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQEPICA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEPICA
                 CLOSE ARQEPICA
                 MOVE "*** ARQUIVO ARQEPICA FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEPICA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADPROD
           IF PR-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTOS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1A.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO PRODCA NUMCA VALIDCA W-SEL
           MOVE SPACES TO DESC.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TPRODCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE PRODCA TO CODPROD
           READ CADPROD
           IF PR-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO (STP003) ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-ARQEPICA.
           READ ARQEPICA
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                IF VALIDCA < W-HOJE
                   MOVE "*** CA VENCIDO - ATUALIZE O CERTIFICADO ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
                ELSE
                   MOVE "*** CA JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQEPICA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE ZEROS TO NUMCA VALIDCA
                DISPLAY TELA3
                MOVE "*** PRODUTO SEM CA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R3.
           ACCEPT TNUMCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF NUMCA = 0
                   MOVE "O NUMERO DO CA DEVE SER INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TVALIDCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE VALIDCA TO W-VALID
           IF W-VALANO < 1990 OR W-VALMES = 0 OR W-VALMES > 12
                              OR W-VALDIA = 0 OR W-VALDIA > 31
                   MOVE "* DATA DE VALIDADE INVALIDA, USE AAAAMMDD *"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
      *    CA JA VENCIDO PODE SER GRAVADO (HISTORICO), MAS O OPERADOR
      *    E AVISADO: O PRODUTO NAO PODERA SER ENTREGUE.
           IF VALIDCA < W-HOJE
                   MOVE "* ATENCAO: CA VENCIDO NAO PERMITE ENTREGA *"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R10.
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
                MOVE W-OPERLOG TO OPERADOR-CA
                ACCEPT DATAGRAV-CA FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-CA FROM TIME
                WRITE REGEPICA
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CA JA EXISTE, DADOS NAO GRAVADOS *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEPICA" TO MENS
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
                DELETE ARQEPICA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CA EXCLUIDO ***" TO MENS
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
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-CA
                ACCEPT DATAGRAV-CA FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-CA FROM TIME
                REWRITE REGEPICA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO ARQEPICA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ROT-FIM.
           CLOSE CADPROD.
       ROT-FIM1A.
           CLOSE ARQEPICA.
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
