       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP081.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * MANUTENCAO DA TABELA DE SINDICATOS (ARQSIND)                  *
      * CADA SINDICATO TEM CNPJ, MES DA DATA-BASE E A REGRA DA        *
      * CONTRIBUICAO (ASSISTENCIAL OU CONFEDERATIVA, PERCENTUAL SOBRE *
      * O SALARIO BASE OU VALOR FIXO). O SINDICATO E LIGADO AO CARGO  *
      * (FPP002) COM EXCECAO POR FUNCIONARIO (FPP004); A FOLHA        *
      * (FPP015) DESCONTA A CONTRIBUICAO DE QUEM NAO APRESENTOU       *
      * CARTA DE OPOSICAO E O FPP082 EMITE A RELACAO DE RECOLHIMENTO  *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQSIND ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODSIND
                    FILE STATUS          IS ST-ERRO.
       SELECT ARQCARG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODECARGO
                   FILE STATUS  IS CARG-ERRO
                   ALTERNATE RECORD KEY IS NOMECARGO WITH DUPLICATES.
       SELECT ARQLOGSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS LG-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSIND.DAT".
       01 REGSIND.
          03 CODSIND           PIC 9(03).
          03 NOMESIND          PIC X(30).
          03 CNPJSIND          PIC 9(14).
          03 MESBASESIND       PIC 9(02).
          03 TIPOCONTSIND      PIC X(01).
          03 FORMASIND         PIC X(01).
          03 PERCSIND          PIC 9(02)V99.
          03 VALORSIND         PIC 9(06)V99.
          03 OPERADOR-SI       PIC X(08).
          03 DATAGRAVACAO-SI.
             05 DATAGRAV-SI    PIC 9(8).
             05 HORAGRAV-SI    PIC 9(6).
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
       01 W-CARG-OK    PIC X(01) VALUE "N".
       01 W-TEM-CARGO  PIC X(01) VALUE "N".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
      *
      *    CARIMBO (OPERADOR E DATA/HORA DA GRAVACAO) DO REGISTRO NO
      *    MOMENTO DA LEITURA: SE MUDAR ATE A REGRAVACAO, OUTRO
      *    OPERADOR ALTEROU O REGISTRO NESSE MEIO TEMPO.
       01 W-REGSIND-SALVA PIC X(85) VALUE SPACES.
       01 LG-ERRO      PIC X(02) VALUE "00".
       01 W-OPER-LIDO  PIC X(08) VALUE SPACES.
       01 W-GRAV-LIDA  PIC 9(14) VALUE ZEROS.
       01 W-COLIDIU    PIC X(01) VALUE "N".
       01 W-COLDATA    PIC 9999/99/99.
       01 W-COLHORA    PIC 9(06) VALUE ZEROS.
       01 W-COLHORA-R REDEFINES W-COLHORA.
           05 W-COLHH  PIC 9(02).
           05 W-COLMM  PIC 9(02).
           05 W-COLSS  PIC 9(02).
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 22 VALUE  "*** TABELA DE SINDICATOS ***".
           05  LINE 05  COLUMN 04 VALUE  "CODIGO DO SINDICATO    :".
           05  LINE 07  COLUMN 04 VALUE  "NOME                   :".
           05  LINE 09  COLUMN 04 VALUE  "CNPJ                   :".
           05  LINE 11  COLUMN 04 VALUE  "MES DA DATA-BASE       :".
           05  LINE 13  COLUMN 04 VALUE  "CONTRIBUICAO           :".
           05  LINE 13  COLUMN 33 VALUE  "(A=ASSISTENCIAL C=CONFEDER.)".
           05  LINE 15  COLUMN 04 VALUE  "FORMA DE CALCULO       :".
           05  LINE 15  COLUMN 33 VALUE  "(P=PERCENTUAL F=VALOR FIXO)".
           05  LINE 17  COLUMN 04 VALUE  "PERCENTUAL S/ SALARIO  :".
           05  LINE 19  COLUMN 04 VALUE  "VALOR FIXO MENSAL      :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODSIND
               LINE 05  COLUMN 29  PIC 999
               USING  CODSIND
               HIGHLIGHT.
           05  TNOMESIND
               LINE 07  COLUMN 29  PIC X(30)
               USING  NOMESIND
               HIGHLIGHT.
           05  TCNPJSIND
               LINE 09  COLUMN 29  PIC 9(14)
               USING  CNPJSIND
               HIGHLIGHT.
           05  TMESBASE
               LINE 11  COLUMN 29  PIC 9(02)
               USING  MESBASESIND
               HIGHLIGHT.
           05  TTIPOCONT
               LINE 13  COLUMN 29  PIC X(01)
               USING  TIPOCONTSIND
               HIGHLIGHT.
           05  TFORMA
               LINE 15  COLUMN 29  PIC X(01)
               USING  FORMASIND
               HIGHLIGHT.
           05  TPERCSIND
               LINE 17  COLUMN 29  PIC Z9,99
               USING  PERCSIND
               HIGHLIGHT.
           05  TVALORSIND
               LINE 19  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  VALORSIND
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQSIND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSIND
                 CLOSE ARQSIND
                 MOVE "*** ARQUIVO ARQSIND FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSIND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    O CADASTRO DE CARGOS SO E CONSULTADO NA EXCLUSAO.
       R0A.
           MOVE "N" TO W-CARG-OK
           OPEN INPUT ARQCARG
           IF CARG-ERRO = "00"
              MOVE "S" TO W-CARG-OK.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO CODSIND CNPJSIND MESBASESIND W-SEL
           MOVE ZEROS TO PERCSIND VALORSIND
           MOVE SPACES TO NOMESIND TIPOCONTSIND FORMASIND.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TCODSIND
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CODSIND = 0
                   MOVE "O CODIGO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-ARQSIND.
           READ ARQSIND
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE OPERADOR-SI TO W-OPER-LIDO
                MOVE DATAGRAVACAO-SI TO W-GRAV-LIDA
                DISPLAY TELA3
                MOVE "*** SINDICATO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQSIND" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** SINDICATO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R3.
           ACCEPT TNOMESIND
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF NOMESIND = SPACES
                   MOVE "O NOME NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TCNPJSIND
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CNPJSIND = 0
                   MOVE "O CNPJ DEVE SER INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TMESBASE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF MESBASESIND = 0 OR MESBASESIND > 12
                   MOVE "MES DA DATA-BASE ENTRE 1 E 12" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT TTIPOCONT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF TIPOCONTSIND = "a"
                   MOVE "A" TO TIPOCONTSIND.
           IF TIPOCONTSIND = "c"
                   MOVE "C" TO TIPOCONTSIND.
           IF TIPOCONTSIND NOT = "A" AND "C"
                   MOVE "A=ASSISTENCIAL  C=CONFEDERATIVA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
           ACCEPT TFORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF FORMASIND = "p"
                   MOVE "P" TO FORMASIND.
           IF FORMASIND = "f"
                   MOVE "F" TO FORMASIND.
           IF FORMASIND NOT = "P" AND "F"
                   MOVE "P=PERCENTUAL  F=VALOR FIXO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
      *    SO UMA DAS DUAS BASES VALE: A OUTRA FICA ZERADA.
           IF FORMASIND = "P"
                   MOVE ZEROS TO VALORSIND
                   DISPLAY TVALORSIND
                   GO TO R8.
           MOVE ZEROS TO PERCSIND
           DISPLAY TPERCSIND
           GO TO R9.
       R8.
           ACCEPT TPERCSIND
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF PERCSIND = 0 OR PERCSIND > 10
                   MOVE "PERCENTUAL ENTRE 0,01 E 10,00" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
           GO TO R10.
       R9.
           ACCEPT TVALORSIND
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF VALORSIND = 0
                   MOVE "O VALOR FIXO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
       R10.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERLOG TO OPERADOR-SI
                ACCEPT DATAGRAV-SI FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-SI FROM TIME
                WRITE REGSIND
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* SINDICATO JA EXISTE,DADOS NAO GRAVADOS *"
                                                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQSIND" TO MENS
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
      *    SINDICATO LIGADO A ALGUM CARGO NAO PODE SER EXCLUIDO.
       EXC-VER.
                MOVE "N" TO W-TEM-CARGO
                IF W-CARG-OK NOT = "S"
                   GO TO EXC-OPC.
                MOVE ZEROS TO CODECARGO
                START ARQCARG KEY IS NOT LESS CODECARGO
                   INVALID KEY
                      GO TO EXC-OPC.
       EXC-VER1.
                READ ARQCARG NEXT
                IF CARG-ERRO NOT = "00"
                   GO TO EXC-OPC.
                IF SINDCARGO = CODSIND
                   MOVE "S" TO W-TEM-CARGO
                   GO TO EXC-OPC.
                GO TO EXC-VER1.
       EXC-OPC.
                IF W-TEM-CARGO = "S"
                   MOVE "* SINDICATO LIGADO A CARGO, NAO EXCLUIDO *"
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
                DELETE ARQSIND RECORD
                IF ST-ERRO = "00"
                   MOVE "*** SINDICATO EXCLUIDO ***" TO MENS
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
                PERFORM VER-COLISAO THRU VER-COLISAO-FIM
                IF W-COLIDIU = "S"
                   GO TO R1.
                MOVE W-OPERLOG TO OPERADOR-SI
                ACCEPT DATAGRAV-SI FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-SI FROM TIME
                REWRITE REGSIND
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO SINDICATO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-----------[ REGRAVACAO CONCORRENTE ]----------------------------
      *    RELE O REGISTRO DO DISCO E CONFERE O CARIMBO GUARDADO NA
      *    LEITURA. SE OUTRO OPERADOR GRAVOU NESSE MEIO TEMPO, MOSTRA
      *    QUEM E QUANDO, REGISTRA NO LOG DE SEGURANCA E A ALTERACAO
      *    TEM DE SER REFEITA SOBRE OS DADOS ATUAIS.
       VER-COLISAO.
           MOVE "N" TO W-COLIDIU
           MOVE REGSIND TO W-REGSIND-SALVA
           READ ARQSIND
           IF ST-ERRO NOT = "00"
              MOVE W-REGSIND-SALVA TO REGSIND
              GO TO VER-COLISAO-FIM.
           IF OPERADOR-SI = W-OPER-LIDO
              AND DATAGRAVACAO-SI = W-GRAV-LIDA
              MOVE W-REGSIND-SALVA TO REGSIND
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV-SI TO W-COLDATA
           MOVE HORAGRAV-SI TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR-SI " EM "
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
           MOVE W-OPERLOG TO LOGOPER
           STRING "COLISAO ARQSIND " CODSIND
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQSIND.
           IF W-CARG-OK = "S"
              CLOSE ARQCARG.
           EXIT PROGRAM.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE.
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
