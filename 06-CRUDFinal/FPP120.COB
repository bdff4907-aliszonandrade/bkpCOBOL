       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP120.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * CAMPOS SENSIVEIS (ARQSENS)                                    *
      * MARCA SALARIO, CPF E DADOS BANCARIOS COMO SENSIVEIS (S) OU    *
      * LIVRES (N). CAMPO SENSIVEL APARECE MASCARADO PARA O OPERADOR  *
      * COM ACESSO "M" NO CADASTRO DE OPERADORES (FPP036) E TODA      *
      * EXIBICAO COMPLETA DELE FICA REGISTRADA NO ARQLOGSENS.DOC      *
      * (FPP014, FPP042, FPP006 E FPP119). SO ADMINISTRADOR.          *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSENS ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CAMPOSE
                    FILE STATUS          IS SS-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSENS.DAT".
       01 REGSENS.
          03 CAMPOSE           PIC X(12).
          03 NIVELSE           PIC X(01).
          03 OPERADOR-SE       PIC X(08).
          03 DATAGRAVACAO-SE.
             05 DATAGRAV-SE    PIC 9(08).
             05 HORAGRAV-SE    PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 SS-ERRO      PIC X(02) VALUE "00".
       01 W-NIVSAL     PIC X(01) VALUE "S".
       01 W-NIVCPF     PIC X(01) VALUE "S".
       01 W-NIVBCO     PIC X(01) VALUE "S".
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *
      *    MARCACAO EM USO NA SESSAO (CARREGADA NO LOGIN DO FPP000).
       01 PARMSENS EXTERNAL.
           03 W-VESENS    PIC X(1).
           03 W-SENSAL    PIC X(1).
           03 W-SENCPF    PIC X(1).
           03 W-SENBCO    PIC X(1).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 22
               VALUE  "*** CAMPOS SENSIVEIS ***".
           05  LINE 05  COLUMN 04
               VALUE  "CAMPO                                SENSIVEL".
           05  LINE 07  COLUMN 04
               VALUE  "SALARIO (CARGO, FOLHA E HISTORICO) :".
           05  LINE 09  COLUMN 04
               VALUE  "CPF DO FUNCIONARIO                 :".
           05  LINE 11  COLUMN 04
               VALUE  "DADOS BANCARIOS (BANCO/AG./CONTA)  :".
           05  LINE 14  COLUMN 04
               VALUE  "S = MASCARADO PARA OPERADOR COM ACESSO M".
           05  LINE 15  COLUMN 04
               VALUE  "    (FPP036); EXIBICAO COMPLETA VAI AO LOG".
           05  LINE 16  COLUMN 04
               VALUE  "N = LIVRE PARA TODOS".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-NIVSAL
               LINE 07  COLUMN 42  PIC X(01)
               USING  W-NIVSAL
               HIGHLIGHT.
           05  TW-NIVCPF
               LINE 09  COLUMN 42  PIC X(01)
               USING  W-NIVCPF
               HIGHLIGHT.
           05  TW-NIVBCO
               LINE 11  COLUMN 42  PIC X(01)
               USING  W-NIVBCO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF W-PERFILOG NOT = "A" AND W-PERFILOG NOT = SPACES
              MOVE "* CAMPOS SENSIVEIS EXIGEM PERFIL ADMINISTRADOR *"
                                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
       R0.
           OPEN I-O ARQSENS
           IF SS-ERRO NOT = "00"
              IF SS-ERRO = "30" OR SS-ERRO = "35"
                 OPEN OUTPUT ARQSENS
                 CLOSE ARQSENS
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSENS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
      *
      *------------[ MARCACAO ATUAL ]---------------------------------
      *    CAMPO SEM REGISTRO E TRATADO COMO SENSIVEL.
       R1.
           MOVE "S" TO W-NIVSAL W-NIVCPF W-NIVBCO
           MOVE "SALARIO" TO CAMPOSE
           READ ARQSENS
           IF SS-ERRO = "00"
              MOVE NIVELSE TO W-NIVSAL.
           MOVE "CPF" TO CAMPOSE
           READ ARQSENS
           IF SS-ERRO = "00"
              MOVE NIVELSE TO W-NIVCPF.
           MOVE "BANCO" TO CAMPOSE
           READ ARQSENS
           IF SS-ERRO = "00"
              MOVE NIVELSE TO W-NIVBCO.
           DISPLAY TELA.
       R2.
           ACCEPT TW-NIVSAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-NIVSAL NOT = "S" AND W-NIVSAL NOT = "N"
                   MOVE "*** S = SENSIVEL, N = LIVRE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       R3.
           ACCEPT TW-NIVCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-NIVCPF NOT = "S" AND W-NIVCPF NOT = "N"
                   MOVE "*** S = SENSIVEL, N = LIVRE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TW-NIVBCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-NIVBCO NOT = "S" AND W-NIVBCO NOT = "N"
                   MOVE "*** S = SENSIVEL, N = LIVRE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
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
      *
      *------------[ GRAVACAO ]---------------------------------------
       INC-WR1.
           MOVE "SALARIO" TO CAMPOSE
           MOVE W-NIVSAL  TO NIVELSE
           PERFORM GRAVA-SENS THRU GRAVA-SENS-FIM
           MOVE "CPF"     TO CAMPOSE
           MOVE W-NIVCPF  TO NIVELSE
           PERFORM GRAVA-SENS THRU GRAVA-SENS-FIM
           MOVE "BANCO"   TO CAMPOSE
           MOVE W-NIVBCO  TO NIVELSE
           PERFORM GRAVA-SENS THRU GRAVA-SENS-FIM
           IF SS-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQSENS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *    A SESSAO ATUAL JA PASSA A USAR A NOVA MARCACAO.
           MOVE W-NIVSAL TO W-SENSAL
           MOVE W-NIVCPF TO W-SENCPF
           MOVE W-NIVBCO TO W-SENBCO
           MOVE "*** DADOS GRAVADOS *** " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       GRAVA-SENS.
           MOVE W-OPERLOG TO OPERADOR-SE
           ACCEPT DATAGRAV-SE FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-SE FROM TIME
           WRITE REGSENS
           IF SS-ERRO = "22"
              REWRITE REGSENS.
       GRAVA-SENS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQSENS.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE
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
