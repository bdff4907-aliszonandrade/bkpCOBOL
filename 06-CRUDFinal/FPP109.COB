       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP109.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * AUTORIZACAO PREVIA DE HORA EXTRA - ARQAUTHE                   *
      * O GESTOR REGISTRA, POR FUNCIONARIO E PERIODO, O MAXIMO DE     *
      * HORAS EXTRAS LIBERADAS. O PONTO (FPP022 E FPP055) SO ACEITA   *
      * AS HORAS DENTRO DO AUTORIZADO; O EXCEDENTE FICA PENDENTE DE   *
      * APROVACAO NO FPP110 E SAI NO RELATORIO FPP111.                *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAUTHE ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEAH
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    AUTORIZACOES DE HORA EXTRA (FPP109): O GESTOR LIBERA ATE
      *    MAXHORAH HORAS EXTRAS (50% + 100%) PARA O FUNCIONARIO NO
      *    PERIODO DE DTINIAH A DTFIMAH. AS AUTORIZACOES QUE TOCAM O
      *    MES DA COMPETENCIA SOMAM O LIMITE DO PONTO DO MES.
       FD ARQAUTHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTHE.DAT".
       01 REGAUTHE.
          03 CHAVEAH.
             05 FUNCAH         PIC 9(06).
             05 DTINIAH        PIC 9(08).
          03 DTFIMAH           PIC 9(08).
          03 MAXHORAH          PIC 9(03).
          03 GESTORAH          PIC X(20).
          03 MOTIVOAH          PIC X(30).
          03 OPERADOR-AH       PIC X(08).
          03 DATAGRAVACAO-AH.
             05 DATAGRAV-AH    PIC 9(8).
             05 HORAGRAV-AH    PIC 9(6).
      *
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC PIC 9(6).
           03 NOMEFUNC PIC X(30).
           03 GENEROAUX PIC X(1).
           03 GENERO.
               05 GENERO1 PIC X(1).
               05 GENERO2 PIC X(26).
           03 STATUSAUX PIC X.
           03 STATUSF.
               05 STATUSF1 PIC X.
               05 STATUSF2 PIC X(15).
           03 DATANASC.
               05 ANO              PIC 9(4).
               05 MES              PIC 9(2).
               05 DIA              PIC 9(2).
           03 SEXO PIC X.
           03 SEXO2 PIC X(9).
           03 CARGOFUNC PIC 999.
           03 DEPFUNC PIC 999.
           03 NIVELS PIC 9(2).
           03 IMP PIC X.
           03 IMP2 PIC X(11).
           03 QTDDEP PIC 9.
           03 ADMISSAO.
               05 ANOADM           PIC 9(4).
               05 MESADM           PIC 9(2).
               05 DIAADM           PIC 9(2).
           03 DEMISSAO.
               05 ANODEM           PIC 9(4).
               05 MESDEM           PIC 9(2).
               05 DIADEM           PIC 9(2).
           03 HORASEXTRAS          PIC 9(03).
           03 BANCO               PIC 9(03).
           03 AGENCIA             PIC 9(04).
           03 CONTA               PIC 9(08).
           03 CONTADV             PIC 9(01).
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
           03 ESTADOCIVILAUX PIC X(1).
           03 ESTADOCIVIL.
               05 ESTADOCIVIL1 PIC X(1).
               05 ESTADOCIVIL2 PIC X(16).
           03 CPF PIC 9(11).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** AUTORIZACAO PREVIA DE HORA EXTRA ***".
           05  LINE 05  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 07  COLUMN 04 VALUE  "INICIO DO PERIODO      :".
           05  LINE 09  COLUMN 04 VALUE  "FIM DO PERIODO         :".
           05  LINE 11  COLUMN 04 VALUE  "MAXIMO DE HORAS EXTRAS :".
           05  LINE 13  COLUMN 04 VALUE  "GESTOR QUE AUTORIZOU   :".
           05  LINE 15  COLUMN 04 VALUE  "MOTIVO                 :".
           05  LINE 18  COLUMN 04 VALUE
               "DATAS EM AAAAMMDD. O MAXIMO VALE PARA O PERIODO".
           05  LINE 19  COLUMN 04 VALUE
               "TODO (HORAS A 50% MAIS HORAS A 100%).".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TFUNCAH
               LINE 05  COLUMN 29  PIC 9(06)
               USING  FUNCAH
               HIGHLIGHT.
           05  TDTINIAH
               LINE 07  COLUMN 29  PIC 9(08)
               USING  DTINIAH
               HIGHLIGHT.
           05  TDTFIMAH
               LINE 09  COLUMN 29  PIC 9(08)
               USING  DTFIMAH
               HIGHLIGHT.
           05  TMAXHORAH
               LINE 11  COLUMN 29  PIC 9(03)
               USING  MAXHORAH
               HIGHLIGHT.
           05  TGESTORAH
               LINE 13  COLUMN 29  PIC X(20)
               USING  GESTORAH
               HIGHLIGHT.
           05  TMOTIVOAH
               LINE 15  COLUMN 29  PIC X(30)
               USING  MOTIVOAH
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQAUTHE
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQAUTHE
                 CLOSE ARQAUTHE
                 MOVE "*** ARQUIVO ARQAUTHE FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQAUTHE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS  TO FUNCAH DTINIAH DTFIMAH MAXHORAH W-SEL
           MOVE SPACES TO GESTORAH MOTIVOAH.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TFUNCAH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE FUNCAH TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           IF STATUSAUX = "D"
                   MOVE "*** FUNCIONARIO DEMITIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           DISPLAY (05, 37) NOMEFUNC.
       R3.
           ACCEPT TDTINIAH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE DTINIAH TO W-DT-DATA
           IF W-DT-ANO < 1990 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       LER-ARQAUTHE.
           READ ARQAUTHE
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                DISPLAY (05, 37) NOMEFUNC
                MOVE "*** AUTORIZACAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQAUTHE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** AUTORIZACAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R4.
           IF DTFIMAH = ZEROS
                   MOVE DTINIAH TO DTFIMAH.
           ACCEPT TDTFIMAH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 AND W-SEL = 1
                   GO TO R1.
           IF W-ACT = 01
                   GO TO R3.
           MOVE DTFIMAH TO W-DT-DATA
           IF W-DT-ANO < 1990 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           IF DTFIMAH < DTINIAH
                   MOVE "FIM DO PERIODO ANTERIOR AO INICIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TMAXHORAH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF MAXHORAH = ZEROS
                   MOVE "INFORME O MAXIMO DE HORAS AUTORIZADAS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           IF MAXHORAH > 200
                   MOVE "HORAS EXTRAS ACIMA DO LIMITE MENSAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT TGESTORAH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF GESTORAH = SPACES
                   MOVE "INFORME O GESTOR QUE AUTORIZOU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
           ACCEPT TMOTIVOAH
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF MOTIVOAH = SPACES
                   MOVE "INFORME O MOTIVO DA HORA EXTRA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERLOG TO OPERADOR-AH
                ACCEPT DATAGRAV-AH FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-AH FROM TIME
                WRITE REGAUTHE
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* AUTORIZACAO JA EXISTE, NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQAUTHE" TO MENS
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
                      GO TO R4.
      *
      *    A EXCLUSAO NAO MEXE NO PONTO JA GRAVADO: SO VALE PARA AS
      *    PROXIMAS GRAVACOES DO FPP022/FPP055.
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
                DELETE ARQAUTHE RECORD
                IF ST-ERRO = "00"
                   MOVE "*** AUTORIZACAO EXCLUIDA ***" TO MENS
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
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-AH
                ACCEPT DATAGRAV-AH FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-AH FROM TIME
                REWRITE REGAUTHE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA AUTORIZACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                CLOSE ARQFUNC.
       ROT-FIM2.
                CLOSE ARQAUTHE.
       ROT-FIM0.
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
       FIM-ROT-TEMPO.
