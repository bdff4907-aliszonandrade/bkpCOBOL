       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP093.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * CURSOS REALIZADOS POR FUNCIONARIO (ARQFUNCUR)                 *
      * A VALIDADE E CALCULADA PELA DATA DE REALIZACAO MAIS OS MESES  *
      * DE VALIDADE DO CURSO (FPP091); CURSO QUE NAO VENCE FICA COM   *
      * VALIDADE 99999999. A RECICLAGEM E LANCADA COMO ALTERACAO DA   *
      * DATA DE REALIZACAO. CONSULTADO PELO PROG1307 E PELO STP052.   *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNCUR ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEFC
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQCURSO ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODCURSO
                    FILE STATUS          IS CU-ERRO.
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
       FD ARQFUNCUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCUR.DAT".
       01 REGFUNCUR.
          03 CHAVEFC.
             05 FUNCFC         PIC 9(06).
             05 CURSOFC        PIC 9(03).
          03 DATAREALFC        PIC 9(08).
          03 VALIDFC           PIC 9(08).
          03 ENTIDFC           PIC X(30).
          03 OPERADOR-FC       PIC X(08).
          03 DATAGRAVACAO-FC.
             05 DATAGRAV-FC    PIC 9(8).
             05 HORAGRAV-FC    PIC 9(6).
      *
       FD ARQCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCURSO.DAT".
       01 REGCURSO.
          03 CODCURSO          PIC 9(03).
          03 NOMECURSO         PIC X(30).
          03 NRCURSO           PIC X(10).
          03 VALIDCURSO        PIC 9(03).
          03 OPERADOR-CU       PIC X(08).
          03 DATAGRAVACAO-CU.
             05 DATAGRAV-CU    PIC 9(8).
             05 HORAGRAV-CU    PIC 9(6).
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
       01 CU-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-CURSO      PIC 9(03) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 LIN          PIC 9(02) VALUE ZEROS.
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-DT-NMESES   PIC 9(04) VALUE ZEROS.
       01 W-DT-DMAX     PIC 9(02) VALUE ZEROS.
       01 W-DT-Q        PIC 9(04) VALUE ZEROS.
       01 W-DT-R4       PIC 9(04) VALUE ZEROS.
       01 W-DT-TELA.
           05 W-DT-DIA2 PIC 9(2).
           05 FILLER    PIC X(01) VALUE "/".
           05 W-DT-MES2 PIC 9(2).
           05 FILLER    PIC X(01) VALUE "/".
           05 W-DT-ANO2 PIC 9(4).
      *
       01 DETALHE.
           03 DETCURSO         PIC 999.
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DETNOME          PIC X(30).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DETVALID         PIC X(10).
           03 FILLER           PIC X(02) VALUE SPACES.
           03 DETSIT           PIC X(07).
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
               VALUE  "*** CURSOS REALIZADOS POR FUNCIONARIO ***".
           05  LINE 05  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 07  COLUMN 04 VALUE  "CURSO                  :".
           05  LINE 09  COLUMN 04 VALUE  "DATA DE REALIZACAO     :".
           05  LINE 09  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 11  COLUMN 04 VALUE  "ENTIDADE / INSTRUTOR   :".
           05  LINE 13  COLUMN 04 VALUE  "VALIDO ATE             :".
           05  LINE 15  COLUMN 04 VALUE  "CURSOS DO FUNCIONARIO:".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-FUNC
               LINE 05  COLUMN 29  PIC 9(06)
               USING  W-FUNC
               HIGHLIGHT.
           05  TW-CURSO
               LINE 07  COLUMN 29  PIC 999
               USING  W-CURSO
               HIGHLIGHT.
           05  TDATAREALFC
               LINE 09  COLUMN 29  PIC 9(08)
               USING  DATAREALFC
               HIGHLIGHT.
           05  TENTIDFC
               LINE 11  COLUMN 29  PIC X(30)
               USING  ENTIDFC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQFUNCUR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQFUNCUR
                 CLOSE ARQFUNCUR
                 MOVE "*** ARQUIVO ARQFUNCUR FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNCUR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQCURSO
           IF CU-ERRO NOT = "00"
              MOVE "* CADASTRE OS CURSOS NO FPP091 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1A.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-FUNC W-SEL.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TW-FUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-FUNC TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           DISPLAY (05, 40) NOMEFUNC.
      *
      *    A CADA VOLTA MOSTRA OS CURSOS JA LANCADOS DO FUNCIONARIO.
       R3.
           MOVE ZEROS TO W-CURSO W-SEL DATAREALFC
           MOVE SPACES TO ENTIDFC
           DISPLAY TELA3
           DISPLAY (05, 40) NOMEFUNC
           PERFORM LISTA-FC THRU LISTA-FC-FIM.
       R3A.
           ACCEPT TW-CURSO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE W-CURSO TO CODCURSO
           READ ARQCURSO
           IF CU-ERRO NOT = "00"
                   MOVE "*** CURSO NAO CADASTRADO (FPP091) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3A.
           DISPLAY (07, 34) NOMECURSO
           MOVE W-FUNC  TO FUNCFC
           MOVE W-CURSO TO CURSOFC
           READ ARQFUNCUR
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TDATAREALFC TENTIDFC
                PERFORM MOSTRA-VALID THRU MOSTRA-VALID-FIM
                MOVE "*** CURSO JA LANCADO P/ O FUNCIONARIO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQFUNCUR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE ZEROS  TO DATAREALFC VALIDFC
           MOVE SPACES TO ENTIDFC.
       R4.
           ACCEPT TDATAREALFC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE DATAREALFC TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           IF DATAREALFC > W-HOJE
                   MOVE "DATA DE REALIZACAO NAO PODE SER FUTURA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           PERFORM CALC-VALID THRU CALC-VALID-FIM
           PERFORM MOSTRA-VALID THRU MOSTRA-VALID-FIM.
       R5.
           ACCEPT TENTIDFC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
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
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-FUNC  TO FUNCFC
                MOVE W-CURSO TO CURSOFC
                MOVE W-OPERLOG TO OPERADOR-FC
                ACCEPT DATAGRAV-FC FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-FC FROM TIME
                WRITE REGFUNCUR
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R3.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFUNCUR" TO MENS
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
                   GO TO R3
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R4.
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQFUNCUR RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CURSO EXCLUIDO DO FUNCIONARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
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
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-FC
                ACCEPT DATAGRAV-FC FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-FC FROM TIME
                REWRITE REGFUNCUR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                MOVE "ERRO NA ALTERACAO DO ARQFUNCUR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    VALIDADE = DATA DE REALIZACAO + VALIDCURSO MESES. SE O DIA
      *    NAO EXISTE NO MES FINAL (31/04, 29/02) VAI PARA O ULTIMO DIA.
       CALC-VALID.
           IF VALIDCURSO = ZEROS
              MOVE 99999999 TO VALIDFC
              GO TO CALC-VALID-FIM.
           MOVE DATAREALFC TO W-DT-DATA
           COMPUTE W-DT-NMESES = W-DT-MES - 1 + VALIDCURSO
           DIVIDE W-DT-NMESES BY 12 GIVING W-DT-Q
                  REMAINDER W-DT-R4
           ADD W-DT-Q TO W-DT-ANO
           COMPUTE W-DT-MES = W-DT-R4 + 1
           MOVE 31 TO W-DT-DMAX
           IF W-DT-MES = 4 OR W-DT-MES = 6 OR W-DT-MES = 9
                           OR W-DT-MES = 11
              MOVE 30 TO W-DT-DMAX.
           IF W-DT-MES = 2
              MOVE 28 TO W-DT-DMAX
              DIVIDE W-DT-ANO BY 4 GIVING W-DT-Q
                     REMAINDER W-DT-R4
              IF W-DT-R4 = ZEROS
                 MOVE 29 TO W-DT-DMAX.
           IF W-DT-DIA > W-DT-DMAX
              MOVE W-DT-DMAX TO W-DT-DIA.
           MOVE W-DT-DATA TO VALIDFC.
       CALC-VALID-FIM.
           EXIT.
      *
       MOSTRA-VALID.
           IF VALIDFC = 99999999
              DISPLAY (13, 29) "NAO VENCE "
              GO TO MOSTRA-VALID-FIM.
           MOVE VALIDFC TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           DISPLAY (13, 29) W-DT-TELA.
       MOSTRA-VALID-FIM.
           EXIT.
      *
      *    W-DT-DATA (AAAAMMDD) PARA DD/MM/AAAA DA TELA.
       DATA-DMA.
           MOVE W-DT-DIA TO W-DT-DIA2
           MOVE W-DT-MES TO W-DT-MES2
           MOVE W-DT-ANO TO W-DT-ANO2.
       DATA-DMA-FIM.
           EXIT.
      *
      *    MOSTRA NA TELA (LINHAS 16 A 21) OS CURSOS DO FUNCIONARIO.
       LISTA-FC.
           MOVE 16 TO LIN
           MOVE W-FUNC TO FUNCFC
           MOVE ZEROS  TO CURSOFC
           START ARQFUNCUR KEY IS NOT LESS CHAVEFC
              INVALID KEY
                 GO TO LISTA-FC-FIM.
       LISTA-FC1.
           READ ARQFUNCUR NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-FC-FIM.
           IF FUNCFC NOT = W-FUNC OR LIN > 21
              GO TO LISTA-FC-FIM.
           MOVE CURSOFC TO DETCURSO CODCURSO
           READ ARQCURSO
           IF CU-ERRO NOT = "00"
              MOVE SPACES TO NOMECURSO.
           MOVE NOMECURSO TO DETNOME
           MOVE "EM DIA " TO DETSIT
           IF VALIDFC < W-HOJE
              MOVE "VENCIDO" TO DETSIT.
           IF VALIDFC = 99999999
              MOVE "NAO VENCE " TO DETVALID
           ELSE
              MOVE VALIDFC TO W-DT-DATA
              PERFORM DATA-DMA THRU DATA-DMA-FIM
              MOVE W-DT-TELA TO DETVALID.
           DISPLAY (LIN, 04) DETALHE
           ADD 1 TO LIN
           GO TO LISTA-FC1.
       LISTA-FC-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQFUNC.
       ROT-FIM1A.
           CLOSE ARQCURSO.
       ROT-FIM2.
           CLOSE ARQFUNCUR.
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
