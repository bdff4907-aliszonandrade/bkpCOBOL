       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP097.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * CIENCIA DAS EXCECOES DA CONFERENCIA PRE-REMESSA (ARQEXCFL)    *
      * O ADMINISTRADOR CONFERE CADA EXCECAO APONTADA PELO FPP096 E   *
      * REGISTRA A JUSTIFICATIVA; SO COM TODAS CIENTES O FPP024       *
      * FECHA A COMPETENCIA. A CIENCIA PODE SER DESFEITA ENQUANTO A   *
      * COMPETENCIA NAO ESTIVER FECHADA.                              *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEXCFL ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEEX
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS COMPETCC
                       FILE STATUS  IS CC-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    EXCECOES DA FOLHA (FPP096). SITEX: P=PENDENTE C=CIENTE.
       FD ARQEXCFL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXCFL.DAT".
       01 REGEXCFL.
          03 CHAVEEX.
             05 COMPETEX       PIC 9(06).
             05 FUNCEX         PIC 9(06).
             05 TIPOEX         PIC X(01).
          03 VALATUEX          PIC 9(08).
          03 VALREFEX          PIC 9(08).
          03 SITEX             PIC X(01).
          03 JUSTEX            PIC X(40).
          03 OPERCIEX          PIC X(08).
          03 DATACIEX          PIC 9(08).
          03 OPERADOR-EX       PIC X(08).
          03 DATAGRAVACAO-EX.
             05 DATAGRAV-EX    PIC 9(8).
             05 HORAGRAV-EX    PIC 9(6).
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
      *    SITUACAO DA COMPETENCIA (FPP024).
       FD ARQCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPET.DAT".
       01 REGCOMPET.
           03 COMPETCC             PIC 9(6).
           03 SITCOMPAUX           PIC X(1).
           03 SITCOMP.
               05 SITCOMP1         PIC X(1).
               05 SITCOMP2         PIC X(14).
           03 OPERADOR-CC          PIC X(08).
           03 DATAGRAVACAO-CC.
               05 DATAGRAV-CC PIC 9(8).
               05 HORAGRAV-CC PIC 9(6).
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
       01 CC-ERRO      PIC X(02) VALUE "00".
       01 W-CC-OK      PIC X(01) VALUE "N".
       01 W-FECHADA    PIC X(01) VALUE "N".
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-COMPETN REDEFINES W-COMPET PIC 9(06).
       01 W-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-TIPO       PIC X(01) VALUE SPACES.
       01 W-JUST       PIC X(40) VALUE SPACES.
       01 W-DESC       PIC X(22) VALUE SPACES.
       01 W-LIN        PIC 9(02) VALUE ZEROS.
       01 W-QTDPEND    PIC 9(05) VALUE ZEROS.
      *
       01 W-PENDLIN.
           05 W-PLFUNC     PIC 9(06).
           05 FILLER       PIC X(01) VALUE " ".
           05 W-PLTIPO     PIC X(01).
           05 FILLER       PIC X(01) VALUE " ".
           05 W-PLDESC     PIC X(22).
           05 FILLER       PIC X(01) VALUE " ".
           05 W-PLVALOR    PIC ZZ.ZZZ.ZZ9.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 14
               VALUE  "*** CIENCIA DAS EXCECOES DA FOLHA ***".
           05  LINE 04  COLUMN 04 VALUE  "COMPETENCIA (AAAAMM)   :".
           05  LINE 05  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 06  COLUMN 04 VALUE  "TIPO (B/L/P/M/I/C)     :".
           05  LINE 07  COLUMN 04 VALUE  "VALOR ATUAL            :".
           05  LINE 07  COLUMN 42 VALUE  "REFERENCIA :".
           05  LINE 08  COLUMN 04 VALUE  "SITUACAO               :".
           05  LINE 09  COLUMN 04 VALUE  "JUSTIFICATIVA          :".
           05  LINE 10  COLUMN 04 VALUE  "CIENCIA DE / EM        :".
           05  LINE 12  COLUMN 04 VALUE  "EXCECOES PENDENTES     :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-COMPET
               LINE 04  COLUMN 29  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  TW-FUNC
               LINE 05  COLUMN 29  PIC 9(06)
               USING  W-FUNC
               HIGHLIGHT.
           05  TW-TIPO
               LINE 06  COLUMN 29  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TW-JUST
               LINE 09  COLUMN 29  PIC X(40)
               USING  W-JUST
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    A CIENCIA E ATO DO ADMINISTRADOR, COMO A APROVACAO DO FPP076.
           IF W-PERFILOG NOT = "A" AND W-PERFILOG NOT = SPACES
              MOVE "*** CIENCIA EXIGE PERFIL ADMINISTRADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
       R0.
           OPEN I-O ARQEXCFL
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUMA CONFERENCIA FEITA - RODE O FPP096 *"
                                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-CC-OK
           OPEN INPUT ARQCOMPET
           IF CC-ERRO = "00"
              MOVE "S" TO W-CC-OK.
      *
       R1.
           MOVE ZEROS TO W-COMPET.
       R1A.
           MOVE ZEROS TO W-FUNC
           MOVE SPACES TO W-TIPO W-JUST
           DISPLAY TELA3.
       R2.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
                   MOVE "A COMPETENCIA DEVE SER VALIDA (AAAAMM)" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE W-COMPETN TO COMPETEX
           MOVE ZEROS     TO FUNCEX
           MOVE "*"       TO TIPOEX
           READ ARQEXCFL
           IF ST-ERRO NOT = "00"
                   MOVE "* COMPETENCIA NAO CONFERIDA - RODE O FPP096 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE "N" TO W-FECHADA
           IF W-CC-OK = "S"
              MOVE W-COMPETN TO COMPETCC
              READ ARQCOMPET
              IF CC-ERRO = "00" AND SITCOMPAUX = "F"
                 MOVE "S" TO W-FECHADA.
           PERFORM LISTA-PEND THRU LISTA-PEND-FIM.
       R3.
           ACCEPT TW-FUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           MOVE W-FUNC TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "** NAO CADASTRADO **" TO NOMEFUNC.
           DISPLAY (05, 40) NOMEFUNC.
       R4.
           ACCEPT TW-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE W-COMPETN TO COMPETEX
           MOVE W-FUNC    TO FUNCEX
           MOVE W-TIPO    TO TIPOEX
           READ ARQEXCFL
           IF ST-ERRO NOT = "00" OR W-TIPO = "*"
                   MOVE "*** EXCECAO NAO ENCONTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           PERFORM DESC-TIPO THRU DESC-TIPO-FIM
           DISPLAY (06, 40) W-DESC
           MOVE VALATUEX TO W-PLVALOR
           DISPLAY (07, 29) W-PLVALOR
           MOVE VALREFEX TO W-PLVALOR
           DISPLAY (07, 55) W-PLVALOR
           MOVE JUSTEX TO W-JUST
           DISPLAY TW-JUST
           IF SITEX = "C"
              DISPLAY (08, 29) "CIENTE  "
              DISPLAY (10, 29) OPERCIEX " " DATACIEX
              GO TO DES-OPC.
           DISPLAY (08, 29) "PENDENTE"
           DISPLAY (10, 29) "                  ".
       R5.
           ACCEPT TW-JUST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-JUST = SPACES
                   MOVE "INFORME A JUSTIFICATIVA DA EXCECAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       CIE-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA CIENCIA (S/N) : ".
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R5.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CIENCIA NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CIE-OPC.
           MOVE "C"       TO SITEX
           MOVE W-JUST    TO JUSTEX
           MOVE W-OPERLOG TO OPERCIEX
           ACCEPT DATACIEX FROM DATE YYYYMMDD
           PERFORM REGRAVA THRU REGRAVA-FIM
           MOVE "*** CIENCIA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM LISTA-PEND THRU LISTA-PEND-FIM
           GO TO R3.
      *
      *    EXCECAO JA CIENTE: PODE VOLTAR A PENDENTE ENQUANTO O MES
      *    ESTIVER ABERTO.
       DES-OPC.
           DISPLAY (23, 12) "D=DESFAZER A CIENCIA   V=VOLTAR :"
           ACCEPT (23, 46) W-OPCAO
           IF W-OPCAO = "V" OR "v"
              DISPLAY (23, 12) LIMPA
              GO TO R3.
           IF W-OPCAO NOT = "D" AND "d"
              GO TO DES-OPC.
           DISPLAY (23, 12) LIMPA
           IF W-FECHADA = "S"
              MOVE "*** COMPETENCIA JA FECHADA (FPP024) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE "P"    TO SITEX
           MOVE SPACES TO JUSTEX OPERCIEX
           MOVE ZEROS  TO DATACIEX
           PERFORM REGRAVA THRU REGRAVA-FIM
           MOVE "*** CIENCIA DESFEITA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM LISTA-PEND THRU LISTA-PEND-FIM
           GO TO R3.
      *
       REGRAVA.
           MOVE W-OPERLOG TO OPERADOR-EX
           ACCEPT DATAGRAV-EX FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-EX FROM TIME
           REWRITE REGEXCFL
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO ARQEXCFL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REGRAVA-FIM.
           EXIT.
      *
      *    TOTAL DE PENDENTES E AS PRIMEIRAS NOVE NAS LINHAS 13 A 21.
       LISTA-PEND.
           MOVE SPACES TO W-PENDLIN
           MOVE 13 TO W-LIN.
       LISTA-PEND0.
           DISPLAY (W-LIN, 04) W-PENDLIN
           ADD 1 TO W-LIN
           IF W-LIN < 22
              GO TO LISTA-PEND0.
           MOVE ZEROS TO W-QTDPEND
           MOVE 13 TO W-LIN
           MOVE W-COMPETN TO COMPETEX
           MOVE ZEROS     TO FUNCEX
           MOVE SPACES    TO TIPOEX
           START ARQEXCFL KEY IS NOT LESS CHAVEEX
              INVALID KEY
                 GO TO LISTA-PEND2.
       LISTA-PEND1.
           READ ARQEXCFL NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-PEND2.
           IF COMPETEX NOT = W-COMPETN
              GO TO LISTA-PEND2.
           IF TIPOEX = "*" OR SITEX NOT = "P"
              GO TO LISTA-PEND1.
           ADD 1 TO W-QTDPEND
           IF W-LIN > 21
              GO TO LISTA-PEND1.
           PERFORM DESC-TIPO THRU DESC-TIPO-FIM
           MOVE FUNCEX   TO W-PLFUNC
           MOVE TIPOEX   TO W-PLTIPO
           MOVE W-DESC   TO W-PLDESC
           MOVE VALATUEX TO W-PLVALOR
           DISPLAY (W-LIN, 04) W-PENDLIN
           ADD 1 TO W-LIN
           GO TO LISTA-PEND1.
       LISTA-PEND2.
           DISPLAY (12, 29) W-QTDPEND.
       LISTA-PEND-FIM.
           EXIT.
      *
       DESC-TIPO.
           MOVE "VARIACAO DO BRUTO" TO W-DESC
           IF TIPOEX = "L"
              MOVE "VARIACAO DO LIQUIDO" TO W-DESC.
           IF TIPOEX = "P"
              MOVE "LIQUIDO ABAIXO DO PISO" TO W-DESC.
           IF TIPOEX = "M"
              MOVE "BRUTO ABAIXO DO MINIMO" TO W-DESC.
           IF TIPOEX = "I"
              MOVE "INSS ZERADO COM BRUTO" TO W-DESC.
           IF TIPOEX = "C"
              MOVE "SEM CONTA BANCARIA" TO W-DESC.
       DESC-TIPO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQFUNC.
           IF W-CC-OK = "S"
              CLOSE ARQCOMPET.
       ROT-FIM2.
           CLOSE ARQEXCFL.
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
