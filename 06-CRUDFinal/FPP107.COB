       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP107.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * COMUNICACAO DE ACIDENTE DE TRABALHO (CAT) - ARQCAT            *
      * UM REGISTRO POR ACIDENTE, COM DATA E HORA, LOCAL, PARTE DO    *
      * CORPO ATINGIDA, NATUREZA DA LESAO, TESTEMUNHAS E A PLACA DO   *
      * VEICULO QUANDO HOUVE SINISTRO (PROG1320). HAVENDO AFASTAMENTO *
      * O PROGRAMA ABRE O AFASTAMENTO TIPO A (ACIDENTE) DO FPP023.    *
      * A CAT VAI AO ESOCIAL (S-2210) PELO FPP047 E AS TAXAS DA CIPA  *
      * SAEM NO FPP108. NUMERO ZERO NUMERA A PROXIMA CAT.             *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS NUMCAT
                    ALTERNATE RECORD KEY IS DATACAT WITH DUPLICATES
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQAFAST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS AFASTFUNC
                       FILE STATUS  IS AF-ERRO.
           SELECT ARQSINIS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESN
                       FILE STATUS  IS SN-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    COMUNICACAO DE ACIDENTE DE TRABALHO (FPP107). TIPOCAT:
      *    T = TIPICO, J = TRAJETO, D = DOENCA DO TRABALHO. DEPCAT E
      *    O DEPARTAMENTO DO FUNCIONARIO NA DATA DO ACIDENTE. PLACACAT
      *    LIGA AO SINISTRO DO VEICULO (PROG1320) NA MESMA DATA.
      *    AFASTCAT = S GEROU O AFASTAMENTO TIPO A NO ARQAFAST A
      *    PARTIR DE DTAFCAT; DIASCAT SAO OS DIAS PERDIDOS.
       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
          03 NUMCAT            PIC 9(06).
          03 FUNCCAT           PIC 9(06).
          03 DEPCAT            PIC 9(03).
          03 DATACAT           PIC 9(08).
          03 HORACAT           PIC 9(04).
          03 TIPOCAT           PIC X(01).
          03 LOCALCAT          PIC X(30).
          03 PARTECAT          PIC X(20).
          03 NATUCAT           PIC X(20).
          03 TEST1CAT          PIC X(30).
          03 TEST2CAT          PIC X(30).
          03 PLACACAT          PIC X(08).
          03 AFASTCAT          PIC X(01).
          03 DTAFCAT           PIC 9(08).
          03 DIASCAT           PIC 9(03).
          03 OBITOCAT          PIC X(01).
          03 OPERADOR-CA       PIC X(08).
          03 DATAGRAVACAO-CA.
             05 DATAGRAV-CA    PIC 9(8).
             05 HORAGRAV-CA    PIC 9(6).
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
       FD ARQAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFASTFUNC            PIC 9(6).
           03 TIPOAFASTAUX         PIC X(1).
           03 TIPOAFAST.
               05 TIPOAFAST1       PIC X(1).
               05 TIPOAFAST2       PIC X(14).
           03 DATAINIAF.
               05 ANOINIAF         PIC 9(4).
               05 MESINIAF         PIC 9(2).
               05 DIAINIAF         PIC 9(2).
           03 DATARETAF.
               05 ANORETAF         PIC 9(4).
               05 MESRETAF         PIC 9(2).
               05 DIARETAF         PIC 9(2).
           03 OPERADOR-AF          PIC X(08).
           03 DATAGRAVACAO-AF.
               05 DATAGRAV-AF PIC 9(8).
               05 HORAGRAV-AF PIC 9(6).
      *
      *    SINISTROS DE VEICULOS (PROG1320).
       FD ARQSINIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINIS.DAT".
       01 REGSINIS.
          03 CHAVESN.
             05 PLACASN        PIC X(08).
             05 DATASN         PIC 9(08).
          03 FUNCSN            PIC 9(06).
          03 DESCSN            PIC X(30).
          03 VALORDANO         PIC 9(08)V99.
          03 APOLICESN         PIC X(15).
          03 FRANQUIASN        PIC 9(06)V99.
          03 INDENIZSN         PIC 9(08)V99.
          03 DATALIQSN         PIC 9(08).
          03 SITSN             PIC X(01).
          03 OPERADOR-SN       PIC X(08).
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
       01 AF-ERRO      PIC X(02) VALUE "00".
       01 SN-ERRO      PIC X(02) VALUE "00".
       01 W-SN-OK      PIC X(01) VALUE "N".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-ULTNUM     PIC 9(06) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-ADMISSAO   PIC 9(08) VALUE ZEROS.
       01 W-TIPOTX     PIC X(20) VALUE SPACES.
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-HORA.
           05 W-HORA-HH PIC 9(2) VALUE ZEROS.
           05 W-HORA-MM PIC 9(2) VALUE ZEROS.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** COMUNICACAO DE ACIDENTE DO TRABALHO ***".
           05  LINE 04  COLUMN 04 VALUE  "NUMERO DA CAT (0=NOVA) :".
           05  LINE 05  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 06  COLUMN 04 VALUE  "DATA DO ACIDENTE       :".
           05  LINE 06  COLUMN 40 VALUE  "HORA (HHMM):".
           05  LINE 07  COLUMN 04 VALUE  "TIPO (T/J/D)           :".
           05  LINE 08  COLUMN 04 VALUE  "LOCAL                  :".
           05  LINE 09  COLUMN 04 VALUE  "PARTE DO CORPO         :".
           05  LINE 10  COLUMN 04 VALUE  "NATUREZA DA LESAO      :".
           05  LINE 11  COLUMN 04 VALUE  "TESTEMUNHA 1           :".
           05  LINE 12  COLUMN 04 VALUE  "TESTEMUNHA 2           :".
           05  LINE 13  COLUMN 04 VALUE  "PLACA DO VEICULO       :".
           05  LINE 14  COLUMN 04 VALUE  "HOUVE AFASTAMENTO (S/N):".
           05  LINE 14  COLUMN 40 VALUE  "INICIO:".
           05  LINE 15  COLUMN 04 VALUE  "DIAS PERDIDOS          :".
           05  LINE 16  COLUMN 04 VALUE  "OBITO (S/N)            :".
           05  LINE 18  COLUMN 04 VALUE
               "TIPO: T=TIPICO  J=TRAJETO  D=DOENCA DO TRABALHO".
           05  LINE 19  COLUMN 04 VALUE
               "PLACA EM BRANCO QUANDO NAO ENVOLVEU VEICULO".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TNUMCAT
               LINE 04  COLUMN 29  PIC 9(06)
               USING  NUMCAT
               HIGHLIGHT.
           05  TFUNCCAT
               LINE 05  COLUMN 29  PIC 9(06)
               USING  FUNCCAT
               HIGHLIGHT.
           05  TDATACAT
               LINE 06  COLUMN 29  PIC 9(08)
               USING  DATACAT
               HIGHLIGHT.
           05  THORACAT
               LINE 06  COLUMN 53  PIC 9(04)
               USING  HORACAT
               HIGHLIGHT.
           05  TTIPOCAT
               LINE 07  COLUMN 29  PIC X(01)
               USING  TIPOCAT
               HIGHLIGHT.
           05  TLOCALCAT
               LINE 08  COLUMN 29  PIC X(30)
               USING  LOCALCAT
               HIGHLIGHT.
           05  TPARTECAT
               LINE 09  COLUMN 29  PIC X(20)
               USING  PARTECAT
               HIGHLIGHT.
           05  TNATUCAT
               LINE 10  COLUMN 29  PIC X(20)
               USING  NATUCAT
               HIGHLIGHT.
           05  TTEST1CAT
               LINE 11  COLUMN 29  PIC X(30)
               USING  TEST1CAT
               HIGHLIGHT.
           05  TTEST2CAT
               LINE 12  COLUMN 29  PIC X(30)
               USING  TEST2CAT
               HIGHLIGHT.
           05  TPLACACAT
               LINE 13  COLUMN 29  PIC X(08)
               USING  PLACACAT
               HIGHLIGHT.
           05  TAFASTCAT
               LINE 14  COLUMN 29  PIC X(01)
               USING  AFASTCAT
               HIGHLIGHT.
           05  TDTAFCAT
               LINE 14  COLUMN 48  PIC 9(08)
               USING  DTAFCAT
               HIGHLIGHT.
           05  TDIASCAT
               LINE 15  COLUMN 29  PIC 9(03)
               USING  DIASCAT
               HIGHLIGHT.
           05  TOBITOCAT
               LINE 16  COLUMN 29  PIC X(01)
               USING  OBITOCAT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQCAT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCAT
                 CLOSE ARQCAT
                 MOVE "*** ARQUIVO ARQCAT FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCAT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN I-O ARQAFAST
           IF AF-ERRO NOT = "00"
              IF AF-ERRO = "30"
                 OPEN OUTPUT ARQAFAST
                 CLOSE ARQAFAST
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQAFAST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM3.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *    SEM O ARQUIVO DE SINISTROS NAO HA VEICULO A INFORMAR.
           MOVE "N" TO W-SN-OK
           OPEN INPUT ARQSINIS
           IF SN-ERRO = "00"
              MOVE "S" TO W-SN-OK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS  TO NUMCAT FUNCCAT DEPCAT DATACAT HORACAT
           MOVE ZEROS  TO DTAFCAT DIASCAT W-SEL
           MOVE SPACES TO TIPOCAT LOCALCAT PARTECAT NATUCAT
           MOVE SPACES TO TEST1CAT TEST2CAT PLACACAT AFASTCAT
           MOVE SPACES TO OBITOCAT.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TNUMCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF NUMCAT = ZEROS
                   PERFORM PROX-NUM THRU PROX-NUM-FIM
                   DISPLAY TNUMCAT
                   GO TO R2A.
       LER-ARQCAT.
           READ ARQCAT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                PERFORM MOSTRA-DESC THRU MOSTRA-DESC-FIM
                MOVE "*** CAT JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R2A.
           MOVE "N" TO AFASTCAT OBITOCAT
           MOVE "T" TO TIPOCAT
           DISPLAY TELA3
           MOVE "*** CAT NAO CADASTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R3.
           ACCEPT TFUNCCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE FUNCCAT TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           DISPLAY (05, 37) NOMEFUNC
           MOVE DEPFUNC  TO DEPCAT
           MOVE ADMISSAO TO W-ADMISSAO.
       R4.
           ACCEPT TDATACAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 AND W-SEL = 1
                   GO TO R1.
           IF W-ACT = 01
                   GO TO R3.
           MOVE DATACAT TO W-DT-DATA
           IF W-DT-ANO < 1990 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           IF DATACAT > W-HOJE
                   MOVE "A DATA DO ACIDENTE NAO PODE SER FUTURA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           IF DATACAT < W-ADMISSAO
                   MOVE "ACIDENTE ANTERIOR A ADMISSAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT THORACAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE HORACAT TO W-HORA
           IF W-HORA-HH > 23 OR W-HORA-MM > 59
                   MOVE "HORA INVALIDA - INFORME HHMM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT TTIPOCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF TIPOCAT = "t"
                   MOVE "T" TO TIPOCAT.
           IF TIPOCAT = "j"
                   MOVE "J" TO TIPOCAT.
           IF TIPOCAT = "d"
                   MOVE "D" TO TIPOCAT.
           IF TIPOCAT NOT = "T" AND "J" AND "D"
                   MOVE "TIPO DEVE SER T, J OU D" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
           PERFORM MOSTRA-DESC THRU MOSTRA-DESC-FIM.
       R7.
           ACCEPT TLOCALCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF LOCALCAT = SPACES
                   MOVE "INFORME O LOCAL DO ACIDENTE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
       R8.
           ACCEPT TPARTECAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF PARTECAT = SPACES
                   MOVE "INFORME A PARTE DO CORPO ATINGIDA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
       R9.
           ACCEPT TNATUCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF NATUCAT = SPACES
                   MOVE "INFORME A NATUREZA DA LESAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
       R10.
           ACCEPT TTEST1CAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
       R11.
           ACCEPT TTEST2CAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
       R12.
           DISPLAY (13, 40) "                              "
           ACCEPT TPLACACAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           IF PLACACAT = SPACES
                   GO TO R13.
           IF W-SN-OK NOT = "S"
                   MOVE "* NENHUM SINISTRO REGISTRADO NO PROG1320 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R12.
           MOVE PLACACAT TO PLACASN
           MOVE DATACAT  TO DATASN
           READ ARQSINIS
           IF SN-ERRO NOT = "00"
                   MOVE "* SINISTRO DA PLACA NAO ESTA NO PROG1320 *"
                     TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R12.
           DISPLAY (13, 40) DESCSN.
       R13.
           ACCEPT TAFASTCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           IF AFASTCAT = "s"
                   MOVE "S" TO AFASTCAT.
           IF AFASTCAT = "n"
                   MOVE "N" TO AFASTCAT.
           IF AFASTCAT NOT = "S" AND "N"
                   MOVE "DIGITE APENAS S=SIM e N=NAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R13.
           IF AFASTCAT = "N"
                   MOVE ZEROS TO DTAFCAT
                   DISPLAY TDTAFCAT
                   GO TO R15.
           IF DTAFCAT = ZEROS
                   MOVE DATACAT TO DTAFCAT.
       R14.
           ACCEPT TDTAFCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R13.
           MOVE DTAFCAT TO W-DT-DATA
           IF W-DT-ANO < 1990 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R14.
           IF DTAFCAT < DATACAT
                   MOVE "AFASTAMENTO ANTERIOR AO ACIDENTE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R14.
       R15.
           ACCEPT TDIASCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R13.
       R16.
           ACCEPT TOBITOCAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R15.
           IF OBITOCAT = "s"
                   MOVE "S" TO OBITOCAT.
           IF OBITOCAT = "n"
                   MOVE "N" TO OBITOCAT.
           IF OBITOCAT NOT = "S" AND "N"
                   MOVE "DIGITE APENAS S=SIM e N=NAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R16.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R16.
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
                WRITE REGCAT
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM GERA-AFAST THRU GERA-AFAST-FIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CAT JA EXISTE,DADOS NAO GRAVADOS *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCAT" TO MENS
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
                      MOVE FUNCCAT TO CODFUNC
                      READ ARQFUNC
                      MOVE ADMISSAO TO W-ADMISSAO
                      GO TO R4.
      *
      *    O AFASTAMENTO ABERTO PELA CAT FICA NO FPP023.
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
                DELETE ARQCAT RECORD
                IF ST-ERRO = "00"
                   MOVE "* CAT EXCLUIDA - AFASTAMENTO FICA NO FPP023 *"
                                                   TO MENS
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
                IF W-ACT = 01 GO TO R16.
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
                REWRITE REGCAT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM GERA-AFAST THRU GERA-AFAST-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA CAT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    PROXIMO NUMERO DE CAT: O ULTIMO GRAVADO MAIS UM.
       PROX-NUM.
           MOVE ZEROS TO W-ULTNUM NUMCAT
           START ARQCAT KEY IS NOT LESS NUMCAT
              INVALID KEY
                 GO TO PROX-NUM1.
       PROX-NUM0.
           READ ARQCAT NEXT
           IF ST-ERRO = "00"
              MOVE NUMCAT TO W-ULTNUM
              GO TO PROX-NUM0.
       PROX-NUM1.
           COMPUTE NUMCAT = W-ULTNUM + 1
           MOVE ZEROS  TO FUNCCAT DEPCAT DATACAT HORACAT
           MOVE ZEROS  TO DTAFCAT DIASCAT
           MOVE SPACES TO TIPOCAT LOCALCAT PARTECAT NATUCAT
           MOVE SPACES TO TEST1CAT TEST2CAT PLACACAT AFASTCAT
           MOVE SPACES TO OBITOCAT.
       PROX-NUM-FIM.
           EXIT.
      *
       MOSTRA-DESC.
           MOVE SPACES TO W-TIPOTX
           IF TIPOCAT = "T"
              MOVE "ACIDENTE TIPICO" TO W-TIPOTX.
           IF TIPOCAT = "J"
              MOVE "ACIDENTE DE TRAJETO" TO W-TIPOTX.
           IF TIPOCAT = "D"
              MOVE "DOENCA DO TRABALHO" TO W-TIPOTX.
           DISPLAY (07, 33) W-TIPOTX
           MOVE FUNCCAT TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO = "00"
              DISPLAY (05, 37) NOMEFUNC.
       MOSTRA-DESC-FIM.
           EXIT.
      *
      *    ABRE O AFASTAMENTO POR ACIDENTE NO ARQAFAST (FPP023), QUE
      *    GUARDA UM AFASTAMENTO POR FUNCIONARIO: UM AFASTAMENTO JA
      *    ENCERRADO ANTES DO INICIO E SUBSTITUIDO; UM EM ABERTO FICA
      *    COMO ESTA E O OPERADOR E AVISADO.
       GERA-AFAST.
           IF AFASTCAT NOT = "S"
              GO TO GERA-AFAST-FIM.
           MOVE FUNCCAT TO AFASTFUNC
           READ ARQAFAST
           IF AF-ERRO = "00" AND TIPOAFASTAUX = "A"
                             AND DATAINIAF = DTAFCAT
              GO TO GERA-AFAST-FIM.
           IF AF-ERRO = "00" AND (DATARETAF = ZEROS
                             OR DATARETAF NOT < DTAFCAT)
              MOVE "* CAT GRAVADA - JA HA AFASTAMENTO NO FPP023 *"
                                                   TO MENS
              GO TO GERA-AFAST-FIM.
           MOVE FUNCCAT        TO AFASTFUNC
           MOVE "A"            TO TIPOAFASTAUX
           MOVE "A > ACIDENTE" TO TIPOAFAST
           MOVE DTAFCAT        TO DATAINIAF
           MOVE ZEROS          TO DATARETAF
           MOVE W-OPERLOG      TO OPERADOR-AF
           ACCEPT DATAGRAV-AF FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-AF FROM TIME
           IF AF-ERRO = "00"
              REWRITE REGAFAST
           ELSE
              WRITE REGAFAST.
           IF AF-ERRO = "00"
              MOVE "* CAT GRAVADA - AFASTAMENTO ABERTO NO FPP023 *"
                                                   TO MENS
           ELSE
              MOVE "* CAT GRAVADA - ERRO AO GRAVAR O AFASTAMENTO *"
                                                   TO MENS.
       GERA-AFAST-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                IF W-SN-OK = "S"
                   CLOSE ARQSINIS.
                CLOSE ARQFUNC.
       ROT-FIM2.
                CLOSE ARQAFAST.
       ROT-FIM3.
                CLOSE ARQCAT.
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
