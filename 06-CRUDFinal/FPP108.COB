       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP108.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * ESTATISTICA DE ACIDENTES DO TRABALHO PARA A CIPA              *
      * POR DEPARTAMENTO, NA COMPETENCIA INFORMADA: FUNCIONARIOS NO   *
      * MES, HORAS-HOMEM (JORNADA PADRAO DE 220 HORAS), ACIDENTES     *
      * DAS CATS (FPP107), ACIDENTES COM AFASTAMENTO, DIAS PERDIDOS E *
      * AS TAXAS DE FREQUENCIA E DE GRAVIDADE POR MILHAO DE HORAS-    *
      * HOMEM. EM SEGUIDA A RELACAO DAS CATS DO MES.                  *
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
                    FILE STATUS          IS CA-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEP
                       FILE STATUS  IS DP-ERRO.

           SELECT ARQFUNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQRELCAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERC
                       FILE STATUS  IS RC-ERRO.
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
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODDEP PIC 9(3).
           03 NOMEDEP PIC X(25).
           03 STATUSDAUX PIC X(1).
           03 STATUSD.
               05 STATUSD1 PIC X(1).
               05 STATUSD2 PIC X(14).
           03 NIVELHAUX PIC 9(2).
           03 NIVELH.
               05 NIVELH1 PIC 9(2).
               05 NIVELH2 PIC X(28).
           03 CODDEPPAI PIC 9(3).
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
      *
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGFUNCIONARIOTX    PIC X(100).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRELCAT.DAT".
       01 REGRELCAT.
           03 CHAVERC.
               05 DATARC  PIC 9(8).
               05 HORARC  PIC 9(6).
               05 PROGRC  PIC X(8).
           03 COMPETRC    PIC 9(6).
           03 NOMERC      PIC X(30).
           03 OPERRC      PIC X(8).
           03 QTDRC       PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 RC-ERRO    PIC X(02) VALUE "00".
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-DATARELC PIC 9(08) VALUE ZEROS.
       01 W-HORARELC PIC 9(06) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 CA-ERRO    PIC X(02) VALUE "00".
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 DP-ERRO    PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DEP-OK      PIC X(01) VALUE "N".
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-COMPETN REDEFINES W-COMPET PIC 9(06).
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-INIMES      PIC 9(08) VALUE ZEROS.
       01 W-FIMMES      PIC 9(08) VALUE ZEROS.
       01 W-HORASMES    PIC 9(03) VALUE 220.
      *
      *    ACUMULADOS POR DEPARTAMENTO: POSICAO = CODIGO + 1.
       01 W-IDEP        PIC 9(04) VALUE ZEROS.
       01 W-TABDPX.
           03 TABDP OCCURS 1000 TIMES.
               05 TD-QTDF    PIC 9(05).
               05 TD-ACID    PIC 9(04).
               05 TD-AFAS    PIC 9(04).
               05 TD-DIAS    PIC 9(05).
       01 W-QTDF        PIC 9(05) VALUE ZEROS.
       01 W-ACID        PIC 9(05) VALUE ZEROS.
       01 W-AFAS        PIC 9(05) VALUE ZEROS.
       01 W-DIAS        PIC 9(06) VALUE ZEROS.
       01 W-HH          PIC 9(09) VALUE ZEROS.
       01 W-TF          PIC 9(07)V99 VALUE ZEROS.
       01 W-TG          PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTF        PIC 9(05) VALUE ZEROS.
       01 W-TOTACID     PIC 9(05) VALUE ZEROS.
       01 W-TOTAFAS     PIC 9(05) VALUE ZEROS.
       01 W-TOTDIAS     PIC 9(06) VALUE ZEROS.
       01 W-TOTOBITO    PIC 9(03) VALUE ZEROS.
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(042) VALUE
           "------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(50) VALUE
           " *** ESTATISTICA DE ACIDENTES DO TRABALHO - CIPA *".
           05  FILLER                 PIC X(12) VALUE
           "  MES: ".
           05  COMPTX   VALUE ZEROS   PIC 9999/99.
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABDET.
           05  FILLER                 PIC X(048) VALUE
           "  DEP DESCRICAO                 FUNCS    H.HOMEM".
           05  FILLER                 PIC X(051) VALUE
           " ACID AFAS   DIAS     TX FREQ.     TX GRAV.".

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETDEPTX        VALUE ZEROS  PIC 9(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(25).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETQTDFTX       VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETHHTX         VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETACIDTX       VALUE ZEROS  PIC ZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETAFASTX       VALUE ZEROS  PIC ZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETDIASTX       VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETTFTX         VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETTGTX         VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.

       01  LINHA-OBITO.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(30) VALUE
               "OBITOS NO MES ...............:".
           05  TOTOBITOTX      VALUE ZEROS  PIC ZZ9.

       01  CABCAT.
           05  FILLER                 PIC X(053) VALUE
           "  CAT    DATA       HORA FUNC.  NOME                 ".
           05  FILLER                 PIC X(046) VALUE
           "T PARTE DO CORPO       DIA AF OB".

       01  DETCAT.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DCNUMTX         VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DCDATATX        VALUE ZEROS  PIC 9999/99/99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DCHORATX        VALUE ZEROS  PIC 9(04).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DCFUNCTX        VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DCNOMETX        VALUE SPACES PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DCTIPOTX        VALUE SPACES PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DCPARTETX       VALUE SPACES PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DCDIASTX        VALUE ZEROS  PIC ZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DCAFASTX        VALUE SPACES PIC X(01).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DCOBITOTX       VALUE SPACES PIC X(01).

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** ESTATISTICA DE ACIDENTES DO TRABALHO ***".
           05  LINE 05  COLUMN 05
               VALUE  "TAXAS DE FREQUENCIA E GRAVIDADE POR DEPTO".
           05  LINE 06  COLUMN 05
               VALUE  "PARA A REUNIAO MENSAL DA CIPA.".
           05  LINE 09  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM)       :".
           05  TW-COMPET
               LINE 09  COLUMN 35  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 11  COLUMN 05
               VALUE  "CONFIRMA EMISSAO (S/N)     :".
           05  TW-OPCAO
               LINE 11  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-COMPETN
           MOVE "S" TO W-OPCAO
           DISPLAY TELA.
       INC-COMP.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "A COMPETENCIA DEVE SER VALIDA (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-COMP.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT ARQCAT
           IF CA-ERRO NOT = "00"
              MOVE "* SEM CATS REGISTRADAS - VER FPP107 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCAT
              GO TO ROT-FIM0.
      *    SEM O CADASTRO DE DEPARTAMENTOS SAI SO O CODIGO.
           MOVE "N" TO W-DEP-OK
           OPEN INPUT ARQDEP
           IF DP-ERRO = "00"
              MOVE "S" TO W-DEP-OK.
           COMPUTE W-INIMES = W-COMPETN * 100 + 1
           COMPUTE W-FIMMES = W-COMPETN * 100 + 31
           MOVE W-COMPET TO COMPTX
           MOVE ZEROS TO W-TOTF W-TOTACID W-TOTAFAS W-TOTDIAS
           MOVE ZEROS TO W-TOTOBITO
           MOVE 1 TO W-IDEP.
       INC-ZERA.
           MOVE ZEROS TO TD-QTDF (W-IDEP) TD-ACID (W-IDEP)
           MOVE ZEROS TO TD-AFAS (W-IDEP) TD-DIAS (W-IDEP)
           ADD 1 TO W-IDEP
           IF W-IDEP NOT > 1000
              GO TO INC-ZERA.
      *
      *    FUNCIONARIOS NO MES: ADMITIDOS ATE O FIM DO MES E NAO
      *    DEMITIDOS ANTES DO INICIO DELE.
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO INC-CAT.
       LER-FUNC.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO INC-CAT.
           IF ADMISSAO > W-FIMMES
              GO TO LER-FUNC.
           IF STATUSAUX = "D" AND DEMISSAO < W-INIMES
              GO TO LER-FUNC.
           COMPUTE W-IDEP = DEPFUNC + 1
           ADD 1 TO TD-QTDF (W-IDEP)
           GO TO LER-FUNC.
      *
      *    ACIDENTES DO MES PELO DEPARTAMENTO GRAVADO NA CAT.
       INC-CAT.
           MOVE W-INIMES TO DATACAT
           START ARQCAT KEY IS NOT LESS DATACAT
              INVALID KEY
                 GO TO INC-REL.
       LER-CAT.
           READ ARQCAT NEXT
           IF CA-ERRO NOT = "00"
              GO TO INC-REL.
           IF DATACAT > W-FIMMES
              GO TO INC-REL.
           COMPUTE W-IDEP = DEPCAT + 1
           ADD 1       TO TD-ACID (W-IDEP)
           ADD DIASCAT TO TD-DIAS (W-IDEP)
           IF AFASTCAT = "S"
              ADD 1 TO TD-AFAS (W-IDEP).
           IF OBITOCAT = "S"
              ADD 1 TO W-TOTOBITO.
           GO TO LER-CAT.
      *
       INC-REL.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CABDET
           MOVE 1 TO W-IDEP.
       ROT-DEP.
           IF W-IDEP > 1000
              GO TO ROT-TOTAL.
           IF TD-QTDF (W-IDEP) = ZEROS AND TD-ACID (W-IDEP) = ZEROS
              GO TO ROT-DEP1.
           COMPUTE DETDEPTX = W-IDEP - 1
           MOVE SPACES TO DETNOMETX
           IF W-DEP-OK = "S"
              COMPUTE CODDEP = W-IDEP - 1
              READ ARQDEP
              IF DP-ERRO = "00"
                 MOVE NOMEDEP TO DETNOMETX.
           MOVE TD-QTDF (W-IDEP) TO W-QTDF
           MOVE TD-ACID (W-IDEP) TO W-ACID
           MOVE TD-AFAS (W-IDEP) TO W-AFAS
           MOVE TD-DIAS (W-IDEP) TO W-DIAS
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM
           ADD W-QTDF TO W-TOTF
           ADD W-ACID TO W-TOTACID
           ADD W-AFAS TO W-TOTAFAS
           ADD W-DIAS TO W-TOTDIAS.
       ROT-DEP1.
           ADD 1 TO W-IDEP
           GO TO ROT-DEP.
      *
       ROT-TOTAL.
           WRITE REGFUNCIONARIOTX FROM CAB1
           MOVE ZEROS TO DETDEPTX
           MOVE "TOTAL DA EMPRESA" TO DETNOMETX
           MOVE W-TOTF    TO W-QTDF
           MOVE W-TOTACID TO W-ACID
           MOVE W-TOTAFAS TO W-AFAS
           MOVE W-TOTDIAS TO W-DIAS
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM
           MOVE W-TOTOBITO TO TOTOBITOTX
           WRITE REGFUNCIONARIOTX FROM LINHA-OBITO
      *
      *    RELACAO DAS CATS DO MES, NA ORDEM DA DATA.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CABCAT
           MOVE W-INIMES TO DATACAT
           START ARQCAT KEY IS NOT LESS DATACAT
              INVALID KEY
                 GO TO ROT-TOTAL2.
       ROT-LISTA.
           READ ARQCAT NEXT
           IF CA-ERRO NOT = "00"
              GO TO ROT-TOTAL2.
           IF DATACAT > W-FIMMES
              GO TO ROT-TOTAL2.
           MOVE NUMCAT   TO DCNUMTX
           MOVE DATACAT  TO DCDATATX
           MOVE HORACAT  TO DCHORATX
           MOVE FUNCCAT  TO DCFUNCTX
           MOVE SPACES   TO DCNOMETX
           MOVE FUNCCAT  TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO = "00"
              MOVE NOMEFUNC TO DCNOMETX.
           MOVE TIPOCAT  TO DCTIPOTX
           MOVE PARTECAT TO DCPARTETX
           MOVE DIASCAT  TO DCDIASTX
           MOVE AFASTCAT TO DCAFASTX
           MOVE OBITOCAT TO DCOBITOTX
           WRITE REGFUNCIONARIOTX FROM DETCAT
           GO TO ROT-LISTA.
       ROT-TOTAL2.
           CLOSE ARQFUNCTX
           MOVE W-COMPETN TO COMPETRC
           MOVE W-TOTACID TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-TOTACID = ZEROS
              MOVE "* EMITIDA - NENHUM ACIDENTE NO MES *" TO MENS
           ELSE
              MOVE "** ESTATISTICA EMITIDA - VER RELATORIO FPP108 **"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    LINHA DO DEPARTAMENTO (OU DO TOTAL) COM AS TAXAS:
      *    FREQUENCIA = ACIDENTES X 1.000.000 / HORAS-HOMEM
      *    GRAVIDADE  = DIAS PERDIDOS X 1.000.000 / HORAS-HOMEM
       GRAVA-DET.
           COMPUTE W-HH = W-QTDF * W-HORASMES
           MOVE ZEROS TO W-TF W-TG
           IF W-HH > ZEROS
              COMPUTE W-TF ROUNDED = W-ACID * 1000000 / W-HH
              COMPUTE W-TG ROUNDED = W-DIAS * 1000000 / W-HH.
           MOVE W-QTDF TO DETQTDFTX
           MOVE W-HH   TO DETHHTX
           MOVE W-ACID TO DETACIDTX
           MOVE W-AFAS TO DETAFASTX
           MOVE W-DIAS TO DETDIASTX
           MOVE W-TF   TO DETTFTX
           MOVE W-TG   TO DETTGTX
           WRITE REGFUNCIONARIOTX FROM DET.
       GRAVA-DET-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           IF W-DEP-OK = "S"
              CLOSE ARQDEP.
           CLOSE ARQFUNC ARQCAT.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA, COMPETENCIA E DATA.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE W-DATARELC TO DATAREL
           MOVE SPACES TO W-NOMEREL
           STRING "FPP108-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
                  INTO W-NOMEREL.
       MONTA-NOME-FIM.
           EXIT.
      *
      *    REGISTRA A EMISSAO NO CATALOGO DE RELATORIOS.
       GRAVA-CAT.
           OPEN I-O ARQRELCAT
           IF RC-ERRO NOT = "00"
              IF RC-ERRO = "30"
                 OPEN OUTPUT ARQRELCAT
                 CLOSE ARQRELCAT
                 OPEN I-O ARQRELCAT
              ELSE
                 GO TO GRAVA-CAT-FIM.
           MOVE W-DATARELC TO DATARC
           MOVE W-HORARELC TO HORARC
           MOVE "FPP108" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
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
