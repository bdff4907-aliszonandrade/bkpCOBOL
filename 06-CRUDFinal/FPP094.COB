       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP094.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * CERTIFICACOES VENCIDAS E A VENCER POR DEPTO    *
      * LISTA, DEPARTAMENTO A DEPARTAMENTO (ARQDEP),    *
      * OS CURSOS DOS FUNCIONARIOS ATIVOS (ARQFUNCUR,  *
      * FPP093) JA VENCIDOS OU QUE VENCEM NO PRAZO     *
      * INFORMADO, E OS CURSOS EXIGIDOS PELO CARGO     *
      * (ARQCURREQ, FPP092) QUE O FUNCIONARIO NUNCA    *
      * REALIZOU.                                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.

           SELECT ARQFUNCUR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFC
                       FILE STATUS  IS FC-ERRO.

           SELECT ARQCURSO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODCURSO
                       FILE STATUS  IS CU-ERRO.

           SELECT ARQCURREQ ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERQ
                       FILE STATUS  IS RQ-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEP
                       FILE STATUS  IS DEP-ERRO
                       ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES.

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
      *    CURSOS REALIZADOS POR FUNCIONARIO (FPP093).
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
      *    EXIGENCIAS DE CURSO (FPP092); AQUI SO AS DO TIPO C (CARGO).
       FD ARQCURREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCURREQ.DAT".
       01 REGCURREQ.
          03 CHAVERQ.
             05 TIPORQ         PIC X(01).
             05 REFRQ          PIC X(08).
             05 CURSORQ        PIC 9(03).
          03 OPERADOR-RQ       PIC X(08).
          03 DATAGRAVACAO-RQ.
             05 DATAGRAV-RQ    PIC 9(8).
             05 HORAGRAV-RQ    PIC 9(6).
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
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 FC-ERRO    PIC X(02) VALUE "00".
       77 CU-ERRO    PIC X(02) VALUE "00".
       77 RQ-ERRO    PIC X(02) VALUE "00".
       77 DEP-ERRO   PIC X(02) VALUE "00".
       77 W-FC-OK    PIC X(01) VALUE "N".
       77 W-REQ-OK   PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-DIAS     PIC 9(03) VALUE 30.
       01 W-HOJE     PIC 9(08) VALUE ZEROS.
       01 W-LIMITE   PIC 9(08) VALUE ZEROS.
       01 W-COMPET   PIC 9(06) VALUE ZEROS.
       01 W-REFCARGO PIC X(08) VALUE SPACES.
       01 W-QTDDEP   PIC 9(05) VALUE ZEROS.
       01 W-QTDVENC  PIC 9(05) VALUE ZEROS.
       01 W-QTDAVENC PIC 9(05) VALUE ZEROS.
       01 W-QTDFALTA PIC 9(05) VALUE ZEROS.
       01 W-QTDTOT   PIC 9(05) VALUE ZEROS.
      *
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-DT-NDIAS    PIC 9(03) VALUE ZEROS.
       01 W-DT-RESTO    PIC 9(03) VALUE ZEROS.
       01 W-DT-DMAX     PIC 9(02) VALUE ZEROS.
       01 W-DT-Q        PIC 9(04) VALUE ZEROS.
       01 W-DT-R4       PIC 9(04) VALUE ZEROS.
       01 W-DT-DMA.
           05 W-DT-DIA2 PIC 9(2).
           05 W-DT-MES2 PIC 9(2).
           05 W-DT-ANO2 PIC 9(4).
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(031) VALUE
           "-------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(40) VALUE
           " *** CERTIFICACOES VENCIDAS/A VENCER ***".
           05  FILLER                 PIC X(05) VALUE
           "ATE: ".
           05  LIMITETX VALUE ZEROS   PIC 99.99.9999.
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABDEP.
           05  FILLER          PIC X(07) VALUE "DEPTO: ".
           05  DEPCODTX        VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(03) VALUE " - ".
           05  DEPNOMETX       VALUE SPACES PIC X(25).

       01  CABDET.
           05  FILLER                 PIC X(050) VALUE
           "  CODIGO NOME                      CURSO          ".
           05  FILLER                 PIC X(038) VALUE
           "              VALIDADE   SITUACAO".

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETFUNCTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(25).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETCURSOTX      VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNCURSOTX     VALUE SPACES PIC X(25).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETVALIDTX      VALUE ZEROS  PIC 99.99.9999.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETSITTX        VALUE SPACES PIC X(13).

       01  LINSUB.
           05  FILLER          PIC X(30) VALUE
           "  PENDENCIAS NO DEPARTAMENTO: ".
           05  SUBQTDTX        VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "CERTIFICACOES VENCIDAS................: ".
           05  TOTVENCTX   VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "CERTIFICACOES A VENCER NO PRAZO.......: ".
           05  TOTAVENCTX  VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "CURSOS EXIGIDOS PELO CARGO NAO FEITOS.: ".
           05  TOTFALTATX  VALUE ZEROS  PIC ZZZZ9.

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
           05  LINE 02  COLUMN 11
               VALUE  "*** CERTIFICACOES VENCIDAS E A VENCER POR DEPTO".
           05  LINE 02  COLUMN 59
               VALUE  " ***".
           05  LINE 05  COLUMN 05
               VALUE  "LISTA OS CURSOS VENCIDOS, OS QUE VENCEM NO".
           05  LINE 06  COLUMN 05
               VALUE  "PRAZO E OS EXIGIDOS PELO CARGO NAO REALIZADOS.".
           05  LINE 08  COLUMN 05
               VALUE  "VENCIMENTO NOS PROX. DIAS  :".
           05  TW-DIAS
               LINE 08  COLUMN 35  PIC ZZ9
               USING  W-DIAS
               HIGHLIGHT.
           05  LINE 10  COLUMN 05
               VALUE  "CONFIRMA EMISSAO (S/N)     :".
           05  TW-OPCAO
               LINE 10  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           MOVE 30 TO W-DIAS
           MOVE "S" TO W-OPCAO
           DISPLAY TELA.
       INC-DIAS.
           ACCEPT TW-DIAS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-DIAS > 365
              MOVE "* PRAZO DE NO MAXIMO 365 DIAS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-DIAS.
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
           OPEN INPUT ARQCURSO
           IF CU-ERRO NOT = "00"
              MOVE "* NENHUM CURSO CADASTRADO NO FPP091 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              CLOSE ARQCURSO
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQDEP
           IF DEP-ERRO NOT = "00"
              CLOSE ARQCURSO ARQFUNC
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDEP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    SEM CURSOS LANCADOS SO APARECEM AS EXIGENCIAS DO CARGO;
      *    SEM EXIGENCIAS SO APARECEM OS VENCIMENTOS.
           MOVE "N" TO W-FC-OK
           OPEN INPUT ARQFUNCUR
           IF FC-ERRO = "00"
              MOVE "S" TO W-FC-OK.
           MOVE "N" TO W-REQ-OK
           OPEN INPUT ARQCURREQ
           IF RQ-ERRO = "00"
              MOVE "S" TO W-REQ-OK.
      *
      *    HORIZONTE: HOJE MAIS O PRAZO INFORMADO.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DT-DATA
           MOVE W-DIAS TO W-DT-NDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DT-DATA TO W-LIMITE
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMA TO LIMITETX
           DIVIDE W-HOJE BY 100 GIVING W-COMPET
           MOVE ZEROS TO W-QTDVENC W-QTDAVENC W-QTDFALTA W-QTDTOT
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB1.
      *
      *    UM DEPARTAMENTO POR VEZ, VARRENDO O CADASTRO DE
      *    FUNCIONARIOS, COMO NO FPP015.
       LER-DEP.
           READ ARQDEP NEXT
           IF DEP-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           MOVE ZEROS TO W-QTDDEP
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO DEP-SUBTOTAL.
       LER-FUNC.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO DEP-SUBTOTAL.
           IF DEPFUNC NOT = CODDEP OR STATUSAUX = "D"
              GO TO LER-FUNC.
           PERFORM VER-FC THRU VER-FC-FIM
           PERFORM VER-REQ THRU VER-REQ-FIM
           GO TO LER-FUNC.
      *
       DEP-SUBTOTAL.
           IF W-QTDDEP NOT = ZEROS
              MOVE W-QTDDEP TO SUBQTDTX
              WRITE REGFUNCIONARIOTX FROM LINSUB.
           GO TO LER-DEP.
      *
       ROT-TOTAL.
           MOVE W-QTDVENC  TO TOTVENCTX
           MOVE W-QTDAVENC TO TOTAVENCTX
           MOVE W-QTDFALTA TO TOTFALTATX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT3
           CLOSE ARQFUNCTX
           MOVE W-COMPET TO COMPETRC
           MOVE W-QTDTOT TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-QTDTOT = ZEROS
              MOVE "* NENHUMA CERTIFICACAO VENCIDA OU A VENCER *"
                                                   TO MENS
           ELSE
              MOVE "** RELACAO GRAVADA - VER O RELATORIO FPP094 **"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    CURSOS DO FUNCIONARIO VENCIDOS OU QUE VENCEM ATE O LIMITE.
       VER-FC.
           IF W-FC-OK NOT = "S"
              GO TO VER-FC-FIM.
           MOVE CODFUNC TO FUNCFC
           MOVE ZEROS   TO CURSOFC
           START ARQFUNCUR KEY IS NOT LESS CHAVEFC
              INVALID KEY
                 GO TO VER-FC-FIM.
       VER-FC1.
           READ ARQFUNCUR NEXT
           IF FC-ERRO NOT = "00"
              GO TO VER-FC-FIM.
           IF FUNCFC NOT = CODFUNC
              GO TO VER-FC-FIM.
           IF VALIDFC > W-LIMITE
              GO TO VER-FC1.
           MOVE CURSOFC TO CODCURSO
           MOVE VALIDFC TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMA TO DETVALIDTX
           IF VALIDFC < W-HOJE
              MOVE "VENCIDO" TO DETSITTX
              ADD 1 TO W-QTDVENC
           ELSE
              MOVE "A VENCER" TO DETSITTX
              ADD 1 TO W-QTDAVENC.
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM
           GO TO VER-FC1.
       VER-FC-FIM.
           EXIT.
      *
      *    CURSOS EXIGIDOS PELO CARGO SEM NENHUM REGISTRO DE
      *    REALIZACAO. OS REALIZADOS E VENCIDOS JA SAIRAM NO VER-FC.
       VER-REQ.
           IF W-REQ-OK NOT = "S"
              GO TO VER-REQ-FIM.
           MOVE SPACES TO W-REFCARGO
           MOVE CARGOFUNC TO W-REFCARGO
           MOVE "C" TO TIPORQ
           MOVE W-REFCARGO TO REFRQ
           MOVE ZEROS TO CURSORQ
           START ARQCURREQ KEY IS NOT LESS CHAVERQ
              INVALID KEY
                 GO TO VER-REQ-FIM.
       VER-REQ1.
           READ ARQCURREQ NEXT
           IF RQ-ERRO NOT = "00"
              GO TO VER-REQ-FIM.
           IF TIPORQ NOT = "C" OR REFRQ NOT = W-REFCARGO
              GO TO VER-REQ-FIM.
           IF W-FC-OK = "S"
              MOVE CODFUNC TO FUNCFC
              MOVE CURSORQ TO CURSOFC
              READ ARQFUNCUR
              IF FC-ERRO = "00"
                 GO TO VER-REQ1.
           MOVE CURSORQ TO CODCURSO
           MOVE ZEROS TO DETVALIDTX
           MOVE "NAO REALIZADO" TO DETSITTX
           ADD 1 TO W-QTDFALTA
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM
           GO TO VER-REQ1.
       VER-REQ-FIM.
           EXIT.
      *
      *    LINHA DO RELATORIO; CODCURSO, VALIDADE E SITUACAO JA
      *    PREENCHIDOS. O CABECALHO DO DEPTO SAI NA PRIMEIRA LINHA.
       GRAVA-DET.
           IF W-QTDDEP = ZEROS
              MOVE CODDEP  TO DEPCODTX
              MOVE NOMEDEP TO DEPNOMETX
              WRITE REGFUNCIONARIOTX FROM LINHABR
              WRITE REGFUNCIONARIOTX FROM CABDEP
              WRITE REGFUNCIONARIOTX FROM CABDET.
           READ ARQCURSO
           IF CU-ERRO NOT = "00"
              MOVE "*** CURSO EXCLUIDO ***" TO NOMECURSO.
           MOVE CODFUNC   TO DETFUNCTX
           MOVE NOMEFUNC  TO DETNOMETX
           MOVE CODCURSO  TO DETCURSOTX
           MOVE NOMECURSO TO DETNCURSOTX
           WRITE REGFUNCIONARIOTX FROM DET
           ADD 1 TO W-QTDDEP W-QTDTOT.
       GRAVA-DET-FIM.
           EXIT.
      *
      *    SOMA W-DT-NDIAS DIAS A DATA W-DT-DATA (AAAAMMDD).
       SOMA-DIAS.
           COMPUTE W-DT-RESTO = W-DT-DIA + W-DT-NDIAS.
       SOMA-DIAS1.
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
           IF W-DT-RESTO NOT > W-DT-DMAX
              MOVE W-DT-RESTO TO W-DT-DIA
              GO TO SOMA-DIAS-FIM.
           SUBTRACT W-DT-DMAX FROM W-DT-RESTO
           ADD 1 TO W-DT-MES
           IF W-DT-MES > 12
              MOVE 1 TO W-DT-MES
              ADD 1 TO W-DT-ANO.
           GO TO SOMA-DIAS1.
       SOMA-DIAS-FIM.
           EXIT.
      *
      *    W-DT-DATA (AAAAMMDD) PARA DIA, MES E ANO DO RELATORIO.
       DATA-DMA.
           MOVE W-DT-DIA TO W-DT-DIA2
           MOVE W-DT-MES TO W-DT-MES2
           MOVE W-DT-ANO TO W-DT-ANO2.
       DATA-DMA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQFUNC ARQDEP ARQCURSO.
           IF W-FC-OK = "S"
              CLOSE ARQFUNCUR.
           IF W-REQ-OK = "S"
              CLOSE ARQCURREQ.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA E DATA DA EMISSAO.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE W-DATARELC TO DATAREL
           MOVE SPACES TO W-NOMEREL
           STRING "FPP094-" DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-HORARELC DELIMITED BY SIZE
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
           MOVE "FPP094" TO PROGRC
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
