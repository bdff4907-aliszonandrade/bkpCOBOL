       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP096.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * CONFERENCIA PRE-REMESSA DA FOLHA               *
      * COMPARA A FOLHA GRAVADA DA COMPETENCIA COM A   *
      * DO MES ANTERIOR E APONTA AS VARIACOES DE BRUTO *
      * E LIQUIDO ACIMA DA TOLERANCIA DO ARQPARAM      *
      * (FPP044), E AS EXCECOES DE REGRA: LIQUIDO      *
      * ABAIXO DO PISO, BRUTO ABAIXO DO MINIMO, INSS   *
      * ZERADO COM BRUTO E FUNCIONARIO SEM CONTA. AS   *
      * EXCECOES FICAM NO ARQEXCFL ATE A CIENCIA NO    *
      * FPP097; COM ALGUMA PENDENTE, OU SEM A          *
      * CONFERENCIA, O FPP024 NAO FECHA O MES.         *
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

           SELECT ARQFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFL
                       FILE STATUS  IS FL-ERRO.

           SELECT ARQPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPARAM
                       FILE STATUS  IS PR-ERRO.

           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS COMPETCC
                       FILE STATUS  IS CC-ERRO.

           SELECT ARQEXCFL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEX
                       FILE STATUS  IS EX-ERRO.

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
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
           03 CHAVEFL.
               05 FUNCFL   PIC 9(6).
               05 COMPETFL PIC 9(6).
           03 BRUTOFL     PIC 9(8).
           03 HEXTRAFL    PIC 9(8).
           03 ADICFL      PIC 9(8).
           03 FALTASFL    PIC 9(8).
           03 INSSFL      PIC 9(8).
           03 ALIQINSSFL  PIC 9V99.
           03 RENDAFL     PIC 9(8).
           03 SALFAMFL    PIC 9(8).
           03 EMPRFL      PIC 9(8).
           03 VTFL        PIC 9(8).
           03 PENSFL      PIC 9(8).
           03 EVENPFL     PIC 9(8).
           03 EVENDFL     PIC 9(8).
           03 LIQFL       PIC 9(8).
           03 CARGOFL     PIC 9(3).
           03 DEPFL       PIC 9(3).
           03 QTDDEPFL    PIC 9(1).
           03 QTDDEPIRFL  PIC 9(2).
           03 DEDDEPFL    PIC 9(8).
           03 OPERADOR-FL PIC X(08).
           03 DATAGRAVACAO-FL      PIC 9(14).
      *
      *    PARAMETROS DA EMPRESA 1 (FPP044): SALARIO MINIMO,
      *    TOLERANCIAS DE VARIACAO E PISO DO LIQUIDO.
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
          03 CODPARAM          PIC 9(01).
          03 RAZAOEMP          PIC X(32).
          03 CNPJEMP           PIC 9(14).
          03 ENDEREMP          PIC X(40).
          03 SALMINPAR         PIC 9(6)V99.
          03 VALSALFAMPAR      PIC 9(3)V99.
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 PATRONPAR         PIC 9(2)V99.
          03 RATPAR            PIC 9V99.
          03 FAPPAR            PIC 9V9999.
          03 TERCPAR           PIC 9(2)V99.
          03 VARBRUTOPAR       PIC 9(3)V99.
          03 VARLIQPAR         PIC 9(3)V99.
          03 LIQMINPAR         PIC 9(6)V99.
          03 FILLER            PIC X(04).
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
      *    EXCECOES DA FOLHA POR COMPETENCIA. TIPOEX: B=VARIACAO DO
      *    BRUTO L=VARIACAO DO LIQUIDO P=LIQUIDO ABAIXO DO PISO
      *    M=BRUTO ABAIXO DO MINIMO I=INSS ZERADO C=SEM CONTA.
      *    SITEX: P=PENDENTE C=CIENTE (FPP097). O REGISTRO DE
      *    FUNCIONARIO ZERO E TIPO "*" MARCA A CONFERENCIA FEITA.
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
       77 FL-ERRO    PIC X(02) VALUE "00".
       77 PR-ERRO    PIC X(02) VALUE "00".
       77 CC-ERRO    PIC X(02) VALUE "00".
       77 EX-ERRO    PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-COMPETN REDEFINES W-COMPET PIC 9(06).
       01 W-COMPANT     PIC 9(06) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
      *
      *    TOLERANCIAS EM USO (ARQPARAM OU PADRAO DE 30%).
       01 W-VARBRUTO    PIC 9(3)V99 VALUE ZEROS.
       01 W-VARLIQ      PIC 9(3)V99 VALUE ZEROS.
       01 W-LIQMIN      PIC 9(6)V99 VALUE ZEROS.
       01 W-SALMIN      PIC 9(6)V99 VALUE ZEROS.
      *
      *    FOLHA DO MES ANTERIOR DO FUNCIONARIO, GUARDADA NA
      *    LEITURA SEQUENCIAL (A CHAVE E FUNCIONARIO + COMPETENCIA).
       01 W-ANTFUNC     PIC 9(06) VALUE ZEROS.
       01 W-ANTBRUTO    PIC 9(08) VALUE ZEROS.
       01 W-ANTLIQ      PIC 9(08) VALUE ZEROS.
      *
       01 W-TIPOEX      PIC X(01) VALUE SPACES.
       01 W-VALATU      PIC 9(08) VALUE ZEROS.
       01 W-VALREF      PIC 9(08) VALUE ZEROS.
       01 W-DIFER       PIC 9(08) VALUE ZEROS.
       01 W-PERC        PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDLID      PIC 9(05) VALUE ZEROS.
       01 W-QTDEXC      PIC 9(05) VALUE ZEROS.
       01 W-QTDPEND     PIC 9(05) VALUE ZEROS.
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(040) VALUE
           "----------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(46) VALUE
           " *** CONFERENCIA PRE-REMESSA DA FOLHA ***    ".
           05  FILLER                 PIC X(06) VALUE
           "COMP: ".
           05  COMPTX   VALUE ZEROS   PIC 9999/99.
           05  FILLER                 PIC X(07) VALUE
           " ANT.: ".
           05  COMPANTTX VALUE ZEROS  PIC 9999/99.
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CAB3.
           05  FILLER                 PIC X(30) VALUE
           " TOLERANCIA BRUTO/LIQUIDO (%):".
           05  TOLBRUTOTX VALUE ZEROS PIC ZZ9,99.
           05  FILLER                 PIC X(03) VALUE " / ".
           05  TOLLIQTX   VALUE ZEROS PIC ZZ9,99.
           05  FILLER                 PIC X(19) VALUE
           "   PISO DO LIQUIDO:".
           05  LIQMINTX   VALUE ZEROS PIC ZZZ.ZZ9,99.

       01  CABDET.
           05  FILLER                 PIC X(050) VALUE
           "  CODIGO NOME                 EXCECAO             ".
           05  FILLER                 PIC X(047) VALUE
           "          ATUAL    REFERENCIA   VAR.%  SITUACAO".

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETFUNCTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETDESCTX       VALUE SPACES PIC X(22).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETATUTX        VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETREFTX        VALUE ZEROS  PIC ZZZZ.ZZZ.ZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETPERCTX       VALUE ZEROS  PIC ZZZ9,99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETSITTX        VALUE SPACES PIC X(08).

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "FOLHAS CONFERIDAS NA COMPETENCIA......: ".
           05  TOTLIDTX    VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "EXCECOES APONTADAS....................: ".
           05  TOTEXCTX    VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "EXCECOES PENDENTES DE CIENCIA (FPP097): ".
           05  TOTPENDTX   VALUE ZEROS  PIC ZZZZ9.

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
           05  LINE 02  COLUMN 15
               VALUE  "*** CONFERENCIA PRE-REMESSA DA FOLHA ***".
           05  LINE 05  COLUMN 05
               VALUE  "COMPARA A FOLHA COM A DO MES ANTERIOR E APONTA".
           05  LINE 06  COLUMN 05
               VALUE  "AS EXCECOES QUE PRECISAM DE CIENCIA (FPP097).".
           05  LINE 08  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM)       :".
           05  TW-COMPET
               LINE 08  COLUMN 35  PIC 9(06)
               USING  W-COMPET
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
      *    COMPETENCIA FECHADA NAO SE CONFERE MAIS.
           OPEN INPUT ARQCOMPET
           IF CC-ERRO = "00"
              MOVE W-COMPET TO COMPETCC
              READ ARQCOMPET
              CLOSE ARQCOMPET
              IF CC-ERRO = "00" AND SITCOMPAUX = "F"
                 MOVE "*** COMPETENCIA JA FECHADA (FPP024) ***" TO MENS
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
           OPEN INPUT ARQFOLHA
           IF FL-ERRO NOT = "00"
              MOVE "* NENHUMA FOLHA GRAVADA - RODE O FPP015 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              CLOSE ARQFOLHA
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
       INC-OP1.
           OPEN I-O ARQEXCFL
           IF EX-ERRO NOT = "00"
              IF EX-ERRO = "30"
                 OPEN OUTPUT ARQEXCFL
                 CLOSE ARQEXCFL
                 GO TO INC-OP1
              ELSE
                 CLOSE ARQFOLHA ARQFUNC
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEXCFL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
      *
      *    TOLERANCIAS DA EMPRESA 1; SEM PARAMETRO VALEM 30% E NAO
      *    HA PISO NEM CONFERENCIA DO MINIMO.
           MOVE 30,00 TO W-VARBRUTO W-VARLIQ
           MOVE ZEROS TO W-LIQMIN W-SALMIN
           OPEN INPUT ARQPARAM
           IF PR-ERRO = "00"
              MOVE 1 TO CODPARAM
              READ ARQPARAM
              PERFORM LER-PARAM THRU LER-PARAM-FIM
              CLOSE ARQPARAM.
           MOVE W-VARBRUTO TO TOLBRUTOTX
           MOVE W-VARLIQ   TO TOLLIQTX
           MOVE W-LIQMIN   TO LIQMINTX
      *
           IF W-MESCOMP = 1
              COMPUTE W-COMPANT = (W-ANOCOMP - 1) * 100 + 12
           ELSE
              COMPUTE W-COMPANT = W-COMPETN - 1.
           MOVE W-COMPET  TO COMPTX
           MOVE W-COMPANT TO COMPANTTX
           PERFORM LIMPA-EXC THRU LIMPA-EXC-FIM
           MOVE ZEROS TO W-QTDLID W-QTDEXC W-QTDPEND
                         W-ANTFUNC W-ANTBRUTO W-ANTLIQ
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB3
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CABDET
           MOVE ZEROS TO CHAVEFL
           START ARQFOLHA KEY IS NOT LESS CHAVEFL
              INVALID KEY
                 GO TO ROT-TOTAL.
      *
      *    LEITURA NA ORDEM FUNCIONARIO + COMPETENCIA: A FOLHA DO
      *    MES ANTERIOR VEM LOGO ANTES DA FOLHA DA COMPETENCIA.
       LER-FL.
           READ ARQFOLHA NEXT
           IF FL-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           IF COMPETFL = W-COMPANT
              MOVE FUNCFL  TO W-ANTFUNC
              MOVE BRUTOFL TO W-ANTBRUTO
              MOVE LIQFL   TO W-ANTLIQ
              GO TO LER-FL.
           IF COMPETFL NOT = W-COMPET
              GO TO LER-FL.
           ADD 1 TO W-QTDLID
           IF W-ANTFUNC NOT = FUNCFL
              MOVE ZEROS TO W-ANTBRUTO W-ANTLIQ.
           MOVE FUNCFL TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "** NAO CADASTRADO **" TO NOMEFUNC
              MOVE ZEROS TO BANCO AGENCIA CONTA.
           PERFORM VER-VARIACAO THRU VER-VARIACAO-FIM
           PERFORM VER-REGRAS THRU VER-REGRAS-FIM
           GO TO LER-FL.
      *
       ROT-TOTAL.
      *    MARCA DA CONFERENCIA FEITA, EXIGIDA PELO FECHAMENTO.
           MOVE W-COMPET TO COMPETEX
           MOVE ZEROS    TO FUNCEX
           MOVE "*"      TO TIPOEX
           MOVE W-QTDLID TO VALATUEX
           MOVE W-QTDEXC TO VALREFEX
           MOVE "C"      TO SITEX
           MOVE SPACES   TO JUSTEX OPERCIEX
           MOVE ZEROS    TO DATACIEX
           MOVE W-OPERLOG TO OPERADOR-EX
           ACCEPT DATAGRAV-EX FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-EX FROM TIME
           WRITE REGEXCFL
           MOVE W-QTDLID  TO TOTLIDTX
           MOVE W-QTDEXC  TO TOTEXCTX
           MOVE W-QTDPEND TO TOTPENDTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT3
           CLOSE ARQFUNCTX
           MOVE W-COMPET TO COMPETRC
           MOVE W-QTDEXC TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-QTDLID = ZEROS
              MOVE "* NENHUMA FOLHA GRAVADA NA COMPETENCIA *" TO MENS
           ELSE
              IF W-QTDPEND = ZEROS
                 MOVE "** CONFERENCIA OK - VER RELATORIO FPP096 **"
                                                   TO MENS
              ELSE
                 MOVE "** HA EXCECOES PENDENTES - VER FPP096 **"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    PARAMETROS ZERADOS OU DE ANTES DAS TOLERANCIAS FICAM COM
      *    O PADRAO.
       LER-PARAM.
           IF PR-ERRO NOT = "00"
              GO TO LER-PARAM-FIM.
           MOVE SALMINPAR TO W-SALMIN
           IF VARBRUTOPAR NOT NUMERIC OR VARBRUTOPAR = ZEROS
              GO TO LER-PARAM-FIM.
           MOVE VARBRUTOPAR TO W-VARBRUTO
           MOVE VARLIQPAR   TO W-VARLIQ
           MOVE LIQMINPAR   TO W-LIQMIN
           IF W-VARLIQ = ZEROS
              MOVE 30,00 TO W-VARLIQ.
       LER-PARAM-FIM.
           EXIT.
      *
      *    AS EXCECOES PENDENTES DA COMPETENCIA SAO REFEITAS A CADA
      *    CONFERENCIA; AS JA CIENTES FICAM E SO VOLTAM A PENDENTE
      *    SE O VALOR MUDAR.
       LIMPA-EXC.
           MOVE W-COMPET TO COMPETEX
           MOVE ZEROS    TO FUNCEX
           MOVE SPACES   TO TIPOEX
           START ARQEXCFL KEY IS NOT LESS CHAVEEX
              INVALID KEY
                 GO TO LIMPA-EXC-FIM.
       LIMPA-EXC1.
           READ ARQEXCFL NEXT
           IF EX-ERRO NOT = "00"
              GO TO LIMPA-EXC-FIM.
           IF COMPETEX NOT = W-COMPET
              GO TO LIMPA-EXC-FIM.
           IF SITEX = "P" OR TIPOEX = "*"
              DELETE ARQEXCFL RECORD.
           GO TO LIMPA-EXC1.
       LIMPA-EXC-FIM.
           EXIT.
      *
      *    VARIACAO PERCENTUAL DO BRUTO E DO LIQUIDO CONTRA O MES
      *    ANTERIOR. SEM FOLHA ANTERIOR (ADMITIDO NO MES) NAO HA
      *    COMPARACAO.
       VER-VARIACAO.
           IF W-ANTBRUTO = ZEROS
              GO TO VER-VARIACAO1.
           MOVE BRUTOFL    TO W-VALATU
           MOVE W-ANTBRUTO TO W-VALREF
           PERFORM CALC-PERC THRU CALC-PERC-FIM
           IF W-PERC > W-VARBRUTO
              MOVE "B" TO W-TIPOEX
              PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
       VER-VARIACAO1.
           IF W-ANTLIQ = ZEROS
              GO TO VER-VARIACAO-FIM.
           MOVE LIQFL    TO W-VALATU
           MOVE W-ANTLIQ TO W-VALREF
           PERFORM CALC-PERC THRU CALC-PERC-FIM
           IF W-PERC > W-VARLIQ
              MOVE "L" TO W-TIPOEX
              PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
       VER-VARIACAO-FIM.
           EXIT.
      *
       CALC-PERC.
           IF W-VALATU > W-VALREF
              COMPUTE W-DIFER = W-VALATU - W-VALREF
           ELSE
              COMPUTE W-DIFER = W-VALREF - W-VALATU.
           COMPUTE W-PERC = W-DIFER * 100 / W-VALREF.
       CALC-PERC-FIM.
           EXIT.
      *
      *    EXCECOES DE REGRA, INDEPENDENTES DO MES ANTERIOR.
       VER-REGRAS.
           MOVE ZEROS TO W-PERC
           IF W-LIQMIN > ZEROS AND LIQFL < W-LIQMIN
              MOVE "P" TO W-TIPOEX
              MOVE LIQFL    TO W-VALATU
              MOVE W-LIQMIN TO W-VALREF
              PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
           IF W-SALMIN > ZEROS AND BRUTOFL < W-SALMIN
              MOVE "M" TO W-TIPOEX
              MOVE BRUTOFL  TO W-VALATU
              MOVE W-SALMIN TO W-VALREF
              PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
           IF INSSFL = ZEROS AND BRUTOFL > ZEROS
              MOVE "I" TO W-TIPOEX
              MOVE INSSFL  TO W-VALATU
              MOVE BRUTOFL TO W-VALREF
              PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
           IF BANCO = ZEROS OR AGENCIA = ZEROS OR CONTA = ZEROS
              MOVE "C" TO W-TIPOEX
              MOVE LIQFL TO W-VALATU
              MOVE ZEROS TO W-VALREF
              PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
       VER-REGRAS-FIM.
           EXIT.
      *
      *    GRAVA A EXCECAO (OU MANTEM A CIENCIA DADA PARA O MESMO
      *    VALOR) E IMPRIME A LINHA.
       GRAVA-EXC.
           ADD 1 TO W-QTDEXC
           MOVE W-COMPET TO COMPETEX
           MOVE FUNCFL   TO FUNCEX
           MOVE W-TIPOEX TO TIPOEX
           READ ARQEXCFL
           IF EX-ERRO = "00" AND SITEX = "C" AND VALATUEX = W-VALATU
              MOVE "CIENTE" TO DETSITTX
              GO TO GRAVA-EXC1.
           MOVE W-VALATU TO VALATUEX
           MOVE W-VALREF TO VALREFEX
           MOVE "P"      TO SITEX
           MOVE SPACES   TO JUSTEX OPERCIEX
           MOVE ZEROS    TO DATACIEX
           MOVE W-OPERLOG TO OPERADOR-EX
           ACCEPT DATAGRAV-EX FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-EX FROM TIME
           IF EX-ERRO = "00"
              REWRITE REGEXCFL
           ELSE
              WRITE REGEXCFL.
           MOVE "PENDENTE" TO DETSITTX
           ADD 1 TO W-QTDPEND.
       GRAVA-EXC1.
           MOVE "VARIACAO DO BRUTO" TO DETDESCTX
           IF W-TIPOEX = "L"
              MOVE "VARIACAO DO LIQUIDO" TO DETDESCTX.
           IF W-TIPOEX = "P"
              MOVE "LIQUIDO ABAIXO DO PISO" TO DETDESCTX.
           IF W-TIPOEX = "M"
              MOVE "BRUTO ABAIXO DO MINIMO" TO DETDESCTX.
           IF W-TIPOEX = "I"
              MOVE "INSS ZERADO COM BRUTO" TO DETDESCTX.
           IF W-TIPOEX = "C"
              MOVE "SEM CONTA BANCARIA" TO DETDESCTX.
           MOVE ZEROS TO DETPERCTX
           IF W-TIPOEX = "B" OR W-TIPOEX = "L"
              IF W-PERC > 9999,99
                 MOVE 9999,99 TO DETPERCTX
              ELSE
                 MOVE W-PERC TO DETPERCTX.
           MOVE FUNCFL   TO DETFUNCTX
           MOVE NOMEFUNC TO DETNOMETX
           MOVE W-VALATU TO DETATUTX
           MOVE W-VALREF TO DETREFTX
           WRITE REGFUNCIONARIOTX FROM DET.
       GRAVA-EXC-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQFOLHA ARQFUNC ARQEXCFL.
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
           STRING "FPP096-" DELIMITED BY SIZE
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
           MOVE "FPP096" TO PROGRC
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
