       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP125.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA
      *----------------------------------------------------------------
      * DEMONSTRATIVO ANUAL DE REMUNERACAO TOTAL POR FUNCIONARIO      *
      * SOMA O ANO-BASE A PARTIR DOS RESULTADOS GRAVADOS: SALARIO E   *
      * HORAS EXTRAS DO ARQFOLHA, 13O E FERIAS (PROVISAO SOBRE O      *
      * BRUTO DO ANO), FGTS E INSS PATRONAL, PARTE DA EMPRESA NO      *
      * PLANO DE SAUDE (ARQADESAO), VT E VR (ARQBENEF) E A PLR, COM   *
      * O CUSTO TOTAL PARA A EMPRESA. UMA PAGINA POR FUNCIONARIO, NA  *
      * ORDEM DE DEPARTAMENTO.                                        *
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
                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS FL-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEP
                       FILE STATUS  IS DEP-ERRO.

           SELECT ARQFUNEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCFE
                       FILE STATUS  IS FE-ERRO.

           SELECT ARQFUNCTR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCCT
                       FILE STATUS  IS CT-ERRO.

           SELECT ARQPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPARAM
                       FILE STATUS  IS PR-ERRO.

           SELECT ARQADESAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS ADESFUNC
                       FILE STATUS  IS AD-ERRO.

           SELECT ARQPLANSAU ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPLANO
                       FILE STATUS  IS PL-ERRO.

           SELECT ARQBENEF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS BENFUNC
                       FILE STATUS  IS BN-ERRO.

           SELECT ARQPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPL
                       FILE STATUS  IS PLR-ERRO.

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
      *    RESULTADO MENSAL DA FOLHA GRAVADO PELO FPP015.
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
           03 DATAGRAVACAO-FL.
               05 DATAGRAV-FL PIC 9(8).
               05 HORAGRAV-FL PIC 9(6).
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
           03 OPERADOR-DP PIC X(08).
           03 DATAGRAVACAO-DP.
               05 DATAGRAV-DP PIC 9(8).
               05 HORAGRAV-DP PIC 9(6).
      *
      *    EMPRESA (FILIAL) DE CADA FUNCIONARIO, MANTIDA NO FPP004:
      *    SEM REGISTRO O FUNCIONARIO PERTENCE A EMPRESA 1.
       FD ARQFUNEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNEMP.DAT".
       01 REGFUNEMP.
          03 FUNCFE            PIC 9(06).
          03 CODEMPFU          PIC 9(01).
          03 OPERADOR-FE       PIC X(08).
          03 DATAGRAVACAO-FE.
             05 DATAGRAV-FE    PIC 9(8).
             05 HORAGRAV-FE    PIC 9(6).
      *
      *    TIPO DE CONTRATO (FPP004): E = ESTAGIO (SEM INSS E SEM
      *    FGTS), A = JOVEM APRENDIZ (FGTS 2%).
       FD ARQFUNCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCTR.DAT".
       01 REGFUNCTR.
          03 FUNCCT            PIC 9(06).
          03 TIPOCT            PIC X(01).
          03 INSTCT            PIC X(30).
          03 FIMCT             PIC 9(08).
          03 OPERADOR-CT       PIC X(08).
          03 DATAGRAVACAO-CT.
             05 DATAGRAV-CT    PIC 9(8).
             05 HORAGRAV-CT    PIC 9(6).
          03 MODCT             PIC X(01).
          03 FIMEXP1CT         PIC 9(08).
          03 FIMEXP2CT         PIC 9(08).
          03 SITCT             PIC X(01).
      *
      *    PARAMETROS DA EMPRESA (FPP044): CABECALHO E ALIQUOTAS
      *    PATRONAIS.
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
          03 FILLER            PIC X(22).
      *
      *    ADESAO AO PLANO DE SAUDE (FPP061) E PLANOS (FPP060).
       FD ARQADESAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADESAO.DAT".
       01 REGADESAO.
          03 ADESFUNC          PIC 9(06).
          03 PLANOADES         PIC 9(03).
          03 QTDDEPADES        PIC 9(02).
          03 STATUSADES        PIC X(01).
          03 OPERADOR-AD       PIC X(08).
          03 DATAGRAVACAO-AD.
             05 DATAGRAV-AD    PIC 9(8).
             05 HORAGRAV-AD    PIC 9(6).
      *
       FD ARQPLANSAU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLANSAU.DAT".
       01 REGPLANSAU.
          03 CODPLANO          PIC 9(03).
          03 NOMEOPERAD        PIC X(25).
          03 VRTITULAR         PIC 9(4)V99.
          03 VRDEPEN           PIC 9(4)V99.
          03 VREMPTIT          PIC 9(4)V99.
          03 VREMPDEP          PIC 9(4)V99.
          03 STATUSPL          PIC X(01).
          03 OPERADOR-PL       PIC X(08).
          03 DATAGRAVACAO-PL.
             05 DATAGRAV-PL    PIC 9(8).
             05 HORAGRAV-PL    PIC 9(6).
      *
      *    OPCAO DE VALE-TRANSPORTE E VALE-REFEICAO (FPP048).
       FD ARQBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBENEF.DAT".
       01 REGBENEF.
           03 BENFUNC              PIC 9(6).
           03 OPTVT                PIC X(1).
           03 VRDIAVT              PIC 9(3)V99.
           03 OPTVR                PIC X(1).
           03 VRDIAVR              PIC 9(3)V99.
           03 OPERADOR-BN          PIC X(08).
           03 DATAGRAVACAO-BN.
               05 DATAGRAV-BN PIC 9(8).
               05 HORAGRAV-BN PIC 9(6).
      *
      *    PLR PAGA PELO FPP083.
       FD ARQPLR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLR.DAT".
       01 REGPLR.
           03 CHAVEPL.
               05 FUNCPL           PIC 9(6).
               05 COMPETPL         PIC 9(6).
           03 ANOAPURPL            PIC 9(4).
           03 REGRAPL              PIC X(1).
           03 SALPL                PIC 9(6)V99.
           03 MESESPL              PIC 9(2).
           03 BRUTOPL              PIC 9(8)V99.
           03 IRRFPL               PIC 9(8)V99.
           03 LIQPL                PIC 9(8)V99.
           03 OPERADOR-PLR         PIC X(08).
           03 DATAGRAVACAO-PLR.
               05 DATAGRAV-PLR PIC 9(8).
               05 HORAGRAV-PLR PIC 9(6).
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
      *
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
       77 DEP-ERRO   PIC X(02) VALUE "00".
       77 FE-ERRO    PIC X(02) VALUE "00".
       77 CT-ERRO    PIC X(02) VALUE "00".
       77 PR-ERRO    PIC X(02) VALUE "00".
       77 AD-ERRO    PIC X(02) VALUE "00".
       77 PL-ERRO    PIC X(02) VALUE "00".
       77 BN-ERRO    PIC X(02) VALUE "00".
       77 PLR-ERRO   PIC X(02) VALUE "00".
       77 W-DEP-OK   PIC X(01) VALUE "N".
       77 W-FE-OK    PIC X(01) VALUE "N".
       77 W-CTR-OK   PIC X(01) VALUE "N".
       77 W-PR-OK    PIC X(01) VALUE "N".
       77 W-SAU-OK   PIC X(01) VALUE "N".
       77 W-BN-OK    PIC X(01) VALUE "N".
       77 W-PLR-OK   PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 CONPAG     PIC 9(04) VALUE ZEROS.
       01 W-DATAHOJE.
           05 W-ANOHOJE PIC 9(4).
           05 W-MESHOJE PIC 9(2).
           05 W-DIAHOJE PIC 9(2).
       01 W-ANOBASE     PIC 9(4) VALUE ZEROS.
       01 W-MESIDX      PIC 9(2) VALUE ZEROS.
       01 W-COMPREF.
           05 W-ANOREF  PIC 9(4) VALUE ZEROS.
           05 W-MESREF  PIC 9(2) VALUE ZEROS.
       01 W-QTDMESES    PIC 9(2) VALUE ZEROS.
       77 W-EMPFUNC     PIC 9(01) VALUE 1.
       77 W-TIPOCTR     PIC X(01) VALUE SPACES.
      *
      *    ALIQUOTAS PATRONAIS (PADRAO DO FPP080 QUANDO O ARQPARAM NAO
      *    AS TIVER) E PERCENTUAIS DO FGTS.
       01 W-PATRON      PIC 9(2)V99   VALUE 20,00.
       01 W-RAT         PIC 9V99      VALUE 2,00.
       01 W-FAP         PIC 9V9999    VALUE 1,0000.
       01 W-TERC        PIC 9(2)V99   VALUE 5,80.
       01 W-ALIQPATR    PIC 9(2)V9999 VALUE ZEROS.
       01 W-PERCFGTS    PIC 9(01)V99  VALUE 0,08.
       01 W-PERCAPREND  PIC 9(01)V99  VALUE 0,02.
       01 W-PERCFUNC    PIC 9(01)V99  VALUE ZEROS.
      *    DIAS DE VALE POR MES, COMO NO CALCULO DA FOLHA SEM PONTO.
       01 W-DIASVALE    PIC 9(02)     VALUE 22.
      *
      *    VALORES DO ANO DO FUNCIONARIO.
       01 W-BRUTOANO    PIC 9(9)V99 VALUE ZEROS.
       01 W-HEXTANO     PIC 9(9)V99 VALUE ZEROS.
       01 W-ADICANO     PIC 9(9)V99 VALUE ZEROS.
       01 W-VTDESCANO   PIC 9(9)V99 VALUE ZEROS.
       01 W-SALANO      PIC 9(9)V99 VALUE ZEROS.
       01 W-DECANO      PIC 9(9)V99 VALUE ZEROS.
       01 W-FERANO      PIC 9(9)V99 VALUE ZEROS.
       01 W-BASEENC     PIC 9(9)V99 VALUE ZEROS.
       01 W-FGTSANO     PIC 9(9)V99 VALUE ZEROS.
       01 W-INSSPANO    PIC 9(9)V99 VALUE ZEROS.
       01 W-SAUDEANO    PIC 9(9)V99 VALUE ZEROS.
       01 W-VTANO       PIC 9(9)V99 VALUE ZEROS.
       01 W-VRANO       PIC 9(9)V99 VALUE ZEROS.
       01 W-PLRANO      PIC 9(9)V99 VALUE ZEROS.
       01 W-REMUNANO    PIC 9(9)V99 VALUE ZEROS.
       01 W-ENCANO      PIC 9(9)V99 VALUE ZEROS.
       01 W-CUSTOANO    PIC 9(9)V99 VALUE ZEROS.
       01 W-CUSTOMES    PIC 9(9)V99 VALUE ZEROS.
       01 W-CUSTOFUNC   PIC 9(8)V99 VALUE ZEROS.
       01 W-TOTCUSTO    PIC 9(11)V99 VALUE ZEROS.
      *
      *    FUNCIONARIOS COM FOLHA NO ANO, ORDENADOS POR DEPARTAMENTO E
      *    CODIGO (INSERCAO, COMO NO FPP089).
       01 IX         PIC 9(04) VALUE ZEROS.
       01 IY         PIC 9(04) VALUE ZEROS.
       01 IZ         PIC 9(04) VALUE ZEROS.
       01 W-QTDTB    PIC 9(04) VALUE ZEROS.
       01 W-QTDFORA  PIC 9(04) VALUE ZEROS.
       01 W-TB-ITEM.
           03 W-TB-CHAVE.
              05 W-TB-DEP    PIC 9(03).
              05 W-TB-FUNC   PIC 9(06).
       01 TAB-FUNC.
           03 TB-ITEM OCCURS 1000.
              05 TB-CHAVE.
                 07 TB-DEP    PIC 9(03).
                 07 TB-FUNC   PIC 9(06).
      *

       01  CAB1.
           05  FILLER                 PIC X(050) VALUE
           "--------------------------------------------------".
           05  FILLER                 PIC X(050) VALUE
           "--------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(60) VALUE
           " *** DEMONSTRATIVO ANUAL DE REMUNERACAO TOTAL ***  ".
           05  FILLER                 PIC X(08) VALUE
           "PAGINA: ".
           05  NUMPAG  VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(13) VALUE
           "   ANO-BASE: ".
           05  ANOBASETX  VALUE ZEROS  PIC 9999.

       01  CABEMP.
           05  FILLER                 PIC X(12) VALUE
           "EMPREGADOR: ".
           05  NOMEEMPTX              PIC X(32) VALUE
           "EMPRESA FATEC - ZL              ".
           05  FILLER                 PIC X(07) VALUE
           " CNPJ: ".
           05  CNPJEMPTX   VALUE ZEROS  PIC 9(14).

       01  LINFUNC.
           05  FILLER          PIC X(14) VALUE
           "FUNCIONARIO : ".
           05  CODFUNCTX       VALUE ZEROS  PIC 999999.
           05  FILLER          PIC X(1) VALUE  " ".
           05  NOMEFUNCTX      VALUE SPACES PIC X(30).
           05  FILLER          PIC X(07) VALUE "  CPF: ".
           05  CPFTX           VALUE ZEROS  PIC 9(11).

       01  LINDEP.
           05  FILLER          PIC X(14) VALUE
           "DEPARTAMENTO: ".
           05  CODDEPTX        VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(1) VALUE  " ".
           05  NOMEDEPTX       VALUE SPACES PIC X(25).
           05  FILLER          PIC X(09) VALUE "  CARGO: ".
           05  CODCARGOTX      VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(19) VALUE
           "   MESES NA FOLHA: ".
           05  QTDMESTX        VALUE ZEROS  PIC Z9.

       01  CABVAL.
           05  FILLER          PIC X(40) VALUE
           "  COMPONENTE DA REMUNERACAO E DO CUSTO  ".
           05  FILLER          PIC X(40) VALUE
           "          ALIQ. %        VALOR NO ANO".

       01  LINVAL.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LVDESCTX        VALUE SPACES PIC X(46).
           05  LVALIQTX        VALUE ZEROS  PIC ZZ9,9999
                               BLANK WHEN ZERO.
           05  FILLER          PIC X(03) VALUE " : ".
           05  LVVALTX         VALUE ZEROS  PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINSUB.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LSDESCTX        VALUE SPACES PIC X(46).
           05  FILLER          PIC X(11) VALUE "           ".
           05  LSVALTX         VALUE ZEROS  PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINOBS.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(52) VALUE
           "13O, FERIAS, PLANO DE SAUDE, VT E VR SAO ESTIMADOS ".
           05  FILLER          PIC X(40) VALUE
           "PELOS MESES COM FOLHA GRAVADA NO ANO.".

       01  LINHA-TOT1.
           05  FILLER                 PIC X(041) VALUE
           "TOTAL DE FUNCIONARIOS NO DEMONSTRATIVO.: ".
           05  TOTFUNCTX  VALUE ZEROS  PIC ZZZ9.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(041) VALUE
           "CUSTO TOTAL DO ANO PARA A EMPRESA......: ".
           05  TOTCUSTOTX  VALUE ZEROS  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(041) VALUE
           "FUNCIONARIOS FORA DA TABELA (LIMITE)...: ".
           05  TOTFORATX  VALUE ZEROS  PIC ZZZ9.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      *    OPERADOR LOGADO NO FPP000, PARA REGISTRO NO CATALOGO
      *    DE RELATORIOS.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 08
               VALUE  "*** DEMONSTRATIVO ANUAL DE REMUNERACAO".
           05  LINE 02  COLUMN 47
               VALUE  " TOTAL ***".
           05  LINE 05  COLUMN 05
               VALUE  "UMA PAGINA POR FUNCIONARIO COM FOLHA NO ANO,".
           05  LINE 06  COLUMN 05
               VALUE  "NA ORDEM DE DEPARTAMENTO, COM O CUSTO TOTAL".
           05  LINE 07  COLUMN 05
               VALUE  "PARA A EMPRESA.".
           05  LINE 09  COLUMN 05
               VALUE  "ANO-BASE (AAAA)          :".
           05  TW-ANOBASE
               LINE 09  COLUMN 32  PIC 9(04)
               USING  W-ANOBASE
               HIGHLIGHT.
           05  LINE 11  COLUMN 05
               VALUE  "CONFIRMA IMPRESSAO (S/N) :".
           05  TW-OPCAO
               LINE 11  COLUMN 32  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-ANOHOJE TO W-ANOBASE
           DISPLAY TELA.
       INC-ANO.
           ACCEPT TW-ANOBASE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-ANOBASE < 1990
              MOVE "* ANO-BASE INVALIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-ANO.
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
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "* ARQUIVO DE FUNCIONARIO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQFOLHA
           IF FL-ERRO NOT = "00"
              MOVE "* CALCULE A FOLHA NO FPP015 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC
              GO TO ROT-FIM0.
      *    OS DEMAIS ARQUIVOS SAO OPCIONAIS: SEM ELES A PARCELA
      *    CORRESPONDENTE SAI ZERADA (OU COM OS VALORES PADRAO).
           MOVE "N" TO W-DEP-OK
           OPEN INPUT ARQDEP
           IF DEP-ERRO = "00"
              MOVE "S" TO W-DEP-OK.
           MOVE "N" TO W-FE-OK
           OPEN INPUT ARQFUNEMP
           IF FE-ERRO = "00"
              MOVE "S" TO W-FE-OK.
           MOVE "N" TO W-CTR-OK
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO = "00"
              MOVE "S" TO W-CTR-OK.
           MOVE "N" TO W-PR-OK
           OPEN INPUT ARQPARAM
           IF PR-ERRO = "00"
              MOVE "S" TO W-PR-OK.
           MOVE "N" TO W-SAU-OK
           OPEN INPUT ARQADESAO
           IF AD-ERRO = "00"
              OPEN INPUT ARQPLANSAU
              IF PL-ERRO = "00"
                 MOVE "S" TO W-SAU-OK
              ELSE
                 CLOSE ARQADESAO.
           MOVE "N" TO W-BN-OK
           OPEN INPUT ARQBENEF
           IF BN-ERRO = "00"
              MOVE "S" TO W-BN-OK.
           MOVE "N" TO W-PLR-OK
           OPEN INPUT ARQPLR
           IF PLR-ERRO = "00"
              MOVE "S" TO W-PLR-OK.
      *
      *    MONTA A TABELA DOS FUNCIONARIOS COM FOLHA GRAVADA NO ANO,
      *    NA ORDEM DE DEPARTAMENTO ATUAL E CODIGO.
           MOVE ZEROS TO W-QTDTB W-QTDFORA
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO ROT-IMP.
       LER-FUNC.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO ROT-IMP.
           MOVE CODFUNC   TO FUNCFL
           MOVE W-ANOBASE TO W-ANOREF
           MOVE 1         TO W-MESREF
           MOVE W-COMPREF TO COMPETFL
           START ARQFOLHA KEY IS NOT LESS CHAVEFL
              INVALID KEY
                 GO TO LER-FUNC.
           READ ARQFOLHA NEXT
           IF FL-ERRO NOT = "00"
              GO TO LER-FUNC.
           MOVE 12 TO W-MESREF
           IF FUNCFL NOT = CODFUNC OR COMPETFL > W-COMPREF
              GO TO LER-FUNC.
           MOVE DEPFUNC TO W-TB-DEP
           MOVE CODFUNC TO W-TB-FUNC
           PERFORM INS-TAB THRU INS-TAB-FIM
           GO TO LER-FUNC.
      *
       ROT-IMP.
           IF W-QTDTB = ZEROS
              MOVE "* NAO HA FOLHA GRAVADA NO ANO-BASE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-ANOBASE TO ANOBASETX
           MOVE ZEROS TO IX.
       ROT-IMP1.
           ADD 1 TO IX
           IF IX > W-QTDTB
              GO TO ROT-TOTAL.
           MOVE TB-FUNC (IX) TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
              GO TO ROT-IMP1.
           PERFORM CALC-ANO THRU CALC-ANO-FIM
           PERFORM IMP-FUNC THRU IMP-FUNC-FIM
           GO TO ROT-IMP1.
      *
       ROT-TOTAL.
           MOVE CONLIN1    TO TOTFUNCTX
           MOVE W-TOTCUSTO TO TOTCUSTOTX
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           IF W-QTDFORA NOT = ZEROS
              MOVE W-QTDFORA TO TOTFORATX
              WRITE REGFUNCIONARIOTX FROM LINHA-TOT3.
           COMPUTE COMPETRC = W-ANOBASE * 100 + 12
           MOVE CONLIN1 TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** DEMONSTRATIVO ANUAL EMITIDO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    SOMA AS 12 COMPETENCIAS DO ANO-BASE NO ARQFOLHA E A PLR
      *    PAGA NO ANO, E CALCULA OS ENCARGOS E BENEFICIOS.
       CALC-ANO.
           MOVE ZEROS TO W-BRUTOANO W-HEXTANO W-ADICANO W-VTDESCANO
           MOVE ZEROS TO W-PLRANO W-SAUDEANO W-VTANO W-VRANO
           MOVE ZEROS TO W-QTDMESES W-MESIDX
           MOVE W-ANOBASE TO W-ANOREF.
       CALC-ANO1.
           ADD 1 TO W-MESIDX
           IF W-MESIDX > 12
              GO TO CALC-ANO2.
           MOVE W-MESIDX TO W-MESREF
           IF W-PLR-OK = "S"
              MOVE CODFUNC   TO FUNCPL
              MOVE W-COMPREF TO COMPETPL
              READ ARQPLR
              IF PLR-ERRO = "00"
                 ADD BRUTOPL TO W-PLRANO.
           MOVE CODFUNC   TO FUNCFL
           MOVE W-COMPREF TO COMPETFL
           READ ARQFOLHA
           IF FL-ERRO NOT = "00"
              GO TO CALC-ANO1.
           ADD 1        TO W-QTDMESES
           ADD BRUTOFL  TO W-BRUTOANO
           ADD HEXTRAFL TO W-HEXTANO
           ADD ADICFL   TO W-ADICANO
           ADD VTFL     TO W-VTDESCANO
           GO TO CALC-ANO1.
      *
      *    O BRUTO GRAVADO JA TRAZ HORAS EXTRAS E ADICIONAIS; O
      *    SALARIO E O QUE SOBRA DELES.
       CALC-ANO2.
           MOVE ZEROS TO W-SALANO
           IF W-BRUTOANO > W-HEXTANO + W-ADICANO
              COMPUTE W-SALANO = W-BRUTOANO - W-HEXTANO - W-ADICANO.
      *    13O E FERIAS NAO FICAM GRAVADOS: ENTRAM PELA PROVISAO DE
      *    1/12 DO BRUTO DO ANO POR AVO (13O) E 1/12 MAIS 1/3
      *    (FERIAS), O QUE JA PROPORCIONALIZA OS MESES TRABALHADOS.
           COMPUTE W-DECANO ROUNDED = W-BRUTOANO / 12
           COMPUTE W-FERANO ROUNDED = W-BRUTOANO * 4 / 36
           COMPUTE W-REMUNANO = W-BRUTOANO + W-DECANO + W-FERANO
                              + W-PLRANO
           COMPUTE W-BASEENC = W-BRUTOANO + W-DECANO + W-FERANO
      *
      *    FGTS 8% (APRENDIZ 2%) E INSS PATRONAL COM AS ALIQUOTAS DA
      *    EMPRESA DO FUNCIONARIO; O ESTAGIARIO NAO TEM NENHUM DOS DOIS.
           PERFORM FILTRA-EMP THRU FILTRA-EMP-FIM
           PERFORM LER-ALIQ THRU LER-ALIQ-FIM
           MOVE SPACES TO W-TIPOCTR
           IF W-CTR-OK = "S"
              MOVE CODFUNC TO FUNCCT
              READ ARQFUNCTR
              IF CT-ERRO = "00"
                 MOVE TIPOCT TO W-TIPOCTR.
           COMPUTE W-ALIQPATR = W-PATRON + (W-RAT * W-FAP) + W-TERC
           MOVE W-PERCFGTS TO W-PERCFUNC
           IF W-TIPOCTR = "A"
              MOVE W-PERCAPREND TO W-PERCFUNC.
           IF W-TIPOCTR = "E"
              MOVE ZEROS TO W-PERCFUNC W-ALIQPATR.
           COMPUTE W-FGTSANO ROUNDED = W-BASEENC * W-PERCFUNC
           COMPUTE W-INSSPANO ROUNDED = W-BASEENC * W-ALIQPATR / 100
      *
      *    PLANO DE SAUDE: PARTE DA EMPRESA NA ADESAO ATIVA, VEZES OS
      *    MESES COM FOLHA NO ANO (O FPP063 USA O MESMO CUSTO).
           IF W-SAU-OK = "S"
              MOVE CODFUNC TO ADESFUNC
              READ ARQADESAO
              IF AD-ERRO = "00" AND STATUSADES = "A"
                 MOVE PLANOADES TO CODPLANO
                 READ ARQPLANSAU
                 IF PL-ERRO = "00"
                    COMPUTE W-CUSTOFUNC = VREMPTIT
                           + (VREMPDEP * QTDDEPADES)
                    COMPUTE W-SAUDEANO = W-CUSTOFUNC * W-QTDMESES.
      *
      *    VT E VR: VALOR DIARIO DO ARQBENEF NOS DIAS DE VALE DE CADA
      *    MES COM FOLHA; DO VT SAI O QUE FOI DESCONTADO NA FOLHA.
           IF W-BN-OK = "S"
              MOVE CODFUNC TO BENFUNC
              READ ARQBENEF
              IF BN-ERRO = "00"
                 PERFORM CALC-VALE THRU CALC-VALE-FIM.
      *
           COMPUTE W-ENCANO = W-FGTSANO + W-INSSPANO + W-SAUDEANO
                            + W-VTANO + W-VRANO
           COMPUTE W-CUSTOANO = W-REMUNANO + W-ENCANO
           MOVE ZEROS TO W-CUSTOMES
           IF W-QTDMESES NOT = ZEROS
              COMPUTE W-CUSTOMES ROUNDED = W-CUSTOANO / W-QTDMESES.
           ADD W-CUSTOANO TO W-TOTCUSTO.
       CALC-ANO-FIM.
           EXIT.
      *
       CALC-VALE.
           IF OPTVT = "S"
              COMPUTE W-VTANO = VRDIAVT * W-DIASVALE * W-QTDMESES
              IF W-VTANO > W-VTDESCANO
                 SUBTRACT W-VTDESCANO FROM W-VTANO
              ELSE
                 MOVE ZEROS TO W-VTANO.
           IF OPTVR = "S"
              COMPUTE W-VRANO = VRDIAVR * W-DIASVALE * W-QTDMESES.
       CALC-VALE-FIM.
           EXIT.
      *
      *    UMA PAGINA POR FUNCIONARIO, COM O CABECALHO DA EMPRESA DELE.
       IMP-FUNC.
           ADD 1 TO CONPAG CONLIN1
           MOVE CONPAG TO NUMPAG
           WRITE REGFUNCIONARIOTX FROM CAB1
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CABEMP
           WRITE REGFUNCIONARIOTX FROM CAB1
           MOVE CODFUNC  TO CODFUNCTX
           MOVE NOMEFUNC TO NOMEFUNCTX
           MOVE CPF      TO CPFTX
           WRITE REGFUNCIONARIOTX FROM LINFUNC
           MOVE DEPFUNC  TO CODDEPTX CODDEP
           MOVE SPACES   TO NOMEDEPTX
           IF W-DEP-OK = "S"
              READ ARQDEP
              IF DEP-ERRO = "00"
                 MOVE NOMEDEP TO NOMEDEPTX.
           MOVE CARGOFUNC  TO CODCARGOTX
           MOVE W-QTDMESES TO QTDMESTX
           WRITE REGFUNCIONARIOTX FROM LINDEP
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CABVAL
           MOVE ZEROS TO LVALIQTX
           MOVE "SALARIO" TO LVDESCTX
           MOVE W-SALANO  TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "HORAS EXTRAS" TO LVDESCTX
           MOVE W-HEXTANO TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "ADICIONAIS" TO LVDESCTX
           MOVE W-ADICANO TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "13O SALARIO (PROVISAO 1/12 DO BRUTO)" TO LVDESCTX
           MOVE W-DECANO  TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "FERIAS + 1/3 (PROVISAO 1/12 DO BRUTO + 1/3)"
                                                   TO LVDESCTX
           MOVE W-FERANO  TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "PLR PAGA NO ANO" TO LVDESCTX
           MOVE W-PLRANO  TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "TOTAL DA REMUNERACAO" TO LSDESCTX
           MOVE W-REMUNANO TO LSVALTX
           WRITE REGFUNCIONARIOTX FROM LINSUB
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE "FGTS (DEPOSITO DO EMPREGADOR)" TO LVDESCTX
           COMPUTE LVALIQTX = W-PERCFUNC * 100
           MOVE W-FGTSANO TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "INSS PATRONAL + RAT X FAP + TERCEIROS" TO LVDESCTX
           MOVE W-ALIQPATR TO LVALIQTX
           MOVE W-INSSPANO TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE ZEROS TO LVALIQTX
           MOVE "PLANO DE SAUDE (PARTE DA EMPRESA)" TO LVDESCTX
           MOVE W-SAUDEANO TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "VALE-TRANSPORTE (PARTE DA EMPRESA)" TO LVDESCTX
           MOVE W-VTANO   TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "VALE-REFEICAO" TO LVDESCTX
           MOVE W-VRANO   TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVAL
           MOVE "TOTAL DE ENCARGOS E BENEFICIOS" TO LSDESCTX
           MOVE W-ENCANO  TO LSVALTX
           WRITE REGFUNCIONARIOTX FROM LINSUB
           WRITE REGFUNCIONARIOTX FROM CAB1
           MOVE "CUSTO TOTAL PARA A EMPRESA NO ANO" TO LSDESCTX
           MOVE W-CUSTOANO TO LSVALTX
           WRITE REGFUNCIONARIOTX FROM LINSUB
           MOVE "CUSTO MEDIO POR MES COM FOLHA" TO LSDESCTX
           MOVE W-CUSTOMES TO LSVALTX
           WRITE REGFUNCIONARIOTX FROM LINSUB
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINOBS
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHABR.
       IMP-FUNC-FIM.
           EXIT.
      *
      *    INSERE W-TB-ITEM NA TABELA MANTENDO A ORDEM DA CHAVE:
      *    DESLOCA PARA BAIXO OS ITENS DE CHAVE MAIOR.
       INS-TAB.
           IF W-QTDTB NOT < 1000
              ADD 1 TO W-QTDFORA
              GO TO INS-TAB-FIM.
           MOVE W-QTDTB TO IY.
       INS-TAB1.
           IF IY = ZEROS
              GO TO INS-TAB2.
           IF TB-CHAVE (IY) NOT > W-TB-CHAVE
              GO TO INS-TAB2.
           COMPUTE IZ = IY + 1
           MOVE TB-ITEM (IY) TO TB-ITEM (IZ)
           SUBTRACT 1 FROM IY
           GO TO INS-TAB1.
       INS-TAB2.
           COMPUTE IZ = IY + 1
           MOVE W-TB-ITEM TO TB-ITEM (IZ)
           ADD 1 TO W-QTDTB.
       INS-TAB-FIM.
           EXIT.
      *
      *    EMPRESA DO FUNCIONARIO (FPP004): SEM REGISTRO VALE 1.
       FILTRA-EMP.
           MOVE 1 TO W-EMPFUNC
           IF W-FE-OK NOT = "S"
              GO TO FILTRA-EMP-FIM.
           MOVE CODFUNC TO FUNCFE
           READ ARQFUNEMP
           IF FE-ERRO = "00" AND CODEMPFU NOT = ZEROS
              MOVE CODEMPFU TO W-EMPFUNC.
       FILTRA-EMP-FIM.
           EXIT.
      *
      *    CABECALHO E ALIQUOTAS DA EMPRESA DO FUNCIONARIO; SEM O
      *    REGISTRO DELA VALE A EMPRESA 1, E SEM ALIQUOTAS GRAVADAS
      *    VALEM AS PADRAO (COMO NO FPP080).
       LER-ALIQ.
           MOVE 20,00  TO W-PATRON
           MOVE 2,00   TO W-RAT
           MOVE 1,0000 TO W-FAP
           MOVE 5,80   TO W-TERC
           MOVE "EMPRESA FATEC - ZL" TO NOMEEMPTX
           MOVE ZEROS  TO CNPJEMPTX
           IF W-PR-OK NOT = "S"
              GO TO LER-ALIQ-FIM.
           MOVE W-EMPFUNC TO CODPARAM
           READ ARQPARAM
           IF PR-ERRO NOT = "00"
              MOVE 1 TO CODPARAM
              READ ARQPARAM
              IF PR-ERRO NOT = "00"
                 GO TO LER-ALIQ-FIM.
           MOVE RAZAOEMP TO NOMEEMPTX
           MOVE CNPJEMP  TO CNPJEMPTX
           IF PATRONPAR NOT NUMERIC OR PATRONPAR = ZEROS
              GO TO LER-ALIQ-FIM.
           MOVE PATRONPAR TO W-PATRON
           MOVE RATPAR    TO W-RAT
           MOVE FAPPAR    TO W-FAP
           MOVE TERCPAR   TO W-TERC.
       LER-ALIQ-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQFUNC ARQFOLHA ARQFUNCTX.
           IF W-DEP-OK = "S"
              CLOSE ARQDEP.
           IF W-FE-OK = "S"
              CLOSE ARQFUNEMP.
           IF W-CTR-OK = "S"
              CLOSE ARQFUNCTR.
           IF W-PR-OK = "S"
              CLOSE ARQPARAM.
           IF W-SAU-OK = "S"
              CLOSE ARQADESAO ARQPLANSAU.
           IF W-BN-OK = "S"
              CLOSE ARQBENEF.
           IF W-PLR-OK = "S"
              CLOSE ARQPLR.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA, ANO-BASE E DATA DA
      *    EMISSAO, PARA NAO SOBREPOR A EMISSAO ANTERIOR.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP125-" DELIMITED BY SIZE
                  W-ANOBASE DELIMITED BY SIZE
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
           MOVE "FPP125" TO PROGRC
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
