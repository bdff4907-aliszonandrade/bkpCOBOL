       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP080.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * GUIAS GPS E DARF DA FOLHA (POR FILIAL)         *
      * LE O RESULTADO GRAVADO PELA FOLHA (ARQFOLHA)   *
      * DA COMPETENCIA E APURA, POR EMPRESA DO         *
      * ARQFUNEMP: A GPS (INSS DOS SEGURADOS +         *
      * PATRONAL + RAT X FAP + TERCEIROS - SALARIO-    *
      * FAMILIA PAGO) E O DARF 0561 (IRRF RETIDO). AS  *
      * ALIQUOTAS VEM DO ARQPARAM (FPP044) E AS GUIAS  *
      * FICAM NO ARQGUIAS PARA O FLUXO DE CAIXA        *
      * (STP043)                                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFL
                       FILE STATUS  IS FL-ERRO.

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

           SELECT ARQGUIAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGU
                       FILE STATUS  IS GU-ERRO.

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
      *    RESULTADO DA FOLHA POR FUNCIONARIO E COMPETENCIA (FPP015).
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
      *    TIPO DE CONTRATO (FPP004): A BOLSA DO ESTAGIARIO (E) NAO
      *    COMPOE A BASE DO INSS PATRONAL.
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
      *    PARAMETROS DA EMPRESA (FPP044): RAZAO SOCIAL E ALIQUOTAS
      *    PATRONAIS DE CADA FILIAL.
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
      *    GUIAS DE RECOLHIMENTO APURADAS POR COMPETENCIA E EMPRESA:
      *    TIPO G = GPS (CODIGO 2100), TIPO D = DARF (CODIGO 0561).
      *    O VENCIMENTO E O VALOR ALIMENTAM O FLUXO DE CAIXA (STP043)
      *    ENQUANTO A GUIA NAO TEM DATA DE PAGAMENTO.
       FD ARQGUIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGUIAS.DAT".
       01 REGGUIA.
           03 CHAVEGU.
               05 COMPETGU         PIC 9(6).
               05 EMPGU            PIC 9(1).
               05 TIPOGU           PIC X(1).
           03 CODRECGU             PIC 9(4).
           03 VENCGU               PIC 9(8).
           03 VALORGU              PIC 9(8)V99.
           03 PAGGU                PIC 9(8).
           03 OPERADOR-GU          PIC X(08).
           03 DATAGRAVACAO-GU.
               05 DATAGRAV-GU PIC 9(8).
               05 HORAGRAV-GU PIC 9(6).
      *
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGFUNCIONARIOTX    PIC X(111).
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
       77 FL-ERRO    PIC X(02) VALUE "00".
       77 FE-ERRO    PIC X(02) VALUE "00".
       77 W-FE-OK    PIC X(01) VALUE "N".
       77 CT-ERRO    PIC X(02) VALUE "00".
       77 W-CTR-OK   PIC X(01) VALUE "N".
       77 PR-ERRO    PIC X(02) VALUE "00".
       77 W-PR-OK    PIC X(01) VALUE "N".
       77 GU-ERRO    PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 IX         PIC 9(02) VALUE ZEROS.
       01 W-EMPFUNC  PIC 9(01) VALUE 1.
       01 W-QTDFOLHA PIC 9(06) VALUE ZEROS.
       01 W-QTDGUIAS PIC 9(06) VALUE ZEROS.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
      *
      *    VENCIMENTO DAS DUAS GUIAS: DIA 20 DO MES SEGUINTE AO DA
      *    COMPETENCIA (SEM EXPEDIENTE BANCARIO, PAGAR NO DIA UTIL
      *    ANTERIOR).
       01 W-VENC.
           05 W-ANOVENC PIC 9(4) VALUE ZEROS.
           05 W-MESVENC PIC 9(2) VALUE ZEROS.
           05 W-DIAVENC PIC 9(2) VALUE 20.
       01 W-VENCED.
           05 W-DIAVED  PIC 9(2) VALUE ZEROS.
           05 W-MESVED  PIC 9(2) VALUE ZEROS.
           05 W-ANOVED  PIC 9(4) VALUE ZEROS.
      *
      *    ALIQUOTAS EM USO PARA A EMPRESA CORRENTE: VEM DO ARQPARAM
      *    DA PROPRIA FILIAL, SENAO DA EMPRESA 1, SENAO DOS VALORES
      *    USUAIS ABAIXO.
       01 W-PATRON   PIC 9(2)V99   VALUE 20,00.
       01 W-RAT      PIC 9V99      VALUE 2,00.
       01 W-FAP      PIC 9V9999    VALUE 1,0000.
       01 W-RATFAP   PIC 9V9999    VALUE ZEROS.
       01 W-TERC     PIC 9(2)V99   VALUE 5,80.
       01 W-RAZAO    PIC X(32)     VALUE SPACES.
      *
       01 W-VALPATR  PIC 9(10)V99 VALUE ZEROS.
       01 W-VALRAT   PIC 9(10)V99 VALUE ZEROS.
       01 W-VALTERC  PIC 9(10)V99 VALUE ZEROS.
       01 W-VALGPS   PIC S9(10)V99 VALUE ZEROS.
       01 W-TOTGPS   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTDARF  PIC 9(10)V99 VALUE ZEROS.
      *
      *    ACUMULADOS DA COMPETENCIA POR EMPRESA (1 A 9).
       01 TABEMP.
           03 EMP-ITEM OCCURS 9.
              05 EMP-QTD     PIC 9(05).
              05 EMP-BASE    PIC 9(10).
              05 EMP-SEGUR   PIC 9(10).
              05 EMP-SALFAM  PIC 9(10).
              05 EMP-IRRF    PIC 9(10).
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(44) VALUE
           " *** GUIAS GPS E DARF DA FOLHA ***          ".
           05  FILLER                 PIC X(07) VALUE
           "COMPET:".
           05  COMPETTX VALUE ZEROS   PIC 9(06).
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABEMP.
           05  FILLER          PIC X(09) VALUE "EMPRESA: ".
           05  EMPCODTX        VALUE ZEROS  PIC 9.
           05  FILLER          PIC X(01) VALUE " ".
           05  EMPRAZAOTX      VALUE SPACES PIC X(32).
           05  FILLER          PIC X(16) VALUE "   FUNCIONARIOS:".
           05  EMPQTDTX        VALUE ZEROS  PIC ZZZZ9.

       01  LINGUIA.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LGDESCTX        VALUE SPACES PIC X(36).
           05  LGALIQTX        VALUE ZEROS  PIC ZZ9,9999
                               BLANK WHEN ZERO.
           05  FILLER          PIC X(03) VALUE " : ".
           05  LGVALTX         VALUE ZEROS  PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINVENC.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LVDESCTX        VALUE SPACES PIC X(36).
           05  FILLER          PIC X(08) VALUE "  VENC. ".
           05  LVVENCTX        VALUE ZEROS  PIC 99.99.9999.
           05  FILLER          PIC X(03) VALUE " : ".
           05  LVVALTX         VALUE ZEROS  PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DAS GPS DA COMPETENCIA..........: ".
           05  TOTGPSTX    VALUE ZEROS  PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DOS DARF 0561 DA COMPETENCIA....: ".
           05  TOTDARFTX   VALUE ZEROS  PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "FUNCIONARIOS NA FOLHA DA COMPETENCIA..: ".
           05  TOTFUNCTX   VALUE ZEROS  PIC ZZZZZ9.

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
               VALUE  "*** GUIAS GPS E DARF DA FOLHA ***".
           05  LINE 05  COLUMN 05
               VALUE  "APURA POR EMPRESA A GPS (INSS) E O DARF 0561".
           05  LINE 06  COLUMN 05
               VALUE  "(IRRF) DA FOLHA CALCULADA NO FPP015.".
           05  LINE 08  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM)       :".
           05  TW-COMPET
               LINE 08  COLUMN 35  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 10  COLUMN 05
               VALUE  "CONFIRMA APURACAO (S/N)    :".
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
           DISPLAY TELA.
       INC-CMP.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CMP.
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
              MOVE "* CALCULE A FOLHA NO FPP015 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    O VINCULO FUNCIONARIO X EMPRESA E OS PARAMETROS SAO
      *    OPCIONAIS.
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
      *
      *    O ARQUIVO DE GUIAS E CRIADO NA PRIMEIRA EXECUCAO.
       INC-GU0.
           OPEN I-O ARQGUIAS
           IF GU-ERRO NOT = "00"
              IF GU-ERRO = "30"
                 OPEN OUTPUT ARQGUIAS
                 CLOSE ARQGUIAS
                 GO TO INC-GU0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQGUIAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE ZEROS TO IX
           PERFORM LIMPA-TAB THRU LIMPA-TAB-FIM
           MOVE W-ANOCOMP TO W-ANOVENC
           COMPUTE W-MESVENC = W-MESCOMP + 1
           IF W-MESVENC > 12
              MOVE 1 TO W-MESVENC
              ADD 1 TO W-ANOVENC.
           MOVE W-DIAVENC TO W-DIAVED
           MOVE W-MESVENC TO W-MESVED
           MOVE W-ANOVENC TO W-ANOVED.
      *
      *    ACUMULA A FOLHA DA COMPETENCIA POR EMPRESA: O BRUTO E A
      *    BASE DO INSS PATRONAL (JA COM HORAS EXTRAS, ADICIONAIS,
      *    NOTURNO E DSR).
       LER-FOLHA.
           READ ARQFOLHA NEXT
           IF FL-ERRO NOT = "00"
              GO TO ROT-IMP.
           IF COMPETFL NOT = W-COMPET
              GO TO LER-FOLHA.
           MOVE 1 TO W-EMPFUNC
           IF W-FE-OK = "S"
              MOVE FUNCFL TO FUNCFE
              READ ARQFUNEMP
              IF FE-ERRO = "00" AND CODEMPFU NOT = ZEROS
                 MOVE CODEMPFU TO W-EMPFUNC.
           ADD 1          TO EMP-QTD (W-EMPFUNC) W-QTDFOLHA
           MOVE SPACES TO TIPOCT
           IF W-CTR-OK = "S"
              MOVE FUNCFL TO FUNCCT
              READ ARQFUNCTR
              IF CT-ERRO NOT = "00"
                 MOVE SPACES TO TIPOCT.
           IF TIPOCT NOT = "E"
              ADD BRUTOFL TO EMP-BASE (W-EMPFUNC).
           ADD INSSFL     TO EMP-SEGUR (W-EMPFUNC)
           ADD SALFAMFL   TO EMP-SALFAM (W-EMPFUNC)
           ADD RENDAFL    TO EMP-IRRF (W-EMPFUNC)
           GO TO LER-FOLHA.
      *
       ROT-IMP.
           IF W-QTDFOLHA = ZEROS
              MOVE "* NAO HA FOLHA GRAVADA NA COMPETENCIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-COMPET TO COMPETTX
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB1
           MOVE ZEROS TO IX.
      *
      *    UMA FOLHA DE APURACAO POR EMPRESA COM MOVIMENTO.
       ROT-IMP1.
           ADD 1 TO IX
           IF IX > 9
              GO TO ROT-TOTAL.
           IF EMP-QTD (IX) = ZEROS
              GO TO ROT-IMP1.
           PERFORM LER-ALIQ THRU LER-ALIQ-FIM
           COMPUTE W-RATFAP = W-RAT * W-FAP
           COMPUTE W-VALPATR ROUNDED = EMP-BASE (IX) * W-PATRON / 100
           COMPUTE W-VALRAT ROUNDED = EMP-BASE (IX) * W-RATFAP / 100
           COMPUTE W-VALTERC ROUNDED = EMP-BASE (IX) * W-TERC / 100
      *    SALARIO-FAMILIA PAGO E COMPENSADO NA PROPRIA GPS; SE
      *    PASSAR DO DEVIDO, A GUIA SAI ZERADA.
           COMPUTE W-VALGPS = EMP-SEGUR (IX) + W-VALPATR + W-VALRAT
                            + W-VALTERC - EMP-SALFAM (IX)
           IF W-VALGPS < ZEROS
              MOVE ZEROS TO W-VALGPS.
           ADD W-VALGPS      TO W-TOTGPS
           ADD EMP-IRRF (IX) TO W-TOTDARF
      *
           MOVE IX           TO EMPCODTX
           MOVE W-RAZAO      TO EMPRAZAOTX
           MOVE EMP-QTD (IX) TO EMPQTDTX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CABEMP
           MOVE "BASE DE CALCULO (BRUTO DA FOLHA)" TO LGDESCTX
           MOVE ZEROS          TO LGALIQTX
           MOVE EMP-BASE (IX)  TO LGVALTX
           WRITE REGFUNCIONARIOTX FROM LINGUIA
           MOVE "INSS DOS SEGURADOS (DESCONTADO)" TO LGDESCTX
           MOVE EMP-SEGUR (IX) TO LGVALTX
           WRITE REGFUNCIONARIOTX FROM LINGUIA
           MOVE "INSS PATRONAL (%)" TO LGDESCTX
           MOVE W-PATRON       TO LGALIQTX
           MOVE W-VALPATR      TO LGVALTX
           WRITE REGFUNCIONARIOTX FROM LINGUIA
           MOVE "RAT X FAP (%)"  TO LGDESCTX
           MOVE W-RATFAP       TO LGALIQTX
           MOVE W-VALRAT       TO LGVALTX
           WRITE REGFUNCIONARIOTX FROM LINGUIA
           MOVE "TERCEIROS (%)"  TO LGDESCTX
           MOVE W-TERC         TO LGALIQTX
           MOVE W-VALTERC      TO LGVALTX
           WRITE REGFUNCIONARIOTX FROM LINGUIA
           MOVE "(-) SALARIO-FAMILIA PAGO" TO LGDESCTX
           MOVE ZEROS          TO LGALIQTX
           MOVE EMP-SALFAM (IX) TO LGVALTX
           WRITE REGFUNCIONARIOTX FROM LINGUIA
           MOVE "GPS - CODIGO 2100"  TO LVDESCTX
           MOVE W-VENCED       TO LVVENCTX
           MOVE W-VALGPS       TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVENC
           MOVE "DARF 0561 - IRRF RETIDO" TO LVDESCTX
           MOVE EMP-IRRF (IX)  TO LVVALTX
           WRITE REGFUNCIONARIOTX FROM LINVENC
      *
           MOVE "G"      TO TIPOGU
           MOVE 2100     TO CODRECGU
           MOVE W-VALGPS TO VALORGU
           PERFORM GRAVA-GUIA THRU GRAVA-GUIA-FIM
           MOVE "D"      TO TIPOGU
           MOVE 0561     TO CODRECGU
           MOVE EMP-IRRF (IX) TO VALORGU
           PERFORM GRAVA-GUIA THRU GRAVA-GUIA-FIM
           GO TO ROT-IMP1.
      *
       ROT-TOTAL.
           MOVE W-TOTGPS   TO TOTGPSTX
           MOVE W-TOTDARF  TO TOTDARFTX
           MOVE W-QTDFOLHA TO TOTFUNCTX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT3
           CLOSE ARQFUNCTX
           MOVE W-COMPET   TO COMPETRC
           MOVE W-QTDGUIAS TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** GUIAS APURADAS - VER O RELATORIO FPP080 **"
                                                   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    GRAVA A GUIA DA EMPRESA IX; NA REAPURACAO DA COMPETENCIA
      *    REGRAVA O VALOR E O VENCIMENTO, PRESERVANDO O PAGAMENTO.
       GRAVA-GUIA.
           MOVE W-COMPET TO COMPETGU
           MOVE IX       TO EMPGU
           MOVE VALORGU  TO W-VALGPS
           READ ARQGUIAS
           IF GU-ERRO NOT = "00"
              MOVE ZEROS TO PAGGU.
           MOVE W-VALGPS  TO VALORGU
           MOVE W-VENC    TO VENCGU
           MOVE W-OPERLOG TO OPERADOR-GU
           ACCEPT DATAGRAV-GU FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-GU FROM TIME
           IF GU-ERRO = "00"
              REWRITE REGGUIA
           ELSE
              WRITE REGGUIA.
           ADD 1 TO W-QTDGUIAS.
       GRAVA-GUIA-FIM.
           EXIT.
      *
      *    ALIQUOTAS E RAZAO SOCIAL DA EMPRESA IX.
       LER-ALIQ.
           MOVE 20,00  TO W-PATRON
           MOVE 2,00   TO W-RAT
           MOVE 1,0000 TO W-FAP
           MOVE 5,80   TO W-TERC
           MOVE SPACES TO W-RAZAO
           IF W-PR-OK NOT = "S"
              GO TO LER-ALIQ-FIM.
           MOVE IX TO CODPARAM
           READ ARQPARAM
           IF PR-ERRO NOT = "00"
              MOVE 1 TO CODPARAM
              READ ARQPARAM
              IF PR-ERRO NOT = "00"
                 GO TO LER-ALIQ-FIM.
           IF CODPARAM = IX
              MOVE RAZAOEMP TO W-RAZAO.
           IF PATRONPAR NOT NUMERIC OR PATRONPAR = ZEROS
              GO TO LER-ALIQ-FIM.
           MOVE PATRONPAR TO W-PATRON
           MOVE RATPAR    TO W-RAT
           MOVE FAPPAR    TO W-FAP
           MOVE TERCPAR   TO W-TERC.
       LER-ALIQ-FIM.
           EXIT.
      *
       LIMPA-TAB.
           ADD 1 TO IX
           IF IX > 9
              GO TO LIMPA-TAB-FIM.
           MOVE ZEROS TO EMP-QTD (IX) EMP-BASE (IX) EMP-SEGUR (IX)
           MOVE ZEROS TO EMP-SALFAM (IX) EMP-IRRF (IX)
           GO TO LIMPA-TAB.
       LIMPA-TAB-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQFOLHA ARQGUIAS.
           IF W-FE-OK = "S"
              CLOSE ARQFUNEMP.
           IF W-CTR-OK = "S"
              CLOSE ARQFUNCTR.
           IF W-PR-OK = "S"
              CLOSE ARQPARAM.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA, COMPETENCIA E DATA
      *    DA EMISSAO, PARA NAO SOBREPOR A EMISSAO ANTERIOR.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE W-DATARELC TO DATAREL
           MOVE SPACES TO W-NOMEREL
           STRING "FPP080-" DELIMITED BY SIZE
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
           MOVE "FPP080" TO PROGRC
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
