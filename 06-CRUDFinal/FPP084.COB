       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP084.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * COTA DE JOVENS APRENDIZES POR FILIAL           *
      * CONTA, NA COMPETENCIA, OS FUNCIONARIOS ATIVOS  *
      * DE CADA EMPRESA (ARQFUNEMP) PELO TIPO DE       *
      * CONTRATO (ARQFUNCTR): A BASE DA COTA SAO OS    *
      * CLT, SEM ESTAGIARIOS E SEM OS PROPRIOS         *
      * APRENDIZES. A COTA VAI DE 5% (ARREDONDADO PARA *
      * CIMA) A 15% DA BASE; FILIAL COM MENOS DE 7     *
      * NA BASE E DISPENSADA. NO FIM, RELACIONA OS     *
      * APRENDIZES COM O FIM DO CONTRATO, SINALIZANDO  *
      * OS VENCIDOS E OS QUE VENCEM NA COMPETENCIA.    *
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

           SELECT ARQFUNCTR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCCT
                       FILE STATUS  IS CT-ERRO.

           SELECT ARQFUNEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCFE
                       FILE STATUS  IS FE-ERRO.

           SELECT ARQPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPARAM
                       FILE STATUS  IS PR-ERRO.

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
      *    TIPO DE CONTRATO DO FUNCIONARIO (FPP004): C = CLT,
      *    E = ESTAGIARIO, A = JOVEM APRENDIZ. SEM REGISTRO = CLT.
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
      *    PARAMETROS DA EMPRESA (FPP044): SO A RAZAO SOCIAL.
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
       77 CT-ERRO    PIC X(02) VALUE "00".
       77 W-CTR-OK   PIC X(01) VALUE "N".
       77 FE-ERRO    PIC X(02) VALUE "00".
       77 W-FE-OK    PIC X(01) VALUE "N".
       77 PR-ERRO    PIC X(02) VALUE "00".
       77 W-PR-OK    PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-COMPADM    PIC 9(06) VALUE ZEROS.
       01 W-COMPFIM    PIC 9(06) VALUE ZEROS.
       01 W-EMPFUNC    PIC 9(01) VALUE 1.
       01 W-TIPOCTR    PIC X(01) VALUE "C".
       01 IX           PIC 9(02) VALUE ZEROS.
       01 W-QTDATIVO   PIC 9(06) VALUE ZEROS.
       01 W-QTDAPR     PIC 9(06) VALUE ZEROS.
       01 W-QTDFORA    PIC 9(02) VALUE ZEROS.
       01 W-MINAPR     PIC 9(05) VALUE ZEROS.
       01 W-MAXAPR     PIC 9(05) VALUE ZEROS.
       01 W-FIMDATA.
           05 W-FIMANO  PIC 9(4).
           05 W-FIMMES  PIC 9(2).
           05 W-FIMDIA  PIC 9(2).
       01 W-FIMDMA.
           05 W-FIMDIA2 PIC 9(2).
           05 W-FIMMES2 PIC 9(2).
           05 W-FIMANO2 PIC 9(4).
      *
      *    CONTAGEM POR EMPRESA (FILIAL 1 A 9).
       01 TAB-EMP.
           03 EMP-ITEM OCCURS 9.
              05 EMP-BASE    PIC 9(05).
              05 EMP-APREND  PIC 9(05).
              05 EMP-ESTAG   PIC 9(05).
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(037) VALUE
           "-------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(44) VALUE
           " *** COTA DE JOVENS APRENDIZES ***          ".
           05  FILLER                 PIC X(07) VALUE
           "COMPET:".
           05  COMPETTX VALUE ZEROS   PIC 9(06).
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CAB3.
           05  FILLER                 PIC X(38) VALUE
           "  F  RAZAO SOCIAL".
           05  FILLER                 PIC X(06) VALUE "ELEGIV".
           05  FILLER                 PIC X(08) VALUE "  APREND".
           05  FILLER                 PIC X(08) VALUE "  MINIMO".
           05  FILLER                 PIC X(08) VALUE "  MAXIMO".
           05  FILLER                 PIC X(08) VALUE "   ESTAG".
           05  FILLER                 PIC X(10) VALUE "  SITUACAO".

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETEMPTX        VALUE ZEROS  PIC 9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(32).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETBASETX       VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DETAPRTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DETMINTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DETMAXTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DETESTTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETSITTX        VALUE SPACES PIC X(16).

       01  CAB4.
           05  FILLER                 PIC X(050) VALUE
           " *** APRENDIZES E FIM DO CONTRATO ***".

       01  CAB5.
           05  FILLER                 PIC X(050) VALUE
           "  CODIGO NOME                            F  INSTIT".
           05  FILLER                 PIC X(044) VALUE
           "UICAO                     FIM CONTR".

       01  DET2.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET2FUNCTX      VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET2NOMETX      VALUE SPACES PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET2EMPTX       VALUE ZEROS  PIC 9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET2INSTTX      VALUE SPACES PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DET2FIMTX       VALUE ZEROS  PIC 99.99.9999.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET2SITTX       VALUE SPACES PIC X(12).

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "FUNCIONARIOS ATIVOS NA COMPETENCIA....: ".
           05  TOTATIVOTX  VALUE ZEROS  PIC ZZZZZ9.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "JOVENS APRENDIZES.....................: ".
           05  TOTAPRTX    VALUE ZEROS  PIC ZZZZZ9.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "FILIAIS FORA DA COTA..................: ".
           05  TOTFORATX   VALUE ZEROS  PIC ZZZZZ9.

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
               VALUE  "*** COTA DE JOVENS APRENDIZES POR FILIAL ***".
           05  LINE 05  COLUMN 05
               VALUE  "CONFRONTA OS APRENDIZES DE CADA FILIAL COM A".
           05  LINE 06  COLUMN 05
               VALUE  "COTA LEGAL DE 5% A 15% DA BASE DE CLT ATIVOS.".
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
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    SEM O ARQUIVO DE CONTRATOS TODOS SAO CLT; SEM O VINCULO
      *    COM A EMPRESA TODOS SAO DA FILIAL 1.
           MOVE "N" TO W-CTR-OK
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO = "00"
              MOVE "S" TO W-CTR-OK.
           MOVE "N" TO W-FE-OK
           OPEN INPUT ARQFUNEMP
           IF FE-ERRO = "00"
              MOVE "S" TO W-FE-OK.
           MOVE "N" TO W-PR-OK
           OPEN INPUT ARQPARAM
           IF PR-ERRO = "00"
              MOVE "S" TO W-PR-OK.
           MOVE ZEROS TO IX W-QTDATIVO W-QTDAPR W-QTDFORA
           PERFORM LIMPA-TAB THRU LIMPA-TAB-FIM.
      *
      *    PRIMEIRA PASSAGEM: CONTA OS ATIVOS POR FILIAL E CONTRATO.
      *    ADMITIDO DEPOIS DA COMPETENCIA AINDA NAO CONTA.
       LER-FUNC.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO ROT-IMP.
           IF STATUSAUX = "D"
              GO TO LER-FUNC.
           COMPUTE W-COMPADM = ANOADM * 100 + MESADM
           IF W-COMPADM > W-COMPET
              GO TO LER-FUNC.
           PERFORM LER-CTR THRU LER-CTR-FIM
           ADD 1 TO W-QTDATIVO
           IF W-TIPOCTR = "A"
              ADD 1 TO EMP-APREND (W-EMPFUNC) W-QTDAPR
              GO TO LER-FUNC.
           IF W-TIPOCTR = "E"
              ADD 1 TO EMP-ESTAG (W-EMPFUNC)
              GO TO LER-FUNC.
           ADD 1 TO EMP-BASE (W-EMPFUNC)
           GO TO LER-FUNC.
      *
       ROT-IMP.
           IF W-QTDATIVO = ZEROS
              MOVE "* NENHUM FUNCIONARIO ATIVO NA COMPETENCIA *"
                                                   TO MENS
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
           WRITE REGFUNCIONARIOTX FROM CAB3
           MOVE ZEROS TO IX.
      *
      *    UMA LINHA POR FILIAL COM FUNCIONARIOS ATIVOS.
       ROT-IMP1.
           ADD 1 TO IX
           IF IX > 9
              GO TO ROT-APR.
           IF EMP-BASE (IX) = ZEROS AND EMP-APREND (IX) = ZEROS
                                   AND EMP-ESTAG (IX) = ZEROS
              GO TO ROT-IMP1.
           MOVE ZEROS TO W-MINAPR W-MAXAPR
           IF EMP-BASE (IX) NOT < 7
              COMPUTE W-MINAPR = (EMP-BASE (IX) * 5 + 99) / 100
              COMPUTE W-MAXAPR = EMP-BASE (IX) * 15 / 100.
           MOVE IX             TO DETEMPTX
           MOVE SPACES         TO DETNOMETX
           IF W-PR-OK = "S"
              MOVE IX TO CODPARAM
              READ ARQPARAM
              IF PR-ERRO = "00"
                 MOVE RAZAOEMP TO DETNOMETX.
           MOVE EMP-BASE (IX)   TO DETBASETX
           MOVE EMP-APREND (IX) TO DETAPRTX
           MOVE W-MINAPR        TO DETMINTX
           MOVE W-MAXAPR        TO DETMAXTX
           MOVE EMP-ESTAG (IX)  TO DETESTTX
           MOVE "OK"            TO DETSITTX
           IF EMP-BASE (IX) < 7
              MOVE "DISPENSADA"   TO DETSITTX.
           IF EMP-APREND (IX) < W-MINAPR
              MOVE "ABAIXO DO MINIMO" TO DETSITTX
              ADD 1 TO W-QTDFORA.
           IF EMP-APREND (IX) > W-MAXAPR AND EMP-BASE (IX) NOT < 7
              MOVE "ACIMA DO MAXIMO"  TO DETSITTX
              ADD 1 TO W-QTDFORA.
           WRITE REGFUNCIONARIOTX FROM DET
           GO TO ROT-IMP1.
      *
      *    SEGUNDA PASSAGEM: OS APRENDIZES ATIVOS COM O FIM DO
      *    CONTRATO, PARA PLANEJAR A REPOSICAO ANTES DE A FILIAL
      *    FICAR ABAIXO DA COTA.
       ROT-APR.
           IF W-QTDAPR = ZEROS
              GO TO ROT-TOTAL.
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB4
           WRITE REGFUNCIONARIOTX FROM CAB5
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO ROT-TOTAL.
       LER-APR.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           IF STATUSAUX = "D"
              GO TO LER-APR.
           COMPUTE W-COMPADM = ANOADM * 100 + MESADM
           IF W-COMPADM > W-COMPET
              GO TO LER-APR.
           PERFORM LER-CTR THRU LER-CTR-FIM
           IF W-TIPOCTR NOT = "A"
              GO TO LER-APR.
           MOVE CODFUNC    TO DET2FUNCTX
           MOVE NOMEFUNC   TO DET2NOMETX
           MOVE W-EMPFUNC  TO DET2EMPTX
           MOVE INSTCT     TO DET2INSTTX
           MOVE FIMCT      TO W-FIMDATA
           MOVE W-FIMDIA   TO W-FIMDIA2
           MOVE W-FIMMES   TO W-FIMMES2
           MOVE W-FIMANO   TO W-FIMANO2
           MOVE W-FIMDMA   TO DET2FIMTX
           MOVE SPACES     TO DET2SITTX
           COMPUTE W-COMPFIM = W-FIMANO * 100 + W-FIMMES
           IF W-COMPFIM = W-COMPET
              MOVE "VENCE NO MES" TO DET2SITTX.
           IF W-COMPFIM < W-COMPET
              MOVE "VENCIDO"      TO DET2SITTX.
           WRITE REGFUNCIONARIOTX FROM DET2
           GO TO LER-APR.
      *
       ROT-TOTAL.
           MOVE W-QTDATIVO TO TOTATIVOTX
           MOVE W-QTDAPR   TO TOTAPRTX
           MOVE W-QTDFORA  TO TOTFORATX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT3
           CLOSE ARQFUNCTX
           MOVE W-COMPET   TO COMPETRC
           MOVE W-QTDATIVO TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-QTDFORA = ZEROS
              MOVE "** TODAS AS FILIAIS DENTRO DA COTA - VER FPP084 **"
                                                   TO MENS
           ELSE
              MOVE "** HA FILIAL FORA DA COTA - VER O RELATORIO FPP084"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    TIPO DE CONTRATO E FILIAL DO FUNCIONARIO LIDO.
       LER-CTR.
           MOVE "C" TO W-TIPOCTR
           MOVE SPACES TO INSTCT
           MOVE ZEROS  TO FIMCT
           IF W-CTR-OK = "S"
              MOVE CODFUNC TO FUNCCT
              READ ARQFUNCTR
              IF CT-ERRO = "00"
                 MOVE TIPOCT TO W-TIPOCTR.
           MOVE 1 TO W-EMPFUNC
           IF W-FE-OK = "S"
              MOVE CODFUNC TO FUNCFE
              READ ARQFUNEMP
              IF FE-ERRO = "00" AND CODEMPFU NOT = ZEROS
                 MOVE CODEMPFU TO W-EMPFUNC.
       LER-CTR-FIM.
           EXIT.
      *
       LIMPA-TAB.
           ADD 1 TO IX
           IF IX > 9
              GO TO LIMPA-TAB-FIM.
           MOVE ZEROS TO EMP-BASE (IX) EMP-APREND (IX) EMP-ESTAG (IX)
           GO TO LIMPA-TAB.
       LIMPA-TAB-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQFUNC.
           IF W-CTR-OK = "S"
              CLOSE ARQFUNCTR.
           IF W-FE-OK = "S"
              CLOSE ARQFUNEMP.
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
           STRING "FPP084-" DELIMITED BY SIZE
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
           MOVE "FPP084" TO PROGRC
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
