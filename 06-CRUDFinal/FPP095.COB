       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP095.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * MEDIDAS DISCIPLINARES POR FUNCIONARIO (ARQDISC)               *
      * ADVERTENCIA (A) OU SUSPENSAO (S) COM DATA, MOTIVO E DIAS DE   *
      * SUSPENSAO (NO MAXIMO 30). OS DIAS DE SUSPENSAO ENTRAM COMO    *
      * FALTAS NO PONTO (ARQPONTO) DE CADA COMPETENCIA ATINGIDA, E A  *
      * FOLHA (FPP015) DESCONTA O DIA E O DSR. A EXCLUSAO ESTORNA AS  *
      * FALTAS. COMPETENCIA FECHADA OU REMETIDA (FPP024) NAO ACEITA   *
      * LANCAMENTO NEM ESTORNO. O COMUNICADO PARA ASSINATURA E        *
      * GRAVADO EM ARQUIVO E REGISTRADO NO CATALOGO DE RELATORIOS.    *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDISC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEDI
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQPONTO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPT
                       ALTERNATE RECORD KEY IS COMPETPT WITH DUPLICATES
                       FILE STATUS  IS PT-ERRO.
           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS COMPETCC
                       FILE STATUS  IS CC-ERRO.
           SELECT ARQFUNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS TX-ERRO.
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
      *    UMA MEDIDA POR FUNCIONARIO E DATA. TIPO A = ADVERTENCIA,
      *    S = SUSPENSAO (DIAS E INICIO PREENCHIDOS SO NA SUSPENSAO).
       FD ARQDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDISC.DAT".
       01 REGDISC.
          03 CHAVEDI.
             05 FUNCDI         PIC 9(06).
             05 DATADI         PIC 9(08).
          03 TIPODI            PIC X(01).
          03 MOTIVO1DI         PIC X(50).
          03 MOTIVO2DI         PIC X(50).
          03 DIASDI            PIC 9(02).
          03 INICIODI          PIC 9(08).
          03 OPERADOR-DI       PIC X(08).
          03 DATAGRAVACAO-DI.
             05 DATAGRAV-DI    PIC 9(8).
             05 HORAGRAV-DI    PIC 9(6).
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
      *    PONTO MENSAL (FPP022/FPP055): A SUSPENSAO SOMA EM FALTAS.
       FD ARQPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
           03 CHAVEPT.
               05 FUNCPT           PIC 9(6).
               05 COMPETPT         PIC 9(6).
           03 DIASTRAB             PIC 9(2).
           03 FALTAS               PIC 9(2).
           03 ATRASOMIN            PIC 9(4).
           03 HE50PT               PIC 9(3).
           03 HE100PT              PIC 9(3).
           03 OPERADOR-PT          PIC X(08).
           03 DATAGRAVACAO-PT.
               05 DATAGRAV-PT PIC 9(8).
               05 HORAGRAV-PT PIC 9(6).
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
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 RC-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 PT-ERRO      PIC X(02) VALUE "00".
       01 CC-ERRO      PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 W-CC-OK      PIC X(01) VALUE "N".
       01 W-NOMEREL    PIC X(30) VALUE SPACES.
       01 W-DATARELC   PIC 9(08) VALUE ZEROS.
       01 W-HORARELC   PIC 9(06) VALUE ZEROS.
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-FIMSUSP    PIC 9(08) VALUE ZEROS.
       01 W-RETORNO    PIC 9(08) VALUE ZEROS.
      *
      *    LANCAMENTO DAS FALTAS NO PONTO, MES A MES:
      *    V = SO VERIFICA COMPETENCIA FECHADA, L = LANCA, E = ESTORNA.
       01 W-MODO       PIC X(01) VALUE SPACES.
       01 W-BLOQ       PIC X(01) VALUE "N".
       01 W-COMPBLOQ   PIC 9(06) VALUE ZEROS.
       01 W-RESTANTE   PIC 9(02) VALUE ZEROS.
       01 W-NOMES      PIC 9(02) VALUE ZEROS.
       01 W-COMPPT     PIC 9(06) VALUE ZEROS.
       01 W-QTDADV     PIC 9(03) VALUE ZEROS.
       01 W-QTDSUSP    PIC 9(03) VALUE ZEROS.
       01 W-QTDDIAS    PIC 9(03) VALUE ZEROS.
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
       01 W-DT-DMAN REDEFINES W-DT-DMA PIC 9(08).
      *
       01 W-RESUMO.
           05 FILLER       PIC X(13) VALUE "ADVERTENCIAS:".
           05 W-RESADV     PIC ZZ9.
           05 FILLER       PIC X(15) VALUE "   SUSPENSOES:".
           05 W-RESSUSP    PIC ZZ9.
           05 FILLER       PIC X(02) VALUE " (".
           05 W-RESDIAS    PIC ZZ9.
           05 FILLER       PIC X(06) VALUE " DIAS)".
      *
      *    COMUNICADO PARA ASSINATURA.
       01  AVSEP                      PIC X(78) VALUE ALL "-".

       01  AVTIT.
           05  FILLER                 PIC X(32) VALUE
           "EMPRESA FATEC - ZL              ".
           05  FILLER                 PIC X(14) VALUE
           "COMUNICADO DE ".
           05  AVTIPOTX    VALUE SPACES PIC X(22).

       01  AVL1.
           05  FILLER                 PIC X(13) VALUE
           "AO(A) SR(A). ".
           05  AVNOMETX    VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(11) VALUE
           " - CODIGO: ".
           05  AVCODTX     VALUE ZEROS  PIC 9(06).

       01  AVA1.
           05  FILLER                 PIC X(50) VALUE
           "PELO PRESENTE FICA V.SA. ADVERTIDO(A) PELO MOTIVO ".
           05  FILLER                 PIC X(28) VALUE
           "ABAIXO. A REINCIDENCIA PODE-".

       01  AVA2.
           05  FILLER                 PIC X(50) VALUE
           "RA ACARRETAR PENALIDADES MAIS SEVERAS, NA FORMA DA".
           05  FILLER                 PIC X(05) VALUE
           " LEI.".

       01  AVS1.
           05  FILLER                 PIC X(50) VALUE
           "PELO PRESENTE FICA V.SA. SUSPENSO(A) DE SUAS ATIVI".
           05  FILLER                 PIC X(12) VALUE
           "DADES POR ".
           05  AVDIASTX    VALUE ZEROS  PIC Z9.
           05  FILLER                 PIC X(08) VALUE
           " DIA(S),".

       01  AVS2.
           05  FILLER                 PIC X(03) VALUE "DE ".
           05  AVINITX     VALUE ZEROS  PIC 99.99.9999.
           05  FILLER                 PIC X(03) VALUE " A ".
           05  AVFIMTX     VALUE ZEROS  PIC 99.99.9999.
           05  FILLER                 PIC X(34) VALUE
           ", DEVENDO RETORNAR AO TRABALHO EM ".
           05  AVRETTX     VALUE ZEROS  PIC 99.99.9999.
           05  FILLER                 PIC X(01) VALUE ".".

       01  AVS3.
           05  FILLER                 PIC X(50) VALUE
           "OS DIAS DE SUSPENSAO E O REPOUSO SEMANAL CORRESPON".
           05  FILLER                 PIC X(28) VALUE
           "DENTE NAO SERAO REMUNERADOS.".

       01  AVMOT.
           05  FILLER                 PIC X(08) VALUE "MOTIVO: ".
           05  AVMOTTX     VALUE SPACES PIC X(50).

       01  AVDATA.
           05  FILLER                 PIC X(16) VALUE
           "DATA DA MEDIDA: ".
           05  AVDATATX    VALUE ZEROS  PIC 99.99.9999.

       01  AVASS1.
           05  FILLER                 PIC X(34) VALUE
           "________________________________  ".
           05  FILLER                 PIC X(32) VALUE
           "________________________________".

       01  AVASS2.
           05  FILLER                 PIC X(34) VALUE
           "           EMPREGADOR             ".
           05  FILLER                 PIC X(32) VALUE
           "      EMPREGADO (CIENTE)".

       01  AVASS3.
           05  FILLER                 PIC X(50) VALUE
           "TESTEMUNHAS (NA RECUSA DO EMPREGADO EM ASSINAR):  ".

       01  AVASS4.
           05  FILLER                 PIC X(34) VALUE
           "1) _____________________________  ".
           05  FILLER                 PIC X(32) VALUE
           "2) _____________________________".

       01  LINHABR                    PIC X(100) VALUE SPACES.
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
               VALUE  "*** MEDIDAS DISCIPLINARES DO FUNCIONARIO ***".
           05  LINE 05  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 07  COLUMN 04 VALUE  "DATA DA MEDIDA         :".
           05  LINE 07  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 09  COLUMN 04 VALUE  "TIPO                   :".
           05  LINE 09  COLUMN 33
               VALUE  "(A=ADVERTENCIA S=SUSPENSAO)".
           05  LINE 11  COLUMN 04 VALUE  "MOTIVO                 :".
           05  LINE 14  COLUMN 04 VALUE  "DIAS DE SUSPENSAO      :".
           05  LINE 14  COLUMN 33 VALUE  "(1 A 30)".
           05  LINE 16  COLUMN 04 VALUE  "INICIO DA SUSPENSAO    :".
           05  LINE 16  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 18  COLUMN 04 VALUE  "RETORNO AO TRABALHO    :".
           05  LINE 20  COLUMN 04 VALUE  "HISTORICO              :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-FUNC
               LINE 05  COLUMN 29  PIC 9(06)
               USING  W-FUNC
               HIGHLIGHT.
           05  TDATADI
               LINE 07  COLUMN 29  PIC 9(08)
               USING  DATADI
               HIGHLIGHT.
           05  TTIPODI
               LINE 09  COLUMN 29  PIC X(01)
               USING  TIPODI
               HIGHLIGHT.
           05  TMOTIVO1DI
               LINE 11  COLUMN 29  PIC X(50)
               USING  MOTIVO1DI
               HIGHLIGHT.
           05  TMOTIVO2DI
               LINE 12  COLUMN 29  PIC X(50)
               USING  MOTIVO2DI
               HIGHLIGHT.
           05  TDIASDI
               LINE 14  COLUMN 29  PIC Z9
               USING  DIASDI
               HIGHLIGHT.
           05  TINICIODI
               LINE 16  COLUMN 29  PIC 9(08)
               USING  INICIODI
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQDISC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQDISC
                 CLOSE ARQDISC
                 MOVE "*** ARQUIVO ARQDISC FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDISC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O ARQPONTO
           IF PT-ERRO NOT = "00"
              IF PT-ERRO = "30"
                 OPEN OUTPUT ARQPONTO
                 CLOSE ARQPONTO
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPONTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1A.
      *    SEM O CONTROLE DE COMPETENCIAS TODAS SAO TIDAS COMO ABERTAS.
           MOVE "N" TO W-CC-OK
           OPEN INPUT ARQCOMPET
           IF CC-ERRO = "00"
              MOVE "S" TO W-CC-OK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-FUNC.
      *-------------[VISUALIZACAO DA TELA]------------------------------
       R1A.
           MOVE ZEROS TO DATADI DIASDI INICIODI W-SEL
           MOVE SPACES TO TIPODI MOTIVO1DI MOTIVO2DI
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
           DISPLAY (05, 40) NOMEFUNC
           PERFORM CONTA-DISC THRU CONTA-DISC-FIM
           DISPLAY (20, 29) W-RESUMO.
       R3.
           ACCEPT TDATADI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE DATADI TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF DATADI > W-HOJE
                   MOVE "A DATA DA MEDIDA NAO PODE SER FUTURA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE W-FUNC TO FUNCDI
           READ ARQDISC
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                DISPLAY (05, 40) NOMEFUNC
                DISPLAY (20, 29) W-RESUMO
                PERFORM CALC-RETORNO THRU CALC-RETORNO-FIM
                MOVE "*** MEDIDA JA REGISTRADA NESTA DATA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQDISC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       R4.
           IF W-SEL = 1
                   GO TO R1A.
           ACCEPT TTIPODI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF TIPODI = "a"
                   MOVE "A" TO TIPODI.
           IF TIPODI = "s"
                   MOVE "S" TO TIPODI.
           IF TIPODI NOT = "A" AND "S"
                   MOVE "A=ADVERTENCIA  S=SUSPENSAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TMOTIVO1DI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF MOTIVO1DI = SPACES
                   MOVE "O MOTIVO DEVE SER INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT TMOTIVO2DI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
      *    NA ALTERACAO SO O MOTIVO MUDA; PARA CORRIGIR DIAS OU
      *    INICIO DA SUSPENSAO EXCLUA E REGISTRE DE NOVO.
           IF W-SEL = 1
                   GO TO ALT-OPC.
           IF TIPODI = "A"
                   MOVE ZEROS TO DIASDI INICIODI
                   DISPLAY TDIASDI TINICIODI
                   GO TO INC-OPC.
       R7.
           ACCEPT TDIASDI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF DIASDI < 1 OR DIASDI > 30
                   MOVE "SUSPENSAO DE 1 A 30 DIAS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
       R8.
           IF INICIODI = ZEROS
                   MOVE DATADI TO INICIODI.
           ACCEPT TINICIODI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           MOVE INICIODI TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
           IF INICIODI < DATADI
                   MOVE "O INICIO NAO PODE SER ANTERIOR A MEDIDA"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
           PERFORM CALC-RETORNO THRU CALC-RETORNO-FIM
           MOVE "V" TO W-MODO
           PERFORM LANCA-PONTO THRU LANCA-PONTO-FIM
           IF W-BLOQ = "S"
                   MOVE "* COMPETENCIA FECHADA - REABRA NO FPP024 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-FUNC TO FUNCDI
                MOVE W-OPERLOG TO OPERADOR-DI
                ACCEPT DATAGRAV-DI FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-DI FROM TIME
                WRITE REGDISC
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQDISC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF TIPODI = "S"
                   MOVE "L" TO W-MODO
                   PERFORM LANCA-PONTO THRU LANCA-PONTO-FIM
                   MOVE "* SUSPENSAO GRAVADA E LANCADA NO PONTO *"
                                                   TO MENS
                ELSE
                   MOVE "*** ADVERTENCIA GRAVADA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-AVI.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "EMITE COMUNICADO (S/N) : ".
                ACCEPT (23, 65) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-AVI.
                PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM
                GO TO R1A.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVA  A=ALTERAR  E=EXCLUIR  C=COMUNICADO"
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "C"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1A.
                IF W-OPCAO = "C"
                   PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM
                   GO TO R1A.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R5.
       EXC-OPC.
                IF TIPODI NOT = "S"
                   GO TO EXC-OPC1.
                MOVE "V" TO W-MODO
                PERFORM LANCA-PONTO THRU LANCA-PONTO-FIM
                IF W-BLOQ = "S"
                   MOVE "* COMPETENCIA FECHADA - REABRA NO FPP024 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
       EXC-OPC1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC1.
       EXC-DL1.
                DELETE ARQDISC RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF TIPODI = "S"
                   MOVE "E" TO W-MODO
                   PERFORM LANCA-PONTO THRU LANCA-PONTO-FIM
                   MOVE "* MEDIDA EXCLUIDA E FALTAS ESTORNADAS *"
                                                   TO MENS
                ELSE
                   MOVE "*** MEDIDA EXCLUIDA ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1A.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-DI
                ACCEPT DATAGRAV-DI FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-DI FROM TIME
                REWRITE REGDISC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                MOVE "ERRO NA ALTERACAO DO ARQDISC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    FIM DA SUSPENSAO (INICIO + DIAS - 1) E DIA DO RETORNO,
      *    MOSTRADO NA TELA.
       CALC-RETORNO.
           MOVE ZEROS TO W-FIMSUSP W-RETORNO
           IF TIPODI NOT = "S" OR DIASDI = ZEROS
              DISPLAY (18, 29) "          "
              GO TO CALC-RETORNO-FIM.
           MOVE INICIODI TO W-DT-DATA
           COMPUTE W-DT-NDIAS = DIASDI - 1
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DT-DATA TO W-FIMSUSP
           MOVE 1 TO W-DT-NDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DT-DATA TO W-RETORNO
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           DISPLAY (18, 29) W-DT-DIA2 "/" W-DT-MES2 "/" W-DT-ANO2.
       CALC-RETORNO-FIM.
           EXIT.
      *
      *    PERCORRE OS DIAS DA SUSPENSAO MES A MES. EM CADA
      *    COMPETENCIA ATINGIDA VERIFICA SE ESTA FECHADA (MODO V),
      *    SOMA OS DIAS EM FALTAS (MODO L) OU OS SUBTRAI (MODO E).
       LANCA-PONTO.
           MOVE "N" TO W-BLOQ
           MOVE INICIODI TO W-DT-DATA
           MOVE DIASDI TO W-RESTANTE.
       LANCA-PONTO1.
           IF W-RESTANTE = ZEROS
              GO TO LANCA-PONTO-FIM.
           PERFORM DIAS-MES THRU DIAS-MES-FIM
           COMPUTE W-NOMES = W-DT-DMAX - W-DT-DIA + 1
           IF W-NOMES > W-RESTANTE
              MOVE W-RESTANTE TO W-NOMES.
           COMPUTE W-COMPPT = W-DT-ANO * 100 + W-DT-MES
           IF W-MODO = "V"
              PERFORM VER-COMPET THRU VER-COMPET-FIM
              IF W-BLOQ = "S"
                 GO TO LANCA-PONTO-FIM.
           IF W-MODO NOT = "V"
              PERFORM GRAVA-PONTO THRU GRAVA-PONTO-FIM.
           SUBTRACT W-NOMES FROM W-RESTANTE
           MOVE 1 TO W-DT-DIA
           ADD 1 TO W-DT-MES
           IF W-DT-MES > 12
              MOVE 1 TO W-DT-MES
              ADD 1 TO W-DT-ANO.
           GO TO LANCA-PONTO1.
       LANCA-PONTO-FIM.
           EXIT.
      *
       VER-COMPET.
           IF W-CC-OK NOT = "S"
              GO TO VER-COMPET-FIM.
           MOVE W-COMPPT TO COMPETCC
           READ ARQCOMPET
           IF CC-ERRO NOT = "00"
              GO TO VER-COMPET-FIM.
           IF SITCOMPAUX = "F" OR SITCOMPAUX = "R"
              MOVE "S" TO W-BLOQ
              MOVE W-COMPPT TO W-COMPBLOQ.
       VER-COMPET-FIM.
           EXIT.
      *
      *    SEM PONTO LANCADO NA COMPETENCIA O REGISTRO E CRIADO SO COM
      *    AS FALTAS; O FPP022 COMPLETA O RESTO DEPOIS.
       GRAVA-PONTO.
           MOVE W-FUNC   TO FUNCPT
           MOVE W-COMPPT TO COMPETPT
           READ ARQPONTO
           IF PT-ERRO = "23"
              IF W-MODO = "E"
                 GO TO GRAVA-PONTO-FIM
              ELSE
                 MOVE ZEROS TO DIASTRAB ATRASOMIN HE50PT HE100PT
                 MOVE W-NOMES TO FALTAS
                 MOVE W-OPERLOG TO OPERADOR-PT
                 ACCEPT DATAGRAV-PT FROM DATE YYYYMMDD
                 ACCEPT HORAGRAV-PT FROM TIME
                 WRITE REGPONTO
                 GO TO GRAVA-PONTO-FIM.
           IF PT-ERRO NOT = "00"
              GO TO GRAVA-PONTO-FIM.
           IF W-MODO = "L"
              IF FALTAS + W-NOMES > 31
                 MOVE 31 TO FALTAS
              ELSE
                 ADD W-NOMES TO FALTAS.
           IF W-MODO = "E"
              IF FALTAS < W-NOMES
                 MOVE ZEROS TO FALTAS
              ELSE
                 SUBTRACT W-NOMES FROM FALTAS.
           MOVE W-OPERLOG TO OPERADOR-PT
           ACCEPT DATAGRAV-PT FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-PT FROM TIME
           REWRITE REGPONTO.
       GRAVA-PONTO-FIM.
           EXIT.
      *
      *    TOTAIS DO FUNCIONARIO PARA O RESUMO DA TELA.
       CONTA-DISC.
           MOVE ZEROS TO W-QTDADV W-QTDSUSP W-QTDDIAS
           MOVE W-FUNC TO FUNCDI
           MOVE ZEROS  TO DATADI
           START ARQDISC KEY IS NOT LESS CHAVEDI
              INVALID KEY
                 GO TO CONTA-DISC2.
       CONTA-DISC1.
           READ ARQDISC NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONTA-DISC2.
           IF FUNCDI NOT = W-FUNC
              GO TO CONTA-DISC2.
           IF TIPODI = "S"
              ADD 1 TO W-QTDSUSP
              ADD DIASDI TO W-QTDDIAS
           ELSE
              ADD 1 TO W-QTDADV.
           GO TO CONTA-DISC1.
       CONTA-DISC2.
           MOVE W-QTDADV  TO W-RESADV
           MOVE W-QTDSUSP TO W-RESSUSP
           MOVE W-QTDDIAS TO W-RESDIAS
           MOVE ZEROS TO DATADI DIASDI INICIODI
           MOVE SPACES TO TIPODI MOTIVO1DI MOTIVO2DI.
       CONTA-DISC-FIM.
           EXIT.
      *
      ************************************************
      * COMUNICADO DA MEDIDA PARA ASSINATURA         *
      ************************************************
       EMITE-AVISO.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-AVISO-FIM.
           MOVE "ADVERTENCIA" TO AVTIPOTX
           IF TIPODI = "S"
              MOVE "SUSPENSAO DISCIPLINAR" TO AVTIPOTX.
           WRITE REGFUNCIONARIOTX FROM AVSEP
           WRITE REGFUNCIONARIOTX FROM AVTIT
           WRITE REGFUNCIONARIOTX FROM AVSEP
           WRITE REGFUNCIONARIOTX FROM LINHABR
           MOVE NOMEFUNC TO AVNOMETX
           MOVE CODFUNC  TO AVCODTX
           WRITE REGFUNCIONARIOTX FROM AVL1
           WRITE REGFUNCIONARIOTX FROM LINHABR
           IF TIPODI = "S"
              GO TO EMITE-AVISO1.
           WRITE REGFUNCIONARIOTX FROM AVA1
           WRITE REGFUNCIONARIOTX FROM AVA2
           GO TO EMITE-AVISO2.
       EMITE-AVISO1.
           MOVE DIASDI TO AVDIASTX
           MOVE INICIODI TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMAN TO AVINITX
           MOVE W-FIMSUSP TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMAN TO AVFIMTX
           MOVE W-RETORNO TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMAN TO AVRETTX
           WRITE REGFUNCIONARIOTX FROM AVS1
           WRITE REGFUNCIONARIOTX FROM AVS2
           WRITE REGFUNCIONARIOTX FROM AVS3.
       EMITE-AVISO2.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           MOVE MOTIVO1DI TO AVMOTTX
           WRITE REGFUNCIONARIOTX FROM AVMOT
           IF MOTIVO2DI NOT = SPACES
              MOVE SPACES TO AVMOT
              MOVE MOTIVO2DI TO AVMOTTX
              WRITE REGFUNCIONARIOTX FROM AVMOT
              MOVE "MOTIVO: " TO AVMOT.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           MOVE DATADI TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMAN TO AVDATATX
           WRITE REGFUNCIONARIOTX FROM AVDATA
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM AVASS1
           WRITE REGFUNCIONARIOTX FROM AVASS2
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM AVASS3
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM AVASS4
           WRITE REGFUNCIONARIOTX FROM AVSEP
           CLOSE ARQFUNCTX
           DIVIDE DATADI BY 100 GIVING COMPETRC
           MOVE 1 TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** COMUNICADO GRAVADO - VER RELATORIO FPP095 **"
                                                   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EMITE-AVISO-FIM.
           EXIT.
      *
      *    SOMA W-DT-NDIAS DIAS A DATA W-DT-DATA (AAAAMMDD).
       SOMA-DIAS.
           COMPUTE W-DT-RESTO = W-DT-DIA + W-DT-NDIAS.
       SOMA-DIAS1.
           PERFORM DIAS-MES THRU DIAS-MES-FIM
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
      *    QUANTIDADE DE DIAS DO MES DE W-DT-DATA.
       DIAS-MES.
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
       DIAS-MES-FIM.
           EXIT.
      *
      *    W-DT-DATA (AAAAMMDD) PARA DIA, MES E ANO DO COMUNICADO.
       DATA-DMA.
           MOVE W-DT-DIA TO W-DT-DIA2
           MOVE W-DT-MES TO W-DT-MES2
           MOVE W-DT-ANO TO W-DT-ANO2.
       DATA-DMA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQPONTO.
           IF W-CC-OK = "S"
              CLOSE ARQCOMPET.
       ROT-FIM1A.
           CLOSE ARQFUNC.
       ROT-FIM2.
           CLOSE ARQDISC.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIM1.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA E DATA DA EMISSAO.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP095-" DELIMITED BY SIZE
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
           MOVE "FPP095" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
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
