       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP124.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA
      ************************************
      * ALERTA DE EPI COM TROCA VENCIDA, *
      * NAO ENTREGUE OU COM CA VENCIDO   *
      ************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEPIENT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEE
                       FILE STATUS  IS EE-ERRO.

           SELECT ARQEPICARG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEC
                       FILE STATUS  IS EC-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPROD
                       FILE STATUS  IS PR-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.

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
      *    ENTREGAS DE EPI (FPP123).
       FD ARQEPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPIENT.DAT".
       01 REGEPIENT.
          03 CHAVEEE.
             05 FUNCEE         PIC 9(06).
             05 DATAEE         PIC 9(08).
             05 PRODEE         PIC 9(06).
          03 QTDEE             PIC 9(03).
          03 NUMCAEE           PIC 9(06).
          03 VALIDCAEE         PIC 9(08).
          03 PROXEE            PIC 9(08).
          03 DEVOLEE           PIC 9(08).
          03 OPERADOR-EE       PIC X(08).
          03 DATAGRAVACAO-EE.
             05 DATAGRAV-EE    PIC 9(8).
             05 HORAGRAV-EE    PIC 9(6).
      *
      *    EPI EXIGIDO POR CARGO (FPP122).
       FD ARQEPICARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPICARG.DAT".
       01 REGEPICARG.
          03 CHAVEEC.
             05 CARGOEC        PIC 9(03).
             05 PRODEC         PIC 9(06).
          03 QTDEC             PIC 9(03).
          03 INTERVEC          PIC 9(04).
          03 OPERADOR-EC       PIC X(08).
          03 DATAGRAVACAO-EC.
             05 DATAGRAV-EC    PIC 9(8).
             05 HORAGRAV-EC    PIC 9(6).
      *
      *    PRODUTOS DO ESTOQUE (STP003): SO CODIGO E DESCRICAO.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 FILLER        PIC X(103).
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

       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGFUNCIONARIOTX    PIC X(120).
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
       77 EE-ERRO    PIC X(02) VALUE "00".
       77 EC-ERRO    PIC X(02) VALUE "00".
       77 PR-ERRO    PIC X(02) VALUE "00".
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
      *
      *    ULTIMA ENTREGA DO EPI AO FUNCIONARIO.
       01 W-ULTDATA  PIC 9(08) VALUE ZEROS.
       01 W-ULTVALCA PIC 9(08) VALUE ZEROS.
       01 W-ULTDEVOL PIC 9(08) VALUE ZEROS.
       01 W-ULTPROX  PIC 9(08) VALUE ZEROS.
      *
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-DT-NDIAS    PIC 9(04) VALUE ZEROS.
       01 W-DT-RESTO    PIC 9(05) VALUE ZEROS.
       01 W-DT-DMAX     PIC 9(02) VALUE ZEROS.
       01 W-DT-Q        PIC 9(04) VALUE ZEROS.
       01 W-DT-R4       PIC 9(04) VALUE ZEROS.
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(52) VALUE
           " *** ALERTA DE EPI (TROCA E CA VENCIDOS) ***        ".
           05  FILLER                 PIC X(08) VALUE
           "DATA:   ".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CAB3.
           05  FILLER                 PIC X(38) VALUE
           "CODIGO NOME DO FUNCIONARIO            ".
           05  FILLER                 PIC X(38) VALUE
           "PRODUTO DESCRICAO                     ".
           05  FILLER                 PIC X(38) VALUE
           "OCORRENCIA                    DATA    ".

       01  DET.
           05  CODFUNCTX       VALUE ZEROS  PIC 999999.
           05  FILLER          PIC X(1) VALUE  " ".
           05  NOMEFUNCTX      VALUE SPACES PIC X(30).
           05  FILLER          PIC X(1) VALUE  " ".
           05  PRODTX          VALUE ZEROS  PIC 999999.
           05  FILLER          PIC X(2) VALUE  "  ".
           05  DESCTX          VALUE SPACES PIC X(30).
           05  FILLER          PIC X(1) VALUE  " ".
           05  OCORTX          VALUE SPACES PIC X(28).
           05  FILLER          PIC X(1) VALUE  " ".
           05  VENCTX          VALUE ZEROS  PIC 9(8).

       01  LINHA-TOT1.
           05  FILLER                 PIC X(036) VALUE
           "TOTAL DE OCORRENCIAS...........:    ".
           05  TOTOCORTX  VALUE ZEROS  PIC ZZZ9.

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
               VALUE  "*** ALERTA DE EPI (TROCA E CA VENCIDOS) ***".
           05  LINE 06  COLUMN 05
               VALUE  "LISTA OS FUNCIONARIOS ATIVOS SEM UM EPI".
           05  LINE 07  COLUMN 05
               VALUE  "EXIGIDO PARA O CARGO, COM A TROCA VENCIDA".
           05  LINE 08  COLUMN 05
               VALUE  "OU COM O CA DO EPI ENTREGUE VENCIDO.".
           05  LINE 10  COLUMN 05
               VALUE  "CONFIRMA IMPRESSAO (S/N) :".
           05  TW-OPCAO
               LINE 10  COLUMN 33  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           DISPLAY TELA.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT ARQEPICARG
           IF EC-ERRO NOT = "00"
              MOVE "* CADASTRE O EPI POR CARGO NO FPP122 ANTES *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    SEM NENHUMA ENTREGA GRAVADA O ARQUIVO E CRIADO VAZIO E
      *    TODO EPI EXIGIDO SAI COMO NAO ENTREGUE.
           OPEN INPUT ARQEPIENT
           IF EE-ERRO = "30" OR EE-ERRO = "35"
              OPEN OUTPUT ARQEPIENT
              CLOSE ARQEPIENT
              OPEN INPUT ARQEPIENT.
           IF EE-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEPIENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQEPICARG
              GO TO ROT-FIM0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "* ARQUIVO DE FUNCIONARIO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQEPICARG ARQEPIENT
              GO TO ROT-FIM0.
           OPEN INPUT CADPROD
           IF PR-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTOS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQEPICARG ARQEPIENT ARQFUNC
              GO TO ROT-FIM0.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQEPICARG ARQEPIENT ARQFUNC CADPROD
              GO TO ROT-FIM0.
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB3
           WRITE REGFUNCIONARIOTX FROM CAB1.
      *
      *    VARRE OS FUNCIONARIOS ATIVOS E CONFERE CADA EPI EXIGIDO
      *    PARA O CARGO DE CADA UM.
       LER-FUNC.
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO ROT-TOTAL.
       LER-FUNC1.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           IF STATUSAUX = "D"
              GO TO LER-FUNC1.
           MOVE CARGOFUNC TO CARGOEC
           MOVE ZEROS     TO PRODEC
           START ARQEPICARG KEY IS NOT LESS CHAVEEC
              INVALID KEY
                 GO TO LER-FUNC1.
       LER-EPI.
           READ ARQEPICARG NEXT
           IF EC-ERRO NOT = "00"
              GO TO LER-FUNC1.
           IF CARGOEC NOT = CARGOFUNC
              GO TO LER-FUNC1.
           PERFORM ULT-ENTREGA THRU ULT-ENTREGA-FIM
           IF W-ULTDATA = ZEROS
              MOVE "EPI NAO ENTREGUE" TO OCORTX
              MOVE ZEROS TO VENCTX
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
              GO TO LER-EPI.
           IF W-ULTDEVOL NOT = ZEROS
              MOVE "EPI DEVOLVIDO SEM REPOSICAO" TO OCORTX
              MOVE W-ULTDEVOL TO VENCTX
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM
              GO TO LER-EPI.
      *    A TROCA VENCE PELO INTERVALO ATUAL DO CARGO, CONTADO DA
      *    ULTIMA ENTREGA.
           MOVE W-ULTDATA TO W-DT-DATA
           MOVE INTERVEC  TO W-DT-NDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DT-DATA TO W-ULTPROX
           IF W-ULTPROX < W-DATAHOJE
              MOVE "TROCA DO EPI VENCIDA" TO OCORTX
              MOVE W-ULTPROX TO VENCTX
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
           IF W-ULTVALCA < W-DATAHOJE
              MOVE "CA DO EPI ENTREGUE VENCIDO" TO OCORTX
              MOVE W-ULTVALCA TO VENCTX
              PERFORM GRAVA-OCOR THRU GRAVA-OCOR-FIM.
           GO TO LER-EPI.
      *
      *    ULTIMA ENTREGA DO PRODUTO AO FUNCIONARIO: AS ENTREGAS SAEM
      *    EM ORDEM DE DATA, FICA A ULTIMA DO PRODUTO.
       ULT-ENTREGA.
           MOVE ZEROS TO W-ULTDATA W-ULTVALCA W-ULTDEVOL
           MOVE CODFUNC TO FUNCEE
           MOVE ZEROS   TO DATAEE PRODEE
           START ARQEPIENT KEY IS NOT LESS CHAVEEE
              INVALID KEY
                 GO TO ULT-ENTREGA-FIM.
       ULT-ENTREGA1.
           READ ARQEPIENT NEXT
           IF EE-ERRO NOT = "00"
              GO TO ULT-ENTREGA-FIM.
           IF FUNCEE NOT = CODFUNC
              GO TO ULT-ENTREGA-FIM.
           IF PRODEE = PRODEC
              MOVE DATAEE    TO W-ULTDATA
              MOVE VALIDCAEE TO W-ULTVALCA
              MOVE DEVOLEE   TO W-ULTDEVOL.
           GO TO ULT-ENTREGA1.
       ULT-ENTREGA-FIM.
           EXIT.
      *
       GRAVA-OCOR.
           MOVE CODFUNC  TO CODFUNCTX
           MOVE NOMEFUNC TO NOMEFUNCTX
           MOVE PRODEC   TO PRODTX CODPROD
           MOVE SPACES   TO DESCTX
           READ CADPROD
           IF PR-ERRO = "00"
              MOVE DESC TO DESCTX.
           WRITE REGFUNCIONARIOTX FROM DET
           ADD 1 TO CONLIN1.
       GRAVA-OCOR-FIM.
           EXIT.
      *
       ROT-TOTAL.
           MOVE CONLIN1 TO TOTOCORTX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           MOVE ZEROS   TO COMPETRC
           MOVE CONLIN1 TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF CONLIN1 = ZEROS
              MOVE "** NENHUM EPI PENDENTE OU VENCIDO **" TO MENS
           ELSE
              MOVE "** HA EPI PENDENTES - VEJA O RELATORIO **"
                                              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
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
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQEPICARG ARQEPIENT ARQFUNC CADPROD ARQFUNCTX.
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
           MOVE W-DATARELC TO W-DATAHOJE
           MOVE W-DATARELC TO DATAREL
           MOVE SPACES TO W-NOMEREL
           STRING "FPP124-" DELIMITED BY SIZE
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
           MOVE "FPP124" TO PROGRC
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
