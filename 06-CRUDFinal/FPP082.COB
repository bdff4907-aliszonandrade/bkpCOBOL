       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP082.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * RELACAO DE RECOLHIMENTO POR SINDICATO          *
      * LISTA, PARA CADA SINDICATO DO ARQSIND, OS      *
      * FUNCIONARIOS QUE TIVERAM A CONTRIBUICAO        *
      * DESCONTADA NA COMPETENCIA (ARQSINDDESC,        *
      * GRAVADO PELA FOLHA NO FPP015), COM A BASE E O  *
      * VALOR, E O TOTAL A RECOLHER A CADA SINDICATO.  *
      * SERVE DE COMPROVANTE DO QUE FOI DESCONTADO.    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSIND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODSIND
                       FILE STATUS  IS SI-ERRO.

           SELECT ARQSINDDESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESD
                       FILE STATUS  IS SD-ERRO.

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
      *    TABELA DE SINDICATOS (FPP081).
       FD ARQSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSIND.DAT".
       01 REGSIND.
          03 CODSIND           PIC 9(03).
          03 NOMESIND          PIC X(30).
          03 CNPJSIND          PIC 9(14).
          03 MESBASESIND       PIC 9(02).
          03 TIPOCONTSIND      PIC X(01).
          03 FORMASIND         PIC X(01).
          03 PERCSIND          PIC 9(02)V99.
          03 VALORSIND         PIC 9(06)V99.
          03 OPERADOR-SI       PIC X(08).
          03 DATAGRAVACAO-SI.
             05 DATAGRAV-SI    PIC 9(8).
             05 HORAGRAV-SI    PIC 9(6).
      *
      *    CONTRIBUICAO DESCONTADA POR FUNCIONARIO E COMPETENCIA.
       FD ARQSINDDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINDDESC.DAT".
       01 REGSINDDESC.
           03 CHAVESD.
               05 FUNCSD           PIC 9(6).
               05 COMPETSD         PIC 9(6).
           03 SINDSD               PIC 9(3).
           03 TIPOSD               PIC X(1).
           03 BASESD               PIC 9(8).
           03 VALORSD              PIC 9(8).
           03 OPERADOR-SD          PIC X(08).
           03 DATAGRAVACAO-SD.
               05 DATAGRAV-SD PIC 9(8).
               05 HORAGRAV-SD PIC 9(6).
      *
      *    SO O NOME DO FUNCIONARIO INTERESSA A RELACAO.
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC       PIC 9(06).
           03 NOMEFUNC      PIC X(30).
           03 FILLER        PIC X(170).
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
       77 SI-ERRO    PIC X(02) VALUE "00".
       77 SD-ERRO    PIC X(02) VALUE "00".
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 W-FUNC-OK  PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-QTDSIND  PIC 9(04) VALUE ZEROS.
       01 W-QTDFUNC  PIC 9(06) VALUE ZEROS.
       01 W-TOTFUNC  PIC 9(06) VALUE ZEROS.
       01 W-SUBVAL   PIC 9(10) VALUE ZEROS.
       01 W-TOTVAL   PIC 9(10) VALUE ZEROS.
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(033) VALUE
           "---------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(44) VALUE
           " *** RECOLHIMENTO POR SINDICATO ***         ".
           05  FILLER                 PIC X(07) VALUE
           "COMPET:".
           05  COMPETTX VALUE ZEROS   PIC 9(06).
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABSIND1.
           05  FILLER          PIC X(11) VALUE "SINDICATO: ".
           05  SINDCODTX       VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(03) VALUE " - ".
           05  SINDNOMETX      VALUE SPACES PIC X(30).
           05  FILLER          PIC X(08) VALUE "  CNPJ: ".
           05  SINDCNPJTX      VALUE ZEROS  PIC 99.999.999/9999B99.

       01  CABSIND2.
           05  FILLER          PIC X(14) VALUE "CONTRIBUICAO: ".
           05  SINDTIPOTX      VALUE SPACES PIC X(14).
           05  FILLER          PIC X(16) VALUE "   DATA-BASE: ".
           05  SINDMESTX       VALUE ZEROS  PIC 99.

       01  CABDET.
           05  FILLER                 PIC X(050) VALUE
           "  CODIGO NOME                                 SALA".
           05  FILLER                 PIC X(030) VALUE
           "RIO BASE       DESCONTADO     ".

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETFUNCTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETBASETX       VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DETVALTX        VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINSUB.
           05  FILLER          PIC X(26) VALUE
           "  TOTAL A RECOLHER (FUNC: ".
           05  SUBQTDTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(27) VALUE ")".
           05  SUBVALTX        VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DESCONTADO NA COMPETENCIA.......: ".
           05  TOTVALTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "FUNCIONARIOS DESCONTADOS..............: ".
           05  TOTFUNCTX   VALUE ZEROS  PIC ZZZZZ9.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "SINDICATOS COM RECOLHIMENTO...........: ".
           05  TOTSINDTX   VALUE ZEROS  PIC ZZZ9.

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
               VALUE  "*** RELACAO DE RECOLHIMENTO POR SINDICATO ***".
           05  LINE 05  COLUMN 05
               VALUE  "LISTA AS CONTRIBUICOES SINDICAIS DESCONTADAS".
           05  LINE 06  COLUMN 05
               VALUE  "PELA FOLHA (FPP015), SEPARADAS POR SINDICATO.".
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
           OPEN INPUT ARQSIND
           IF SI-ERRO NOT = "00"
              MOVE "* CADASTRE OS SINDICATOS NO FPP081 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQSINDDESC
           IF SD-ERRO NOT = "00"
              CLOSE ARQSIND
              MOVE "* NAO HA CONTRIBUICAO DESCONTADA (FPP015) *"
                                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           MOVE "N" TO W-FUNC-OK
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO = "00"
              MOVE "S" TO W-FUNC-OK.
      *
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-COMPET TO COMPETTX
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB1.
      *
      *    UMA VARREDURA COMPLETA DO ARQSINDDESC PARA CADA SINDICATO
      *    (A CHAVE E FUNCIONARIO + COMPETENCIA), COMO O FPP015 FAZ
      *    COM OS DEPARTAMENTOS.
       SIND-LOOP.
           READ ARQSIND NEXT
           IF SI-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           MOVE ZEROS TO W-QTDFUNC W-SUBVAL
           MOVE ZEROS TO FUNCSD COMPETSD
           START ARQSINDDESC KEY IS NOT LESS CHAVESD
              INVALID KEY
                 GO TO SIND-LOOP.
       LER-DESC.
           READ ARQSINDDESC NEXT
           IF SD-ERRO NOT = "00"
              GO TO SIND-SUBTOTAL.
           IF COMPETSD NOT = W-COMPET OR SINDSD NOT = CODSIND
              GO TO LER-DESC.
           IF W-QTDFUNC = ZEROS
              PERFORM CAB-SIND THRU CAB-SIND-FIM.
           MOVE FUNCSD  TO DETFUNCTX
           MOVE SPACES  TO DETNOMETX
           IF W-FUNC-OK = "S"
              MOVE FUNCSD TO CODFUNC
              READ ARQFUNC
              IF FUNC-ERRO = "00"
                 MOVE NOMEFUNC TO DETNOMETX.
           MOVE BASESD  TO DETBASETX
           MOVE VALORSD TO DETVALTX
           WRITE REGFUNCIONARIOTX FROM DET
           ADD 1       TO W-QTDFUNC
           ADD VALORSD TO W-SUBVAL
           GO TO LER-DESC.
      *
       SIND-SUBTOTAL.
           IF W-QTDFUNC = ZEROS
              GO TO SIND-LOOP.
           MOVE W-QTDFUNC TO SUBQTDTX
           MOVE W-SUBVAL  TO SUBVALTX
           WRITE REGFUNCIONARIOTX FROM LINSUB
           ADD 1         TO W-QTDSIND
           ADD W-QTDFUNC TO W-TOTFUNC
           ADD W-SUBVAL  TO W-TOTVAL
           GO TO SIND-LOOP.
      *
       ROT-TOTAL.
           MOVE W-TOTVAL  TO TOTVALTX
           MOVE W-TOTFUNC TO TOTFUNCTX
           MOVE W-QTDSIND TO TOTSINDTX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT3
           CLOSE ARQFUNCTX
           MOVE W-COMPET  TO COMPETRC
           MOVE W-TOTFUNC TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-TOTFUNC = ZEROS
              MOVE "* NENHUM DESCONTO SINDICAL NA COMPETENCIA *"
                                                   TO MENS
           ELSE
              MOVE "** RELACAO GRAVADA - VER O RELATORIO FPP082 **"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    CABECALHO DO SINDICATO, NO PRIMEIRO DESCONTO ENCONTRADO.
       CAB-SIND.
           MOVE CODSIND     TO SINDCODTX
           MOVE NOMESIND    TO SINDNOMETX
           MOVE CNPJSIND    TO SINDCNPJTX
           MOVE MESBASESIND TO SINDMESTX
           IF TIPOCONTSIND = "C"
              MOVE "CONFEDERATIVA" TO SINDTIPOTX
           ELSE
              MOVE "ASSISTENCIAL"  TO SINDTIPOTX.
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CABSIND1
           WRITE REGFUNCIONARIOTX FROM CABSIND2
           WRITE REGFUNCIONARIOTX FROM CABDET.
       CAB-SIND-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQSIND ARQSINDDESC.
           IF W-FUNC-OK = "S"
              CLOSE ARQFUNC.
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
           STRING "FPP082-" DELIMITED BY SIZE
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
           MOVE "FPP082" TO PROGRC
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
