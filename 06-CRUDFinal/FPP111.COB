       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP111.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * HORAS EXTRAS NAO AUTORIZADAS POR DEPARTAMENTO                 *
      * LISTA, NA COMPETENCIA INFORMADA, O EXCEDENTE AO AUTORIZADO    *
      * (FPP109) AINDA PENDENTE DE APROVACAO NO FPP110, AGRUPADO POR  *
      * DEPARTAMENTO, PARA A DECISAO DOS GESTORES ANTES DO CALCULO DA *
      * FOLHA. AS HORAS PENDENTES NAO ESTAO NO PONTO E NAO SAO PAGAS. *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHEPEN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEHP
                   ALTERNATE RECORD KEY IS COMPETHP WITH DUPLICATES
                   FILE STATUS  IS HP-ERRO.
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
      *    HORAS EXTRAS ALEM DO AUTORIZADO, POR FUNCIONARIO E
      *    COMPETENCIA. O EXCEDENTE LANCADO NO FPP022 OU IMPORTADO
      *    PELO FPP055 SAI DO ARQPONTO E FICA PENDENTE (HE50HP E
      *    HE100HP) ATE A DECISAO NO FPP110: APROVADO VOLTA AO PONTO
      *    E SOMA EM HE50AP/HE100AP (QUE PASSAM A FAZER PARTE DO
      *    LIMITE DO MES); REJEITADO ACUMULA EM HERJHP. HEAUTHP E O
      *    LIMITE VIGENTE NA ULTIMA GRAVACAO DO PONTO.
       FD ARQHEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHEPEN.DAT".
       01 REGHEPEN.
          03 CHAVEHP.
             05 FUNCHP         PIC 9(06).
             05 COMPETHP       PIC 9(06).
          03 DEPHP             PIC 9(03).
          03 HEAUTHP           PIC 9(04).
          03 HE50HP            PIC 9(03).
          03 HE100HP           PIC 9(03).
          03 HE50AP            PIC 9(03).
          03 HE100AP           PIC 9(03).
          03 HERJHP            PIC 9(04).
          03 OPERADOR-HP       PIC X(08).
          03 DATAGRAVACAO-HP.
             05 DATAGRAV-HP    PIC 9(8).
             05 HORAGRAV-HP    PIC 9(6).
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
       77 HP-ERRO    PIC X(02) VALUE "00".
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
      *
      *    ACUMULADOS POR DEPARTAMENTO: POSICAO = CODIGO + 1.
       01 W-IDEP        PIC 9(04) VALUE ZEROS.
       01 W-DEPATU      PIC 9(03) VALUE ZEROS.
       01 W-TABDPX.
           03 TABDP OCCURS 1000 TIMES.
               05 TD-QTDF    PIC 9(05).
               05 TD-LIM     PIC 9(06).
               05 TD-P50     PIC 9(05).
               05 TD-P100    PIC 9(05).
               05 TD-APR     PIC 9(05).
               05 TD-REJ     PIC 9(05).
       01 W-TOTF        PIC 9(05) VALUE ZEROS.
       01 W-TOTLIM      PIC 9(06) VALUE ZEROS.
       01 W-TOTP50      PIC 9(06) VALUE ZEROS.
       01 W-TOTP100     PIC 9(06) VALUE ZEROS.
       01 W-TOTAPR      PIC 9(06) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(06) VALUE ZEROS.
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(042) VALUE
           "------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(50) VALUE
           " *** HORAS EXTRAS NAO AUTORIZADAS POR DEPTO ***   ".
           05  FILLER                 PIC X(12) VALUE
           "  MES: ".
           05  COMPTX   VALUE ZEROS   PIC 9999/99.
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABDET.
           05  FILLER                 PIC X(045) VALUE
           "  FUNC.  NOME                          LIMITE".
           05  FILLER                 PIC X(028) VALUE
           "PEND50 PEND100  APROV REJEIT".

       01  LINHA-DEP.
           05  FILLER          PIC X(16) VALUE
               "  DEPARTAMENTO: ".
           05  LDDEPTX         VALUE ZEROS  PIC 9(03).
           05  FILLER          PIC X(03) VALUE " - ".
           05  LDNOMETX        VALUE SPACES PIC X(25).

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETFUNCTX       VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(30).
           05  DETLIMTX        VALUE ZEROS  PIC ZZZZZ9.
           05  DETP50TX        VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETP100TX       VALUE ZEROS  PIC ZZZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETAPRTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETREJTX        VALUE ZEROS  PIC ZZZZZ9.

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
               VALUE  "*** HORAS EXTRAS NAO AUTORIZADAS ***".
           05  LINE 05  COLUMN 05
               VALUE  "EXCEDENTE AO AUTORIZADO PENDENTE DE APROVACAO,".
           05  LINE 06  COLUMN 05
               VALUE  "POR DEPARTAMENTO, ANTES DO CALCULO DA FOLHA.".
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
           OPEN INPUT ARQHEPEN
           IF HP-ERRO NOT = "00"
              MOVE "* NENHUMA HORA EXTRA PENDENTE DE APROVACAO *"
                                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQHEPEN
              GO TO ROT-FIM0.
      *    SEM O CADASTRO DE DEPARTAMENTOS SAI SO O CODIGO.
           MOVE "N" TO W-DEP-OK
           OPEN INPUT ARQDEP
           IF DP-ERRO = "00"
              MOVE "S" TO W-DEP-OK.
           MOVE W-COMPET TO COMPTX
           MOVE ZEROS TO W-TOTF W-TOTLIM W-TOTP50 W-TOTP100
           MOVE ZEROS TO W-TOTAPR W-TOTREJ
           MOVE 1 TO W-IDEP.
       INC-ZERA.
           MOVE ZEROS TO TD-QTDF (W-IDEP) TD-LIM (W-IDEP)
           MOVE ZEROS TO TD-P50 (W-IDEP) TD-P100 (W-IDEP)
           MOVE ZEROS TO TD-APR (W-IDEP) TD-REJ (W-IDEP)
           ADD 1 TO W-IDEP
           IF W-IDEP NOT > 1000
              GO TO INC-ZERA.
      *
      *    PRIMEIRA PASSADA: TOTAIS DE CADA DEPARTAMENTO (DEPHP E O
      *    DEPARTAMENTO DO FUNCIONARIO QUANDO O PONTO FOI GRAVADO).
           MOVE W-COMPETN TO COMPETHP
           START ARQHEPEN KEY IS EQUAL COMPETHP
              INVALID KEY
                 GO TO INC-REL.
       LER-HEPEN.
           READ ARQHEPEN NEXT
           IF HP-ERRO NOT = "00"
              GO TO INC-REL.
           IF COMPETHP NOT = W-COMPETN
              GO TO INC-REL.
           IF HE50HP = ZEROS AND HE100HP = ZEROS
              GO TO LER-HEPEN.
           COMPUTE W-IDEP = DEPHP + 1
           ADD 1       TO TD-QTDF (W-IDEP)
           ADD HEAUTHP TO TD-LIM (W-IDEP)
           ADD HE50HP  TO TD-P50 (W-IDEP)
           ADD HE100HP TO TD-P100 (W-IDEP)
           ADD HE50AP  TO TD-APR (W-IDEP)
           ADD HE100AP TO TD-APR (W-IDEP)
           ADD HERJHP  TO TD-REJ (W-IDEP)
           GO TO LER-HEPEN.
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
      *
      *    SEGUNDA PASSADA: PARA CADA DEPARTAMENTO COM PENDENCIA, OS
      *    FUNCIONARIOS DELE E O SUBTOTAL.
       ROT-DEP.
           IF W-IDEP > 1000
              GO TO ROT-TOTAL.
           IF TD-QTDF (W-IDEP) = ZEROS
              GO TO ROT-DEP2.
           COMPUTE W-DEPATU = W-IDEP - 1
           MOVE W-DEPATU TO LDDEPTX
           MOVE SPACES TO LDNOMETX
           IF W-DEP-OK = "S"
              MOVE W-DEPATU TO CODDEP
              READ ARQDEP
              IF DP-ERRO = "00"
                 MOVE NOMEDEP TO LDNOMETX.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHA-DEP
           MOVE W-COMPETN TO COMPETHP
           START ARQHEPEN KEY IS EQUAL COMPETHP
              INVALID KEY
                 GO TO ROT-DEP1.
       ROT-LISTA.
           READ ARQHEPEN NEXT
           IF HP-ERRO NOT = "00"
              GO TO ROT-DEP1.
           IF COMPETHP NOT = W-COMPETN
              GO TO ROT-DEP1.
           IF DEPHP NOT = W-DEPATU
              GO TO ROT-LISTA.
           IF HE50HP = ZEROS AND HE100HP = ZEROS
              GO TO ROT-LISTA.
           MOVE FUNCHP  TO DETFUNCTX
           MOVE SPACES  TO DETNOMETX
           MOVE FUNCHP  TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO = "00"
              MOVE NOMEFUNC TO DETNOMETX.
           MOVE HEAUTHP TO DETLIMTX
           MOVE HE50HP  TO DETP50TX
           MOVE HE100HP TO DETP100TX
           COMPUTE DETAPRTX = HE50AP + HE100AP
           MOVE HERJHP  TO DETREJTX
           WRITE REGFUNCIONARIOTX FROM DET
           GO TO ROT-LISTA.
       ROT-DEP1.
           MOVE ZEROS TO DETFUNCTX
           MOVE "SUBTOTAL DO DEPARTAMENTO" TO DETNOMETX
           MOVE TD-LIM (W-IDEP)  TO DETLIMTX
           MOVE TD-P50 (W-IDEP)  TO DETP50TX
           MOVE TD-P100 (W-IDEP) TO DETP100TX
           MOVE TD-APR (W-IDEP)  TO DETAPRTX
           MOVE TD-REJ (W-IDEP)  TO DETREJTX
           WRITE REGFUNCIONARIOTX FROM DET
           ADD TD-QTDF (W-IDEP) TO W-TOTF
           ADD TD-LIM (W-IDEP)  TO W-TOTLIM
           ADD TD-P50 (W-IDEP)  TO W-TOTP50
           ADD TD-P100 (W-IDEP) TO W-TOTP100
           ADD TD-APR (W-IDEP)  TO W-TOTAPR
           ADD TD-REJ (W-IDEP)  TO W-TOTREJ.
       ROT-DEP2.
           ADD 1 TO W-IDEP
           GO TO ROT-DEP.
      *
       ROT-TOTAL.
           WRITE REGFUNCIONARIOTX FROM CAB1
           MOVE ZEROS TO DETFUNCTX
           MOVE "TOTAL DA EMPRESA" TO DETNOMETX
           MOVE W-TOTLIM  TO DETLIMTX
           MOVE W-TOTP50  TO DETP50TX
           MOVE W-TOTP100 TO DETP100TX
           MOVE W-TOTAPR  TO DETAPRTX
           MOVE W-TOTREJ  TO DETREJTX
           WRITE REGFUNCIONARIOTX FROM DET
           CLOSE ARQFUNCTX
           MOVE W-COMPETN TO COMPETRC
           MOVE W-TOTF    TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-TOTF = ZEROS
              MOVE "* EMITIDO - NENHUMA HORA EXTRA PENDENTE *" TO MENS
           ELSE
              MOVE "** RELATORIO EMITIDO - VER ARQUIVO FPP111 **"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           IF W-DEP-OK = "S"
              CLOSE ARQDEP.
           CLOSE ARQFUNC ARQHEPEN.
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
           STRING "FPP111-" DELIMITED BY SIZE
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
           MOVE "FPP111" TO PROGRC
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
