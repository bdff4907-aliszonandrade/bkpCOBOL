       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP088.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * AVALIACOES DE DESEMPENHO PENDENTES POR DEPTO   *
      * PARA O CICLO INFORMADO LISTA, DEPARTAMENTO A   *
      * DEPARTAMENTO (ARQDEP), OS FUNCIONARIOS ATIVOS  *
      * SEM AVALIACAO, COM AVALIACAO EM ABERTO OU      *
      * AGUARDANDO A CIENCIA (ARQAVAL, FPP087).        *
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

           SELECT ARQAVAL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAV
                       FILE STATUS  IS AV-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEP
                       FILE STATUS  IS DEP-ERRO
                       ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES.

           SELECT ARQDEPCHF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEPCH
                       FILE STATUS  IS CH-ERRO.

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
      *    AVALIACAO DE DESEMPENHO POR FUNCIONARIO E CICLO (ANO).
      *    CINCO COMPETENCIAS COM PESO (%) E NOTA (0 A 10); A NOTA
      *    FINAL E A MEDIA PONDERADA. CONCEITO: E=EXCELENTE B=BOM
      *    R=REGULAR I=INSUFICIENTE. SITUACAO: O=EM ABERTO
      *    A=AVALIADO K=CIENTE (FUNCIONARIO TOMOU CONHECIMENTO).
       FD ARQAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
          03 CHAVEAV.
             05 FUNCAV         PIC 9(06).
             05 CICLOAV        PIC 9(04).
          03 AVALIADORAV       PIC 9(06).
          03 COMPAV OCCURS 5.
             05 PESOAV         PIC 9(03).
             05 NOTAAV         PIC 9(02).
          03 NOTAFINALAV       PIC 9(02)V99.
          03 CONCEITOAV        PIC X(01).
          03 STATUSAV          PIC X(01).
          03 DATAAVAL          PIC 9(08).
          03 DATACIENCIA       PIC 9(08).
          03 OPERADOR-AV       PIC X(08).
          03 DATAGRAVACAO-AV.
             05 DATAGRAV-AV    PIC 9(8).
             05 HORAGRAV-AV    PIC 9(6).
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
      *    CHEFE DE CADA DEPARTAMENTO (FPP001).
       FD ARQDEPCHF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPCHF.DAT".
       01 REGDEPCHF.
          03 CODDEPCH          PIC 9(03).
          03 CHEFECH           PIC 9(06).
          03 OPERADOR-CH       PIC X(08).
          03 DATAGRAVACAO-CH.
             05 DATAGRAV-CH    PIC 9(8).
             05 HORAGRAV-CH    PIC 9(6).
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
       77 AV-ERRO    PIC X(02) VALUE "00".
       77 DEP-ERRO   PIC X(02) VALUE "00".
       77 CH-ERRO    PIC X(02) VALUE "00".
       77 W-AV-OK    PIC X(01) VALUE "N".
       77 W-CHF-OK   PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-CICLO    PIC 9(04) VALUE ZEROS.
       01 W-FIMCICLO PIC 9(08) VALUE ZEROS.
       01 W-HOJE.
           05 W-ANOHOJE PIC 9(4) VALUE ZEROS.
           05 W-MDHOJE  PIC 9(4) VALUE ZEROS.
       01 W-CHEFE    PIC 9(06) VALUE ZEROS.
       01 W-QTDDEP   PIC 9(05) VALUE ZEROS.
       01 W-QTDNINI  PIC 9(05) VALUE ZEROS.
       01 W-QTDABER  PIC 9(05) VALUE ZEROS.
       01 W-QTDCIEN  PIC 9(05) VALUE ZEROS.
       01 W-QTDTOT   PIC 9(05) VALUE ZEROS.
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(031) VALUE
           "-------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(44) VALUE
           " *** AVALIACOES DE DESEMPENHO PENDENTES *** ".
           05  FILLER                 PIC X(07) VALUE
           "CICLO: ".
           05  CICLOTX  VALUE ZEROS   PIC 9(04).
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABDEP.
           05  FILLER          PIC X(07) VALUE "DEPTO: ".
           05  DEPCODTX        VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(03) VALUE " - ".
           05  DEPNOMETX       VALUE SPACES PIC X(25).
           05  FILLER          PIC X(09) VALUE "  CHEFE: ".
           05  DEPCHEFETX      VALUE ZEROS  PIC 9(06).

       01  CABDET.
           05  FILLER                 PIC X(050) VALUE
           "  CODIGO NOME                            CARGO  AV".
           05  FILLER                 PIC X(038) VALUE
           "ALIAD.SITUACAO".

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETFUNCTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETCARGOTX      VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DETAVALTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETSITTX        VALUE SPACES PIC X(16).

       01  LINSUB.
           05  FILLER          PIC X(30) VALUE
           "  PENDENTES NO DEPARTAMENTO: ".
           05  SUBQTDTX        VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "SEM AVALIACAO INICIADA................: ".
           05  TOTNINITX   VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "AVALIACOES EM ABERTO..................: ".
           05  TOTABERTX   VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "AGUARDANDO CIENCIA DO FUNCIONARIO.....: ".
           05  TOTCIENTX   VALUE ZEROS  PIC ZZZZ9.

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
           05  LINE 02  COLUMN 13
               VALUE  "*** AVALIACOES DE DESEMPENHO PENDENTES ***".
           05  LINE 05  COLUMN 05
               VALUE  "LISTA POR DEPARTAMENTO OS ATIVOS SEM AVALIACAO,".
           05  LINE 06  COLUMN 05
               VALUE  "COM AVALIACAO EM ABERTO OU SEM CIENCIA.".
           05  LINE 08  COLUMN 05
               VALUE  "CICLO (AAAA)               :".
           05  TW-CICLO
               LINE 08  COLUMN 35  PIC 9(04)
               USING  W-CICLO
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
           MOVE W-ANOHOJE TO W-CICLO
           MOVE "S" TO W-OPCAO
           DISPLAY TELA.
       INC-CIC.
           ACCEPT TW-CICLO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-CICLO < 2000 OR W-CICLO > 2999
              MOVE "* CICLO INVALIDO, USE AAAA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CIC.
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
           OPEN INPUT ARQDEP
           IF DEP-ERRO NOT = "00"
              CLOSE ARQFUNC
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDEP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    SEM O ARQUIVO DE AVALIACOES TODOS ESTAO PENDENTES.
           MOVE "N" TO W-AV-OK
           OPEN INPUT ARQAVAL
           IF AV-ERRO = "00"
              MOVE "S" TO W-AV-OK.
           MOVE "N" TO W-CHF-OK
           OPEN INPUT ARQDEPCHF
           IF CH-ERRO = "00"
              MOVE "S" TO W-CHF-OK.
      *    SO ENTRA QUEM FOI ADMITIDO ATE O FIM DO CICLO.
           COMPUTE W-FIMCICLO = W-CICLO * 10000 + 1231
           MOVE ZEROS TO W-QTDNINI W-QTDABER W-QTDCIEN W-QTDTOT
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-CICLO TO CICLOTX
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
           MOVE ZEROS TO W-QTDDEP W-CHEFE
           IF W-CHF-OK = "S"
              MOVE CODDEP TO CODDEPCH
              READ ARQDEPCHF
              IF CH-ERRO = "00"
                 MOVE CHEFECH TO W-CHEFE.
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
           IF ADMISSAO > W-FIMCICLO
              GO TO LER-FUNC.
           MOVE "NAO INICIADA" TO DETSITTX
           MOVE W-CHEFE TO DETAVALTX
           IF W-AV-OK = "S"
              MOVE CODFUNC TO FUNCAV
              MOVE W-CICLO TO CICLOAV
              READ ARQAVAL
              IF AV-ERRO = "00"
                 MOVE AVALIADORAV TO DETAVALTX
                 MOVE "EM ABERTO" TO DETSITTX
                 IF STATUSAV = "A"
                    MOVE "AGUARDA CIENCIA" TO DETSITTX.
           IF DETSITTX = "NAO INICIADA"
              ADD 1 TO W-QTDNINI
           ELSE
              IF STATUSAV = "K"
                 GO TO LER-FUNC
              ELSE
                 IF STATUSAV = "A"
                    ADD 1 TO W-QTDCIEN
                 ELSE
                    ADD 1 TO W-QTDABER.
           IF W-QTDDEP = ZEROS
              MOVE CODDEP  TO DEPCODTX
              MOVE NOMEDEP TO DEPNOMETX
              MOVE W-CHEFE TO DEPCHEFETX
              WRITE REGFUNCIONARIOTX FROM LINHABR
              WRITE REGFUNCIONARIOTX FROM CABDEP
              WRITE REGFUNCIONARIOTX FROM CABDET.
           MOVE CODFUNC   TO DETFUNCTX
           MOVE NOMEFUNC  TO DETNOMETX
           MOVE CARGOFUNC TO DETCARGOTX
           WRITE REGFUNCIONARIOTX FROM DET
           ADD 1 TO W-QTDDEP W-QTDTOT
           GO TO LER-FUNC.
      *
       DEP-SUBTOTAL.
           IF W-QTDDEP NOT = ZEROS
              MOVE W-QTDDEP TO SUBQTDTX
              WRITE REGFUNCIONARIOTX FROM LINSUB.
           GO TO LER-DEP.
      *
       ROT-TOTAL.
           MOVE W-QTDNINI TO TOTNINITX
           MOVE W-QTDABER TO TOTABERTX
           MOVE W-QTDCIEN TO TOTCIENTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT3
           CLOSE ARQFUNCTX
           COMPUTE COMPETRC = W-CICLO * 100 + 12
           MOVE W-QTDTOT TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-QTDTOT = ZEROS
              MOVE "* NENHUMA AVALIACAO PENDENTE NO CICLO *" TO MENS
           ELSE
              MOVE "** RELACAO GRAVADA - VER O RELATORIO FPP088 **"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQFUNC ARQDEP.
           IF W-AV-OK = "S"
              CLOSE ARQAVAL.
           IF W-CHF-OK = "S"
              CLOSE ARQDEPCHF.
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
           STRING "FPP088-" DELIMITED BY SIZE
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
           MOVE "FPP088" TO PROGRC
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
