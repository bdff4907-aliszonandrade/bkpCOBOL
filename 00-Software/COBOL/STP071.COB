       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP071.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * ORCADO X REALIZADO DE MATERIAL POR             *
      * DEPARTAMENTO E CATEGORIA (STP070)              *
      * O REALIZADO SAO AS SAIDAS DE REQUISICAO        *
      * (DOCUMENTO "REQ") DO DIARIO DO ESTOQUE, AO     *
      * CUSTO DA SAIDA, NO MES E ACUMULADO NO ANO.     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQORCMAT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEOM
                   FILE STATUS  IS OM-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODDEP
                   FILE STATUS  IS DEP-ERRO
                   ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES.

           SELECT ARQCATEG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODCATEG
                   FILE STATUS  IS CAT-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   ALTERNATE RECORD KEY IS CNPJFORN WITH DUPLICATES
                   FILE STATUS  IS PROD-ERRO.

           SELECT ARQMOVEST ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEME
                   ALTERNATE RECORD KEY IS CODPRODME
                                  WITH DUPLICATES
                   FILE STATUS  IS ME-ERRO.

           SELECT ARQREQCAB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMREQ
                   FILE STATUS  IS RQ-ERRO.

           SELECT ARQORCTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.

           SELECT ARQRELCAT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVERC
                   FILE STATUS  IS RC-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    VERBA DO ANO, ABERTA NOS DOZE MESES (STP070).
       FD ARQORCMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCMAT.DAT".
       01 REGORCMAT.
           03 CHAVEOM.
               05 DEPOM      PIC 9(03).
               05 CATOM      PIC 9(02).
               05 ANOOM      PIC 9(04).
           03 VALMESOM       PIC 9(08)V99 OCCURS 12.
           03 OPERADOR-OM    PIC X(08).
           03 DATAGRAVACAO-OM.
               05 DATAGRAV-OM PIC 9(8).
               05 HORAGRAV-OM PIC 9(6).
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
      *    TABELA DE CATEGORIAS DE PRODUTO (STP029).
       FD ARQCATEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCATEG.DAT".
       01 REGCATEG.
          03 CODCATEG          PIC 9(02).
          03 DESCCATEG         PIC X(19).
          03 CATPAI            PIC 9(02).
          03 STATUSCAT         PIC X(01).
      *
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 UNIDADEAUX    PIC X(02).
           03 UNIDADE.
               05 UNIDADE1  PIC X(02).
               05 UNIDADE2  PIC X(12).
           03 APLICACAOAUX  PIC 9.
           03 APLICACAO.
               05 APLICACAO1 PIC 9(1).
               05 APLICACAO2 PIC X(19).
           03 QUANTIDADE    PIC 9(05)V9.
           03 PRECO         PIC 9(07)V99.
           03 CNPJFORN      PIC 9(15).
           03 CODBARRAS     PIC 9(13).
           03 OPERADOR      PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV  PIC 9(8).
               05 HORAGRAV  PIC 9(6).
           03 LOTECTL       PIC X(01).
      *
       FD ARQMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVEST.DAT".
       01 REGMOVEST.
           03 CHAVEME.
               05 CODPRODME PIC 9(06).
               05 DATAME    PIC 9(08).
               05 HORAME    PIC 9(06).
           03 TIPOME        PIC X(01).
           03 SINALME       PIC X(01).
           03 QTDME         PIC 9(05)V9.
           03 CUSTOME       PIC 9(07)V99.
           03 DOCME         PIC X(10).
           03 OPERADOR-ME   PIC X(08).
           03 LOCALME       PIC X(02).
      *
      *    CABECALHO DA REQUISICAO (STP025): DEPARTAMENTO DA SAIDA.
       FD ARQREQCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREQCAB.DAT".
       01 REGREQCAB.
           03 NUMREQ        PIC 9(06).
           03 CODDEPRQ      PIC 9(03).
           03 FUNCRQ        PIC 9(06).
           03 DATARQ        PIC 9(08).
           03 SITRQ         PIC X(01).
           03 OPERADOR-RQ   PIC X(08).
           03 LOCALRQ       PIC X(02).
      *
       FD ARQORCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGORCTX            PIC X(111).
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
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 OM-ERRO    PIC X(02) VALUE "00".
       01 DEP-ERRO   PIC X(02) VALUE "00".
       01 CAT-ERRO   PIC X(02) VALUE "00".
       01 PROD-ERRO  PIC X(02) VALUE "00".
       01 ME-ERRO    PIC X(02) VALUE "00".
       01 RQ-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 RC-ERRO    PIC X(02) VALUE "00".
       01 W-CAT-OK   PIC X(01) VALUE "N".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-DATAMOV.
           05 W-ANOMOV  PIC 9(4) VALUE ZEROS.
           05 W-MESMOV  PIC 9(2) VALUE ZEROS.
           05 W-DIAMOV  PIC 9(2) VALUE ZEROS.
       01 W-PRODANT  PIC 9(06) VALUE ZEROS.
       01 W-CATMOV   PIC 9(02) VALUE ZEROS.
       01 W-VALMOV   PIC S9(09)V99 VALUE ZEROS.
       01 W-ORCMES   PIC 9(09)V99 VALUE ZEROS.
       01 W-ORCACUM  PIC 9(09)V99 VALUE ZEROS.
       01 W-IM       PIC 9(02) VALUE ZEROS.
       01 W-QTDLIN   PIC 9(06) VALUE ZEROS.
       01 W-QTDESTOURO PIC 9(04) VALUE ZEROS.
      *
      *    REALIZADO POR DEPARTAMENTO E CATEGORIA, MONTADO NA VARREDURA
      *    DO DIARIO DO ESTOQUE.
       01 W-QTDRE    PIC 9(03) VALUE ZEROS.
       01 IRE        PIC 9(03) VALUE ZEROS.
       01 W-DEPBUS   PIC 9(03) VALUE ZEROS.
       01 W-CATBUS   PIC 9(02) VALUE ZEROS.
       01 W-CRIA     PIC X(01) VALUE "N".
       01 TABREAL.
           03 RE-ITEM OCCURS 500.
               05 RE-DEP     PIC 9(03).
               05 RE-CAT     PIC 9(02).
               05 RE-MES     PIC S9(09)V99.
               05 RE-ACUM    PIC S9(09)V99.
               05 RE-USADO   PIC X(01).
      *
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(50) VALUE
           " *** ORCADO X REALIZADO DE MATERIAL ***           ".
           05  FILLER                 PIC X(14) VALUE
           "COMPETENCIA : ".
           05  COMPETTX  VALUE ZEROS  PIC 9(6).

       01  CAB3.
           05  FILLER                 PIC X(40) VALUE
           "DEP NOME            CT CATEGORIA    ".
           05  FILLER                 PIC X(40) VALUE
           "  ORCADO MES     REAL MES   ORCADO ANO  ".
           05  FILLER                 PIC X(30) VALUE
           "  REAL NO ANO SITUACAO".

       01  DET.
           05  DEPTX           VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(1) VALUE  " ".
           05  NOMEDEPTX       VALUE SPACES PIC X(15).
           05  FILLER          PIC X(1) VALUE  " ".
           05  CATTX           VALUE ZEROS  PIC 99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  DESCCATTX       VALUE SPACES PIC X(12).
           05  FILLER          PIC X(1) VALUE  " ".
           05  ORCMESTX        VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  REALMESTX       VALUE ZEROS  PIC -Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  ORCACUMTX       VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  REALACUMTX      VALUE ZEROS  PIC -Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  SITTX           VALUE SPACES PIC X(16).

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "VERBAS ESTOURADAS.....................: ".
           05  TOTESTOUROTX VALUE ZEROS  PIC ZZZ9.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** ORCADO X REALIZADO DE MATERIAL ***".
           05  LINE 06  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM) :".
           05  TW-COMPET
               LINE 06  COLUMN 29  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 08  COLUMN 05
               VALUE  "CONFIRMA IMPRESSAO (S/N) :".
           05  TW-OPCAO
               LINE 08  COLUMN 33  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY TELA.
       R0A.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0A.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE (1:6) TO W-COMPET.
       R1.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "A COMPETENCIA DEVE SER VALIDA (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       R3.
           OPEN INPUT ARQORCMAT
           IF OM-ERRO NOT = "00"
              MOVE "* CADASTRE O ORCAMENTO NO STP070 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQDEP
           IF DEP-ERRO NOT = "00"
              MOVE "* ARQUIVO DEPARTAMENTO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQORCMAT
              GO TO ROT-FIM2.
           OPEN INPUT CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQORCMAT ARQDEP
              GO TO ROT-FIM2.
           OPEN INPUT ARQMOVEST
           IF ME-ERRO NOT = "00"
              MOVE "* DIARIO DO ESTOQUE (ARQMOVEST) NAO EXISTE *"
                                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQORCMAT ARQDEP CADPROD
              GO TO ROT-FIM2.
           OPEN INPUT ARQREQCAB
           IF RQ-ERRO NOT = "00"
              MOVE "* ARQUIVO DE REQUISICOES NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQORCMAT ARQDEP CADPROD ARQMOVEST
              GO TO ROT-FIM2.
           OPEN INPUT ARQCATEG
           IF CAT-ERRO = "00"
              MOVE "S" TO W-CAT-OK.
      *
      *    REALIZADO: SAIDAS DE REQUISICAO DO ANO ATE A COMPETENCIA
      *    (ESTORNO COM SINAL + ABATE). O DIARIO VEM POR PRODUTO, A
      *    CATEGORIA SO E RELIDA QUANDO O PRODUTO MUDA.
       REAL-001.
           MOVE ZEROS TO W-QTDRE W-PRODANT W-CATMOV
           MOVE "S" TO W-CRIA
           MOVE ZEROS TO CODPRODME DATAME HORAME
           START ARQMOVEST KEY IS NOT LESS CHAVEME
              INVALID KEY
                 GO TO REL-001.
       REAL-002.
           READ ARQMOVEST NEXT
           IF ME-ERRO NOT = "00"
              GO TO REL-001.
           IF DOCME (1:4) NOT = "REQ "
              GO TO REAL-002.
           MOVE DATAME TO W-DATAMOV
           IF W-ANOMOV NOT = W-ANOCOMP OR W-MESMOV > W-MESCOMP
              GO TO REAL-002.
           MOVE DOCME (5:6) TO NUMREQ
           READ ARQREQCAB
           IF RQ-ERRO NOT = "00"
              GO TO REAL-002.
           IF CODPRODME NOT = W-PRODANT
              MOVE CODPRODME TO W-PRODANT CODPROD
              MOVE ZEROS TO W-CATMOV
              READ CADPROD
              IF PROD-ERRO = "00"
                 MOVE APLICACAOAUX TO W-CATMOV.
           COMPUTE W-VALMOV ROUNDED = QTDME * CUSTOME
           IF SINALME = "+"
              COMPUTE W-VALMOV = W-VALMOV * -1.
           MOVE CODDEPRQ TO W-DEPBUS
           MOVE W-CATMOV TO W-CATBUS
           PERFORM BUSCA-RE THRU BUSCA-RE-FIM
           IF IRE = ZEROS
              GO TO REAL-002.
           ADD W-VALMOV TO RE-ACUM (IRE)
           IF W-MESMOV = W-MESCOMP
              ADD W-VALMOV TO RE-MES (IRE).
           GO TO REAL-002.
      *
       REL-001.
           MOVE "N" TO W-CRIA
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQORCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQORCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-COMPET TO COMPETTX
           WRITE REGORCTX FROM CAB1
           WRITE REGORCTX FROM CAB2
           WRITE REGORCTX FROM CAB3
           WRITE REGORCTX FROM CAB1
           MOVE ZEROS TO W-QTDLIN W-QTDESTOURO
           MOVE LOW-VALUES TO CHAVEOM
           START ARQORCMAT KEY IS NOT LESS CHAVEOM
              INVALID KEY
                 GO TO REL-SEM.
      *
      *    UMA LINHA POR VERBA DO ANO DA COMPETENCIA.
       REL-002.
           READ ARQORCMAT NEXT
           IF OM-ERRO NOT = "00"
              GO TO REL-SEM.
           IF ANOOM NOT = W-ANOCOMP
              GO TO REL-002.
           MOVE VALMESOM (W-MESCOMP) TO W-ORCMES
           MOVE ZEROS TO W-ORCACUM W-IM.
       REL-003.
           ADD 1 TO W-IM
           IF W-IM > W-MESCOMP
              GO TO REL-004.
           ADD VALMESOM (W-IM) TO W-ORCACUM
           GO TO REL-003.
       REL-004.
           MOVE DEPOM TO W-DEPBUS
           MOVE CATOM TO W-CATBUS
           PERFORM BUSCA-RE THRU BUSCA-RE-FIM
           MOVE ZEROS TO REALMESTX REALACUMTX
           MOVE "DENTRO DA VERBA" TO SITTX
           IF IRE = ZEROS
              GO TO REL-005.
           MOVE "S" TO RE-USADO (IRE)
           MOVE RE-MES (IRE)  TO REALMESTX
           MOVE RE-ACUM (IRE) TO REALACUMTX
           IF RE-ACUM (IRE) > W-ORCACUM
              MOVE "*ESTOURO NO ANO*" TO SITTX
              ADD 1 TO W-QTDESTOURO
           ELSE
              IF RE-MES (IRE) > W-ORCMES
                 MOVE "*ESTOURO NO MES*" TO SITTX
                 ADD 1 TO W-QTDESTOURO.
       REL-005.
           MOVE DEPOM     TO DEPTX
           MOVE CATOM     TO CATTX
           MOVE W-ORCMES  TO ORCMESTX
           MOVE W-ORCACUM TO ORCACUMTX
           PERFORM MONTA-NOMES THRU MONTA-NOMES-FIM
           WRITE REGORCTX FROM DET
           ADD 1 TO W-QTDLIN
           GO TO REL-002.
      *
      *    CONSUMO DE DEPARTAMENTO/CATEGORIA SEM VERBA NO ANO.
       REL-SEM.
           MOVE ZEROS TO IRE.
       REL-SEM1.
           ADD 1 TO IRE
           IF IRE > W-QTDRE
              GO TO ROT-TOTAL.
           IF RE-USADO (IRE) = "S"
              GO TO REL-SEM1.
           MOVE RE-DEP (IRE)  TO DEPTX
           MOVE RE-CAT (IRE)  TO CATTX
           MOVE ZEROS         TO ORCMESTX ORCACUMTX
           MOVE RE-MES (IRE)  TO REALMESTX
           MOVE RE-ACUM (IRE) TO REALACUMTX
           MOVE "SEM ORCAMENTO" TO SITTX
           MOVE RE-DEP (IRE)  TO DEPOM
           MOVE RE-CAT (IRE)  TO CATOM
           PERFORM MONTA-NOMES THRU MONTA-NOMES-FIM
           WRITE REGORCTX FROM DET
           ADD 1 TO W-QTDLIN
           GO TO REL-SEM1.
      *
       ROT-TOTAL.
           MOVE W-QTDESTOURO TO TOTESTOUROTX
           MOVE SPACES TO REGORCTX
           WRITE REGORCTX FROM LINHABR
           WRITE REGORCTX FROM LINHA-TOT1
           CLOSE ARQORCTX
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** RELATORIO ORCADO X REALIZADO EMITIDO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    LOCALIZA (OU ABRE) A LINHA DO DEPARTAMENTO/CATEGORIA NA
      *    TABELA DO REALIZADO (SO ABRE NA VARREDURA DO DIARIO).
      *    IRE = ZEROS QUANDO NAO ACHOU OU A TABELA ENCHEU.
       BUSCA-RE.
           MOVE ZEROS TO IRE.
       BUSCA-RE1.
           ADD 1 TO IRE
           IF IRE > W-QTDRE
              GO TO BUSCA-RE2.
           IF RE-DEP (IRE) = W-DEPBUS AND RE-CAT (IRE) = W-CATBUS
              GO TO BUSCA-RE-FIM.
           GO TO BUSCA-RE1.
       BUSCA-RE2.
           IF W-QTDRE = 500 OR W-DEPBUS = ZEROS
              MOVE ZEROS TO IRE
              GO TO BUSCA-RE-FIM.
           IF W-CRIA NOT = "S"
              MOVE ZEROS TO IRE
              GO TO BUSCA-RE-FIM.
           ADD 1 TO W-QTDRE
           MOVE W-QTDRE  TO IRE
           MOVE W-DEPBUS TO RE-DEP (IRE)
           MOVE W-CATBUS TO RE-CAT (IRE)
           MOVE ZEROS    TO RE-MES (IRE) RE-ACUM (IRE)
           MOVE "N"      TO RE-USADO (IRE).
       BUSCA-RE-FIM.
           EXIT.
      *
      *    NOME DO DEPARTAMENTO E DA CATEGORIA DA LINHA.
       MONTA-NOMES.
           MOVE SPACES TO NOMEDEPTX DESCCATTX
           MOVE DEPOM TO CODDEP
           READ ARQDEP
           IF DEP-ERRO = "00"
              MOVE NOMEDEP TO NOMEDEPTX.
           IF W-CAT-OK NOT = "S"
              GO TO MONTA-NOMES-FIM.
           MOVE CATOM TO CODCATEG
           READ ARQCATEG
           IF CAT-ERRO = "00"
              MOVE DESCCATEG TO DESCCATTX.
       MONTA-NOMES-FIM.
           EXIT.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA, COMPETENCIA E DATA
      *    DA EMISSAO, PARA NAO SOBREPOR A EMISSAO ANTERIOR.
       MONTA-NOME.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "STP071-"  DELIMITED BY SIZE
                  W-COMPET   DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  W-DATAHOJE DELIMITED BY SIZE
                  ".DOC"     DELIMITED BY SIZE
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
           MOVE W-DATAHOJE TO DATARC
           MOVE W-HORAHOJE TO HORARC
           MOVE "STP071"   TO PROGRC
           MOVE W-COMPET   TO COMPETRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERADOR TO OPERRC
           MOVE W-QTDLIN   TO QTDRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQORCMAT ARQDEP CADPROD ARQMOVEST ARQREQCAB
           IF W-CAT-OK = "S"
              CLOSE ARQCATEG.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
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
