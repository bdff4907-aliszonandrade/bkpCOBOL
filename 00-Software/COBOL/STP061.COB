       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP061.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * ACERTO MENSAL DA CONSIGNACAO                   *
      * JUNTA, POR FORNECEDOR, OS USOS DO ESTOQUE      *
      * CONSIGNADO (ARQCSMOV TIPO U, GRAVADOS NA       *
      * REQUISICAO DO STP025) AINDA NAO ACERTADOS ATE  *
      * O FIM DA COMPETENCIA, GERA UM TITULO TIPO C NO *
      * ARQPAGAR COM O TOTAL DEVIDO E EMITE O EXTRATO  *
      * DE CADA FORNECEDOR EM ARQCSGEXT.DOC. OS USOS   *
      * ACERTADOS FICAM COM SITUACAO L E SAEM DO       *
      * DEVIDO ACUMULADO NO ARQCONSIG (STP060).        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCSMOV ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECM
                   FILE STATUS  IS CM-ERRO.

           SELECT ARQCONSIG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECS
                   FILE STATUS  IS CS-ERRO.

           SELECT ARQPAGAR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVETIT
                   FILE STATUS  IS TI-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   ALTERNATE RECORD KEY IS CNPJFORN WITH DUPLICATES
                   FILE STATUS  IS PROD-ERRO.

           SELECT CADFORN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CNPJ
                   FILE STATUS  IS FORN-ERRO.

           SELECT ARQCSGTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    MOVIMENTOS DA CONSIGNACAO: E = ENTRADA, U = USO NA
      *    REQUISICAO. SITCM "L" = USO JA ACERTADO NA COMPETCM.
       FD ARQCSMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSMOV.DAT".
       01 REGCSMOV.
          03 CHAVECM.
             05 CNPJCM         PIC 9(15).
             05 DATACM         PIC 9(08).
             05 HORACM         PIC 9(08).
             05 CODPRODCM      PIC 9(06).
          03 TIPOCM            PIC X(01).
          03 DOCCM             PIC X(10).
          03 QTDCM             PIC 9(05)V9.
          03 PRECOCM           PIC 9(07)V99.
          03 VALORCM           PIC 9(08)V99.
          03 SITCM             PIC X(01).
          03 COMPETCM          PIC 9(06).
          03 OPERADOR-CM       PIC X(08).
      *
       FD ARQCONSIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONSIG.DAT".
       01 REGCONSIG.
          03 CHAVECS.
             05 CODPRODCS      PIC 9(06).
             05 CNPJCS         PIC 9(15).
          03 LOCALCS           PIC X(02).
          03 PRECOCS           PIC 9(07)V99.
          03 REGRACS           PIC X(01).
          03 QTDCS             PIC 9(05)V9.
          03 QTDUSOCS          PIC 9(05)V9.
          03 VALUSOCS          PIC 9(08)V99.
          03 OPERADOR-CS       PIC X(08).
          03 DATAGRAVACAO-CS   PIC 9(14).
      *
       FD ARQPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAGAR.DAT".
       01 REGPAGAR.
           03 CHAVETIT.
               05 CNPJTIT   PIC 9(15).
               05 NUMNF     PIC X(10).
               05 PARCTIT   PIC 9(02).
           03 EMISSAOTIT    PIC 9(08).
           03 VENCTIT       PIC 9(08).
           03 VALORTIT      PIC 9(08)V99.
           03 PAGTIT        PIC 9(08).
           03 FORMAPAG      PIC X(01).
           03 OPERADOR-TI   PIC X(08).
           03 TIPOTIT       PIC X(01).
           03 PERCIRRF      PIC 9(02)V99.
           03 PERCISS       PIC 9(02)V99.
           03 IRRFTIT       PIC 9(08)V99.
           03 ISSTIT        PIC 9(08)V99.
           03 DTDESCTIT     PIC 9(08).
           03 PERCDESCTIT   PIC 9(02)V99.
           03 PERCMULTATIT  PIC 9(02)V99.
           03 JURODIATIT    PIC 9(01)V9999.
           03 VALPAGOTIT    PIC 9(08)V99.
      *    MUNICIPIO (IBGE) E ITEM DA LC 116 DO SERVICO PRESTADO:
      *    DEFINEM A ALIQUOTA DO ISS PELA TABELA DO STP072.
           03 MUNISSTIT     PIC 9(07).
           03 SERVISSTIT    PIC X(05).
      *
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 FILLER        PIC X(37).
           03 QUANTIDADE    PIC 9(05)V9.
           03 PRECO         PIC 9(07)V99.
           03 CNPJFORN      PIC 9(15).
           03 CODBARRAS     PIC 9(13).
           03 OPERADOR      PIC X(08).
           03 DATAGRAVACAO  PIC 9(14).
           03 LOTECTL       PIC X(01).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ          PIC 9(15).
           03 RAZAO         PIC X(40).
           03 NOME          PIC X(12).
           03 FILLER        PIC X(47).
      *
       FD ARQCSGTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSGEXT.DOC".
       01 REGCSGTX            PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CM-ERRO    PIC X(02) VALUE "00".
       01 CS-ERRO    PIC X(02) VALUE "00".
       01 TI-ERRO    PIC X(02) VALUE "00".
       01 PROD-ERRO  PIC X(02) VALUE "00".
       01 FORN-ERRO  PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-MESHOJE  PIC 9(06) VALUE ZEROS.
       01 W-MESMOV   PIC 9(06) VALUE ZEROS.
       01 W-VENC     PIC 9(08) VALUE ZEROS.
       01 W-CNPJANT  PIC 9(15) VALUE ZEROS.
       01 W-TOTFORN  PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTGER   PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDFORN  PIC 9(04) VALUE ZEROS.
       01 W-NUMACERTO.
           05 FILLER    PIC X(03) VALUE "CSG".
           05 W-NUMCOMP PIC 9(06) VALUE ZEROS.
           05 FILLER    PIC X(01) VALUE SPACE.
      *
       01  CABC1.
           05  FILLER   PIC X(46) VALUE
           "*** EXTRATO DE CONSIGNACAO - ACERTO MENSAL ***".
           05  FILLER   PIC X(14) VALUE
           "COMPETENCIA : ".
           05  CABCOMPTX VALUE ZEROS PIC 9(6).

       01  CABC2.
           05  FILLER   PIC X(12) VALUE "FORNECEDOR: ".
           05  CCNPJTX  VALUE ZEROS  PIC 9(15).
           05  FILLER   PIC X(01) VALUE " ".
           05  CRAZAOTX VALUE SPACES PIC X(40).

       01  CABC3.
           05  FILLER   PIC X(46) VALUE
           "DATA     DOCUMENTO  PRODUTO DESCRICAO         ".
           05  FILLER   PIC X(33) VALUE
           "    QTDE      PRECO         VALOR".

       01  DETC.
           05  DDATATX  VALUE ZEROS  PIC 9(08).
           05  FILLER   PIC X(01) VALUE " ".
           05  DDOCTX   VALUE SPACES PIC X(10).
           05  FILLER   PIC X(01) VALUE " ".
           05  DPRODTX  VALUE ZEROS  PIC 9(06).
           05  FILLER   PIC X(02) VALUE "  ".
           05  DDESCTX  VALUE SPACES PIC X(17).
           05  FILLER   PIC X(01) VALUE " ".
           05  DQTDTX   VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER   PIC X(01) VALUE " ".
           05  DPRECOTX VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER   PIC X(01) VALUE " ".
           05  DVALORTX VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  TOTC1.
           05  FILLER   PIC X(29) VALUE
           "TOTAL DEVIDO AO FORNECEDOR: ".
           05  TOTFORTX VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER   PIC X(09) VALUE "  TITULO ".
           05  TNUMTX   VALUE SPACES PIC X(10).
           05  FILLER   PIC X(07) VALUE " PARC. ".
           05  TPARCTX  VALUE ZEROS  PIC 99.

       01  TOTC2.
           05  FILLER   PIC X(36) VALUE
           "FORNECEDORES ACERTADOS..........:   ".
           05  TOTQTDTX VALUE ZEROS  PIC ZZZ9.

       01  TOTC3.
           05  FILLER   PIC X(36) VALUE
           "TOTAL GERAL DOS TITULOS.........:   ".
           05  TOTGERTX VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINSEP       PIC X(95) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** ACERTO MENSAL DA CONSIGNACAO ***".
           05  LINE 06  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM) :".
           05  TW-COMPET
               LINE 06  COLUMN 29  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 08  COLUMN 05
               VALUE  "VENCIMENTO DOS TITULOS (AAAAMMDD) :".
           05  TW-VENC
               LINE 08  COLUMN 42  PIC 9(08)
               USING  W-VENC
               HIGHLIGHT.
           05  LINE 10  COLUMN 05
               VALUE  "CONFIRMA O ACERTO (S/N) :".
           05  TW-OPCAO
               LINE 10  COLUMN 32  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY TELA
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DIVIDE W-DATAHOJE BY 100 GIVING W-MESHOJE.
       R0A.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0A.
       R1.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "A COMPETENCIA DEVE SER VALIDA (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    SO SE ACERTA MES ENCERRADO: O MES CORRENTE AINDA RECEBE
      *    USOS E O TITULO SAIRIA INCOMPLETO.
           IF W-COMPET NOT < W-MESHOJE
              MOVE "* SO SE ACERTA COMPETENCIA JA ENCERRADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R1A.
           ACCEPT TW-VENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-VENC < W-DATAHOJE
              MOVE "O VENCIMENTO NAO PODE SER ANTERIOR A HOJE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
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
           OPEN I-O ARQCSMOV
           IF CM-ERRO NOT = "00"
              MOVE "* NAO HA MOVIMENTO DE CONSIGNACAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQCONSIG
           IF CS-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONSIG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCSMOV
              GO TO ROT-FIM2.
           OPEN I-O ARQPAGAR
           IF TI-ERRO NOT = "00"
              IF TI-ERRO = "30"
                 OPEN OUTPUT ARQPAGAR
                 CLOSE ARQPAGAR
                 OPEN I-O ARQPAGAR
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCSMOV ARQCONSIG
                 GO TO ROT-FIM2.
           OPEN INPUT CADPROD CADFORN
           OPEN OUTPUT ARQCSGTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQCSGEXT.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-COMPET TO CABCOMPTX W-NUMCOMP
           WRITE REGCSGTX FROM LINSEP
           WRITE REGCSGTX FROM CABC1
           WRITE REGCSGTX FROM LINSEP.
      *
      *    USOS EM ABERTO ATE O FIM DA COMPETENCIA, NA ORDEM DE CNPJ:
      *    A QUEBRA DE FORNECEDOR FECHA O EXTRATO E GERA O TITULO.
       LER-MOV.
           MOVE ZEROS TO CHAVECM W-CNPJANT W-TOTFORN
           START ARQCSMOV KEY IS NOT LESS CHAVECM
              INVALID KEY
                 GO TO ROT-TOTAL.
       LER-MOV1.
           READ ARQCSMOV NEXT
           IF CM-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           IF TIPOCM NOT = "U" OR SITCM NOT = SPACES
              GO TO LER-MOV1.
           DIVIDE DATACM BY 100 GIVING W-MESMOV
           IF W-MESMOV > W-COMPET
              GO TO LER-MOV1.
           IF CNPJCM NOT = W-CNPJANT
              PERFORM FECHA-FORN THRU FECHA-FORN-FIM
              PERFORM ABRE-FORN THRU ABRE-FORN-FIM.
           MOVE CODPRODCM TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE SPACES TO DESC.
           MOVE DATACM    TO DDATATX
           MOVE DOCCM     TO DDOCTX
           MOVE CODPRODCM TO DPRODTX
           MOVE DESC      TO DDESCTX
           MOVE QTDCM     TO DQTDTX
           MOVE PRECOCM   TO DPRECOTX
           MOVE VALORCM   TO DVALORTX
           WRITE REGCSGTX FROM DETC
           ADD VALORCM TO W-TOTFORN
      *    BAIXA O USO DO DEVIDO ACUMULADO DA CONSIGNACAO.
           MOVE CODPRODCM TO CODPRODCS
           MOVE CNPJCM    TO CNPJCS
           READ ARQCONSIG
           IF CS-ERRO = "00"
              IF QTDCM > QTDUSOCS
                 MOVE ZEROS TO QTDUSOCS
              ELSE
                 SUBTRACT QTDCM FROM QTDUSOCS
              END-IF
              IF VALORCM > VALUSOCS
                 MOVE ZEROS TO VALUSOCS
              ELSE
                 SUBTRACT VALORCM FROM VALUSOCS
              END-IF
              MOVE W-OPERADOR TO OPERADOR-CS
              ACCEPT DATAGRAVACAO-CS FROM DATE YYYYMMDD
              REWRITE REGCONSIG
           END-IF
           MOVE "L"      TO SITCM
           MOVE W-COMPET TO COMPETCM
           REWRITE REGCSMOV
           GO TO LER-MOV1.
      *
      *    CABECALHO DO EXTRATO DO FORNECEDOR.
       ABRE-FORN.
           MOVE CNPJCM TO W-CNPJANT CNPJ CCNPJTX
           READ CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE SPACES TO RAZAO.
           MOVE RAZAO TO CRAZAOTX
           MOVE ZEROS TO W-TOTFORN
           MOVE SPACES TO REGCSGTX
           WRITE REGCSGTX
           WRITE REGCSGTX FROM CABC2
           WRITE REGCSGTX FROM CABC3.
       ABRE-FORN-FIM.
           EXIT.
      *
      *    TITULO DO ACERTO (CSG + COMPETENCIA) NO CONTAS A PAGAR
      *    (STP030). TIPO C NAO TEM RECEBIMENTO NO PEDIDO: FICA FORA
      *    DA CONCILIACAO DO STP049 E SEGUE NA REMESSA (STP041).
       FECHA-FORN.
           IF W-CNPJANT = ZEROS OR W-TOTFORN = ZEROS
              GO TO FECHA-FORN-FIM.
           MOVE W-CNPJANT   TO CNPJTIT
           MOVE W-NUMACERTO TO NUMNF
           MOVE 1           TO PARCTIT
           MOVE W-DATAHOJE  TO EMISSAOTIT
           MOVE W-VENC      TO VENCTIT
           MOVE W-TOTFORN   TO VALORTIT
           MOVE ZEROS       TO PAGTIT
           MOVE SPACES      TO FORMAPAG
           MOVE W-OPERADOR  TO OPERADOR-TI
           MOVE "C"         TO TIPOTIT
           MOVE ZEROS TO DTDESCTIT PERCDESCTIT PERCMULTATIT JURODIATIT
           MOVE ZEROS TO VALPAGOTIT
           MOVE ZEROS TO PERCIRRF PERCISS IRRFTIT ISSTIT
           MOVE ZEROS TO MUNISSTIT
           MOVE SPACES TO SERVISSTIT.
       FECHA-FORN1.
           WRITE REGPAGAR
           IF TI-ERRO = "22"
              ADD 1 TO PARCTIT
              GO TO FECHA-FORN1.
           IF TI-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO TITULO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE W-TOTFORN TO TOTFORTX
           MOVE NUMNF     TO TNUMTX
           MOVE PARCTIT   TO TPARCTX
           WRITE REGCSGTX FROM TOTC1
           ADD W-TOTFORN TO W-TOTGER
           ADD 1 TO W-QTDFORN.
       FECHA-FORN-FIM.
           EXIT.
      *
       ROT-TOTAL.
           PERFORM FECHA-FORN THRU FECHA-FORN-FIM
           MOVE W-QTDFORN TO TOTQTDTX
           MOVE W-TOTGER  TO TOTGERTX
           MOVE SPACES TO REGCSGTX
           WRITE REGCSGTX
           WRITE REGCSGTX FROM LINSEP
           WRITE REGCSGTX FROM TOTC2
           WRITE REGCSGTX FROM TOTC3
           CLOSE ARQCSGTX
           MOVE "** ACERTO GRAVADO EM ARQCSGEXT.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ROT-FIM.
           CLOSE ARQCSMOV ARQCONSIG ARQPAGAR CADPROD CADFORN.
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
