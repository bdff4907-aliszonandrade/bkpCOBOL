       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP067.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * GERACAO MENSAL DOS TITULOS DE CONTRATOS        *
      * RECORRENTES (ARQCTREC, STP066)                 *
      * PARA CADA CONTRATO VIGENTE NA COMPETENCIA GERA *
      * O TITULO NO ARQPAGAR (NF = CT + CONTRATO +     *
      * AAMM, PARCELA 01), COM O VENCIMENTO NO DIA DO  *
      * CONTRATO ROLADO PARA O PROXIMO DIA UTIL        *
      * (ARQFERIAD). SEM RETENCAO O TITULO E DO TIPO R;*
      * COM RETENCAO E DO TIPO S (GUIA NO STP051); A   *
      * ALIQUOTA DO ISS E RELIDA NA TABELA DO STP072    *
      * PELO MUNICIPIO E ITEM DO SERVICO DO CONTRATO.  *
      * RODAR DE NOVO A MESMA COMPETENCIA NAO DUPLICA. *
      * O RELATORIO LISTA TAMBEM OS CONTRATOS QUE      *
      * ENCERRAM OU VENCEM O REAJUSTE NOS PROXIMOS 60  *
      * DIAS (REAJUSTE NA OPCAO R DO STP066).          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTREC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECT
                   FILE STATUS  IS CT-ERRO.

           SELECT ARQPAGAR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVETIT
                   FILE STATUS  IS TI-ERRO.

           SELECT ARQFERIAD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DATAFER
                   FILE STATUS  IS CL-ERRO.

           SELECT ARQALIQISS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEAI
                   FILE STATUS  IS AI-ERRO.

           SELECT ARQCONTX ASSIGN TO DISK
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
      *    CONTRATOS RECORRENTES (STP066).
       FD ARQCTREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTREC.DAT".
       01 REGCTREC.
           03 CHAVECT.
               05 CNPJCT    PIC 9(15).
               05 NUMCT     PIC 9(04).
           03 DESCCT        PIC X(30).
           03 VALORCT       PIC 9(08)V99.
           03 DIAVENCCT     PIC 9(02).
           03 INICIOCT.
               05 ANOINICT  PIC 9(04).
               05 MESINICT  PIC 9(02).
               05 DIAINICT  PIC 9(02).
           03 FIMCT         PIC 9(08).
           03 INDICECT      PIC X(06).
           03 MESREAJCT     PIC 9(02).
           03 ULTREAJCT     PIC 9(06).
           03 TIPORETCT     PIC X(01).
           03 PERCIRRFCT    PIC 9(02)V99.
           03 PERCISSCT     PIC 9(02)V99.
           03 ULTGERCT      PIC 9(06).
           03 OPERADOR-CT   PIC X(08).
           03 DATAGRAVACAO-CT.
               05 DATAGRAV-CT PIC 9(8).
               05 HORAGRAV-CT PIC 9(6).
           03 SERVCT        PIC X(05).
           03 CEPSERVCT     PIC 9(09).
           03 MUNISSCT      PIC 9(07).
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
      *    FERIADOS DA EMPRESA (FPP073), PARA O CALENDARIO DE DIAS
      *    UTEIS.
       FD ARQFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
          03 DATAFER.
             05 ANOFER         PIC 9(04).
             05 MESFER         PIC 9(02).
             05 DIAFER         PIC 9(02).
          03 DESCFER           PIC X(25).
          03 OPERADOR-FR       PIC X(08).
          03 DATAGRAVACAO-FR.
             05 DATAGRAV-FR    PIC 9(8).
             05 HORAGRAV-FR    PIC 9(6).
      *
      *    ALIQUOTA DO ISS POR MUNICIPIO E ITEM DE SERVICO (STP072).
       FD ARQALIQISS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALIQISS.DAT".
       01 REGALIQISS.
           03 CHAVEAI.
               05 CODIBGEAI  PIC 9(07).
               05 SERVAI     PIC X(05).
           03 DESCSERVAI     PIC X(30).
           03 ALIQAI         PIC 9(02)V99.
           03 OPERADOR-AI    PIC X(08).
           03 DATAGRAVACAO-AI.
               05 DATAGRAV-AI PIC 9(8).
               05 HORAGRAV-AI PIC 9(6).
      *
       FD ARQCONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGCONTX            PIC X(111).
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
       77 CT-ERRO    PIC X(02) VALUE "00".
       77 TI-ERRO    PIC X(02) VALUE "00".
       77 CL-ERRO    PIC X(02) VALUE "00".
       77 TX-ERRO    PIC X(02) VALUE "00".
       77 RC-ERRO    PIC X(02) VALUE "00".
       77 AI-ERRO    PIC X(02) VALUE "00".
       77 W-AI-OK    PIC X(01) VALUE "N".
       77 W-CT-OK    PIC X(01) VALUE "N".
       77 W-TI-OK    PIC X(01) VALUE "N".
       77 W-CAL-OK   PIC X(01) VALUE "N".
       77 W-TX-OK    PIC X(01) VALUE "N".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-DATARELC PIC 9(08) VALUE ZEROS.
       01 W-HORARELC PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE.
           05 W-ANOHOJE  PIC 9(04) VALUE ZEROS.
           05 W-MESHOJE  PIC 9(02) VALUE ZEROS.
           05 W-DIAHOJE  PIC 9(02) VALUE ZEROS.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-COMPINI  PIC 9(06) VALUE ZEROS.
       01 W-COMPFIM  PIC 9(06) VALUE ZEROS.
       01 W-SITUACAO PIC X(20) VALUE SPACES.
       01 W-QTDGER   PIC 9(06) VALUE ZEROS.
       01 W-QTDJA    PIC 9(06) VALUE ZEROS.
       01 W-QTDAVISO PIC 9(06) VALUE ZEROS.
       01 W-TOTGER   PIC 9(10)V99 VALUE ZEROS.
      *
      *    PROXIMO REAJUSTE E DIAS ATE O EVENTO (BASE 360/30; NEGATIVO
      *    = REAJUSTE DO ANO AINDA NAO APLICADO).
       01 W-PROXREAJ.
           05 W-ANOREAJ  PIC 9(04) VALUE ZEROS.
           05 W-MESREAJ  PIC 9(02) VALUE ZEROS.
           05 W-DIAREAJ  PIC 9(02) VALUE ZEROS.
       01 W-DT1.
           05 W-DT1-ANO  PIC 9(04) VALUE ZEROS.
           05 W-DT1-MES  PIC 9(02) VALUE ZEROS.
           05 W-DT1-DIA  PIC 9(02) VALUE ZEROS.
       01 W-DT2.
           05 W-DT2-ANO  PIC 9(04) VALUE ZEROS.
           05 W-DT2-MES  PIC 9(02) VALUE ZEROS.
           05 W-DT2-DIA  PIC 9(02) VALUE ZEROS.
       01 W-DIAS     PIC S9(06) VALUE ZEROS.
      *
      *    CALENDARIO DE DIAS UTEIS.
       01 W-DU-DATA.
           05 W-DU-ANO PIC 9(4) VALUE ZEROS.
           05 W-DU-MES PIC 9(2) VALUE ZEROS.
           05 W-DU-DIA PIC 9(2) VALUE ZEROS.
       01 W-DU-ANOZ  PIC 9(4) VALUE ZEROS.
       01 W-DU-MESZ  PIC 9(4) VALUE ZEROS.
       01 W-DU-A     PIC 9(4) VALUE ZEROS.
       01 W-DU-B     PIC 9(4) VALUE ZEROS.
       01 W-DU-C     PIC 9(4) VALUE ZEROS.
       01 W-DU-D     PIC 9(4) VALUE ZEROS.
       01 W-DU-T1    PIC 9(6) VALUE ZEROS.
       01 W-DU-Q     PIC 9(6) VALUE ZEROS.
       01 W-DU-H     PIC 9(1) VALUE ZEROS.
       01 W-DU-R4    PIC 9(4) VALUE ZEROS.
       01 W-DU-UTIL  PIC X(1) VALUE "S".
       01 W-DU-SENT  PIC S9(1) VALUE +1.
       01 W-DU-DMAX  PIC 9(2) VALUE ZEROS.
      *
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(44) VALUE
           " *** TITULOS DE CONTRATOS RECORRENTES ***   ".
           05  FILLER                 PIC X(14) VALUE
           "COMPETENCIA : ".
           05  COMPETTX  VALUE ZEROS  PIC 9(6).

       01  CAB3.
           05  FILLER                 PIC X(40) VALUE
           "CNPJ            CONT DESCRICAO          ".
           05  FILLER                 PIC X(40) VALUE
           "            VENCTO           VALOR T SIT".
           05  FILLER                 PIC X(05) VALUE
           "UACAO".

       01  DET.
           05  CNPJTX          VALUE ZEROS  PIC 9(15).
           05  FILLER          PIC X(1) VALUE  " ".
           05  NUMCTTX         VALUE ZEROS  PIC 9(4).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DESCTX          VALUE SPACES PIC X(30).
           05  FILLER          PIC X(1) VALUE  " ".
           05  VENCTX          VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(1) VALUE  " ".
           05  VALORTX         VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  TIPOTX          VALUE SPACES PIC X(1).
           05  FILLER          PIC X(1) VALUE  " ".
           05  SITTX           VALUE SPACES PIC X(20).

       01  CABAV1.
           05  FILLER                 PIC X(45) VALUE
           " *** CONTRATOS A ENCERRAR OU A REAJUSTAR NOS ".
           05  FILLER                 PIC X(22) VALUE
           "PROXIMOS 60 DIAS *** ".

       01  CABAV2.
           05  FILLER                 PIC X(40) VALUE
           "CNPJ            CONT DESCRICAO          ".
           05  FILLER                 PIC X(40) VALUE
           "            DATA     DIAS EVENTO        ".
           05  FILLER                 PIC X(13) VALUE
           "       INDICE".

       01  DETAV.
           05  CNPJAVTX        VALUE ZEROS  PIC 9(15).
           05  FILLER          PIC X(1) VALUE  " ".
           05  NUMAVTX         VALUE ZEROS  PIC 9(4).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DESCAVTX        VALUE SPACES PIC X(30).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DATAAVTX        VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DIASAVTX        VALUE ZEROS  PIC -ZZ9.
           05  FILLER          PIC X(1) VALUE  " ".
           05  EVENTOTX        VALUE SPACES PIC X(20).
           05  FILLER          PIC X(1) VALUE  " ".
           05  INDICETX        VALUE SPACES PIC X(6).

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "TITULOS GERADOS.......................: ".
           05  QTDGERTX   VALUE ZEROS  PIC ZZZ.ZZ9.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "VALOR DOS TITULOS GERADOS.............: ".
           05  TOTGERTX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "JA GERADOS EM EXECUCAO ANTERIOR.......: ".
           05  QTDJATX    VALUE ZEROS  PIC ZZZ.ZZ9.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** GERACAO DOS TITULOS DE CONTRATOS ***".
           05  LINE 06  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM) :".
           05  TW-COMPET
               LINE 06  COLUMN 29  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 08  COLUMN 05
               VALUE  "CONFIRMA GERACAO (S/N) :".
           05  TW-OPCAO
               LINE 08  COLUMN 31  PIC X(01)
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
           OPEN I-O ARQCTREC
           IF CT-ERRO NOT = "00"
              MOVE "* CADASTRE OS CONTRATOS NO STP066 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-CT-OK.
       R3A.
           OPEN I-O ARQPAGAR
           IF TI-ERRO NOT = "00"
              IF TI-ERRO = "30"
                 OPEN OUTPUT ARQPAGAR
                 CLOSE ARQPAGAR
                 GO TO R3A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE "S" TO W-TI-OK
      *    O CALENDARIO DE FERIADOS (FPP073) E OPCIONAL: SEM ELE SO
      *    OS FINS DE SEMANA CONTAM COMO DIA NAO UTIL.
           OPEN INPUT ARQFERIAD
           IF CL-ERRO = "00"
              MOVE "S" TO W-CAL-OK.
           OPEN INPUT ARQALIQISS
           IF AI-ERRO = "00"
              MOVE "S" TO W-AI-OK.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQCONTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO RELATORIO DE CONTRATOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TX-OK
           MOVE W-COMPET TO COMPETTX
           WRITE REGCONTX FROM CAB1
           WRITE REGCONTX FROM CAB2
           WRITE REGCONTX FROM CAB3
           WRITE REGCONTX FROM CAB1
           MOVE ZEROS TO CHAVECT
           START ARQCTREC KEY IS NOT LESS CHAVECT
              INVALID KEY
                 GO TO GER-TOTAL.
      *
      **********************************************
      * UM TITULO POR CONTRATO VIGENTE NO MES      *
      **********************************************
       GER-001.
           READ ARQCTREC NEXT
           IF CT-ERRO NOT = "00"
              GO TO GER-TOTAL.
           MOVE INICIOCT (1:6) TO W-COMPINI
           MOVE FIMCT (1:6)    TO W-COMPFIM
           IF W-COMPINI > W-COMPET
              GO TO GER-001.
           IF FIMCT NOT = ZEROS AND W-COMPFIM < W-COMPET
              GO TO GER-001.
           MOVE SPACES TO W-SITUACAO
           IF ULTGERCT NOT < W-COMPET
              MOVE "JA GERADO" TO W-SITUACAO
              ADD 1 TO W-QTDJA
              GO TO GER-003.
      *    VENCIMENTO: DIA DO CONTRATO (LIMITADO AO ULTIMO DIA DO
      *    MES) ROLADO PARA O PROXIMO DIA UTIL.
           MOVE W-ANOCOMP TO W-DU-ANO
           MOVE W-MESCOMP TO W-DU-MES
           PERFORM DIAS-MES THRU DIAS-MES-FIM
           MOVE DIAVENCCT TO W-DU-DIA
           IF W-DU-DIA > W-DU-DMAX
              MOVE W-DU-DMAX TO W-DU-DIA.
           MOVE +1 TO W-DU-SENT
           PERFORM ROLA-DU THRU ROLA-DU-FIM
      *
           MOVE CNPJCT    TO CNPJTIT
           MOVE SPACES    TO NUMNF
           MOVE "CT"      TO NUMNF (1:2)
           MOVE NUMCT     TO NUMNF (3:4)
           MOVE W-COMPET (3:4) TO NUMNF (7:4)
           MOVE 1         TO PARCTIT
           MOVE W-COMPET  TO EMISSAOTIT (1:6)
           MOVE "01"      TO EMISSAOTIT (7:2)
           MOVE W-DU-DATA TO VENCTIT
           MOVE VALORCT   TO VALORTIT
           MOVE ZEROS     TO PAGTIT IRRFTIT ISSTIT
           MOVE SPACES    TO FORMAPAG
           MOVE W-OPERADOR TO OPERADOR-TI
           MOVE "R"        TO TIPOTIT
           MOVE ZEROS      TO PERCIRRF PERCISS MUNISSTIT
           MOVE SPACES     TO SERVISSTIT
           IF TIPORETCT = "S"
              MOVE "S"        TO TIPOTIT
              MOVE PERCIRRFCT TO PERCIRRF
              MOVE PERCISSCT  TO PERCISS
              MOVE MUNISSCT   TO MUNISSTIT
              MOVE SERVCT     TO SERVISSTIT.
      *    ALIQUOTA ATUAL DA TABELA; SEM ELA FICA A DO CONTRATO.
           IF TIPOTIT = "S" AND W-AI-OK = "S" AND SERVCT NOT = SPACES
              MOVE MUNISSCT TO CODIBGEAI
              MOVE SERVCT   TO SERVAI
              READ ARQALIQISS
              IF AI-ERRO = "00"
                 MOVE ALIQAI TO PERCISS.
      *    CONDICOES DE DESCONTO E ENCARGOS: OPCAO C DO STP030.
           MOVE ZEROS TO DTDESCTIT PERCDESCTIT PERCMULTATIT JURODIATIT
           MOVE ZEROS TO VALPAGOTIT
           WRITE REGPAGAR
           IF TI-ERRO = "22"
              MOVE "TITULO JA EXISTIA" TO W-SITUACAO
              ADD 1 TO W-QTDJA
              GO TO GER-002.
           IF TI-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO TITULO NO ARQPAGAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GER-TOTAL.
           MOVE "GERADO" TO W-SITUACAO
           ADD 1 TO W-QTDGER
           ADD VALORTIT TO W-TOTGER.
       GER-002.
           MOVE W-COMPET TO ULTGERCT
           REWRITE REGCTREC.
       GER-003.
      *    NO MES DO REAJUSTE, AVISA SE O VALOR AINDA E O DO ANO
      *    ANTERIOR (O TITULO SAI ASSIM MESMO).
           IF MESREAJCT = W-MESCOMP AND ANOINICT < W-ANOCOMP
              AND ULTREAJCT (1:4) < W-COMPET (1:4)
              AND W-SITUACAO NOT = "JA GERADO"
              MOVE "GERADO-SEM REAJUSTE" TO W-SITUACAO.
           MOVE CNPJCT     TO CNPJTX
           MOVE NUMCT      TO NUMCTTX
           MOVE DESCCT     TO DESCTX
           MOVE VALORCT    TO VALORTX
           MOVE ZEROS      TO VENCTX
           MOVE SPACES     TO TIPOTX
           IF W-SITUACAO NOT = "JA GERADO"
              MOVE VENCTIT TO VENCTX
              MOVE TIPOTIT TO TIPOTX.
           MOVE W-SITUACAO TO SITTX
           WRITE REGCONTX FROM DET
           GO TO GER-001.
      *
       GER-TOTAL.
           MOVE W-QTDGER TO QTDGERTX
           MOVE W-TOTGER TO TOTGERTX
           MOVE W-QTDJA  TO QTDJATX
           WRITE REGCONTX FROM CAB1
           WRITE REGCONTX FROM LINHA-TOT1
           WRITE REGCONTX FROM LINHA-TOT2
           WRITE REGCONTX FROM LINHA-TOT3
           WRITE REGCONTX FROM LINHABR.
      *
      **********************************************
      * CONTRATOS QUE ENCERRAM OU VENCEM O REAJUS- *
      * TE NOS PROXIMOS 60 DIAS (A CONTAR DE HOJE) *
      **********************************************
       AVI-001.
           WRITE REGCONTX FROM CABAV1
           WRITE REGCONTX FROM CABAV2
           WRITE REGCONTX FROM CAB1
           MOVE ZEROS TO CHAVECT
           START ARQCTREC KEY IS NOT LESS CHAVECT
              INVALID KEY
                 GO TO AVI-FIM.
       AVI-002.
           READ ARQCTREC NEXT
           IF CT-ERRO NOT = "00"
              GO TO AVI-FIM.
           IF FIMCT NOT = ZEROS AND FIMCT < W-DATAHOJE
              GO TO AVI-002.
           IF FIMCT = ZEROS
              GO TO AVI-003.
           MOVE FIMCT TO W-DT2
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-DIAS > 60
              GO TO AVI-003.
           MOVE FIMCT TO DATAAVTX
           MOVE "ENCERRAMENTO" TO EVENTOTX
           MOVE SPACES TO INDICETX
           PERFORM AVI-GRAVA THRU AVI-GRAVA-FIM.
      *    PROXIMO REAJUSTE: NO MES DO CONTRATO DESTE ANO, OU DO ANO
      *    SEGUINTE SE O DESTE JA FOI FEITO; O PRIMEIRO REAJUSTE SO
      *    VEM NO ANO SEGUINTE AO INICIO.
       AVI-003.
           IF MESREAJCT = ZEROS
              GO TO AVI-002.
           MOVE W-ANOHOJE TO W-ANOREAJ
           IF ULTREAJCT (1:4) NOT < W-DATAHOJE (1:4)
              ADD 1 TO W-ANOREAJ.
           IF ANOINICT NOT < W-ANOREAJ
              COMPUTE W-ANOREAJ = ANOINICT + 1.
           MOVE MESREAJCT TO W-MESREAJ
           MOVE 1         TO W-DIAREAJ
           IF FIMCT NOT = ZEROS AND FIMCT < W-PROXREAJ
              GO TO AVI-002.
           MOVE W-PROXREAJ TO W-DT2
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-DIAS > 60
              GO TO AVI-002.
           MOVE W-PROXREAJ TO DATAAVTX
           MOVE "REAJUSTE" TO EVENTOTX
           IF W-DIAS < ZEROS
              MOVE "REAJUSTE PENDENTE" TO EVENTOTX.
           MOVE INDICECT TO INDICETX
           PERFORM AVI-GRAVA THRU AVI-GRAVA-FIM
           GO TO AVI-002.
       AVI-FIM.
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** TITULOS GERADOS - RELATORIO STP067 EMITIDO **"
                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       AVI-GRAVA.
           MOVE CNPJCT  TO CNPJAVTX
           MOVE NUMCT   TO NUMAVTX
           MOVE DESCCT  TO DESCAVTX
           MOVE W-DIAS  TO DIASAVTX
           WRITE REGCONTX FROM DETAV
           ADD 1 TO W-QTDAVISO.
       AVI-GRAVA-FIM.
           EXIT.
      *
      *    DIAS DE HOJE ATE W-DT2, NA BASE 360/30.
       CALC-DIAS.
           MOVE W-DATAHOJE TO W-DT1
           COMPUTE W-DIAS = ((W-DT2-ANO - W-DT1-ANO) * 360)
                          + ((W-DT2-MES - W-DT1-MES) * 30)
                          + (W-DT2-DIA - W-DT1-DIA).
       CALC-DIAS-FIM.
           EXIT.
      *
      ******************************************
      * CALENDARIO DE DIAS UTEIS (FPP073):     *
      * VERIF-DU DIZ SE W-DU-DATA E DIA UTIL   *
      * (ZELLER P/ FIM DE SEMANA + ARQFERIAD); *
      * ROLA-DU EMPURRA A DATA NO SENTIDO DE   *
      * W-DU-SENT ATE CAIR EM DIA UTIL.        *
      ******************************************
       VERIF-DU.
           MOVE "S" TO W-DU-UTIL
           MOVE W-DU-ANO TO W-DU-ANOZ
           MOVE W-DU-MES TO W-DU-MESZ
           IF W-DU-MESZ < 3
              ADD 12 TO W-DU-MESZ
              SUBTRACT 1 FROM W-DU-ANOZ.
           COMPUTE W-DU-A = (13 * (W-DU-MESZ + 1)) / 5
           COMPUTE W-DU-B = W-DU-ANOZ / 4
           COMPUTE W-DU-C = W-DU-ANOZ / 100
           COMPUTE W-DU-D = W-DU-ANOZ / 400
           COMPUTE W-DU-T1 = W-DU-DIA + W-DU-A + W-DU-ANOZ
                  + W-DU-B - W-DU-C + W-DU-D
           DIVIDE W-DU-T1 BY 7 GIVING W-DU-Q REMAINDER W-DU-H
      *    RESTO 0 = SABADO, 1 = DOMINGO (CONGRUENCIA DE ZELLER).
           IF W-DU-H = 0 OR W-DU-H = 1
              MOVE "N" TO W-DU-UTIL
              GO TO VERIF-DU-FIM.
           IF W-CAL-OK = "S"
              MOVE W-DU-DATA TO DATAFER
              READ ARQFERIAD
              IF CL-ERRO = "00"
                 MOVE "N" TO W-DU-UTIL.
       VERIF-DU-FIM.
           EXIT.
      *
       ROLA-DU.
           PERFORM VERIF-DU THRU VERIF-DU-FIM.
       ROLA-DU1.
           IF W-DU-UTIL = "S"
              GO TO ROLA-DU-FIM.
           IF W-DU-SENT < ZEROS
              GO TO ROLA-DU2.
           PERFORM DIAS-MES THRU DIAS-MES-FIM
           ADD 1 TO W-DU-DIA
           IF W-DU-DIA > W-DU-DMAX
              MOVE 1 TO W-DU-DIA
              ADD 1 TO W-DU-MES
              IF W-DU-MES > 12
                 MOVE 1 TO W-DU-MES
                 ADD 1 TO W-DU-ANO.
           GO TO ROLA-DU3.
       ROLA-DU2.
           IF W-DU-DIA = 1
              SUBTRACT 1 FROM W-DU-MES
              IF W-DU-MES = ZEROS
                 MOVE 12 TO W-DU-MES
                 SUBTRACT 1 FROM W-DU-ANO
                 PERFORM DIAS-MES THRU DIAS-MES-FIM
                 MOVE W-DU-DMAX TO W-DU-DIA
              ELSE
                 PERFORM DIAS-MES THRU DIAS-MES-FIM
                 MOVE W-DU-DMAX TO W-DU-DIA
           ELSE
              SUBTRACT 1 FROM W-DU-DIA.
       ROLA-DU3.
           PERFORM VERIF-DU THRU VERIF-DU-FIM
           GO TO ROLA-DU1.
       ROLA-DU-FIM.
           EXIT.
      *
       DIAS-MES.
           MOVE 31 TO W-DU-DMAX
           IF W-DU-MES = 4 OR W-DU-MES = 6 OR W-DU-MES = 9
                           OR W-DU-MES = 11
              MOVE 30 TO W-DU-DMAX.
           IF W-DU-MES = 2
              MOVE 28 TO W-DU-DMAX
              DIVIDE W-DU-ANO BY 4 GIVING W-DU-Q
                     REMAINDER W-DU-R4
              IF W-DU-R4 = ZEROS
                 MOVE 29 TO W-DU-DMAX.
       DIAS-MES-FIM.
           EXIT.
      *
      *    NOME DO RELATORIO COM PROGRAMA, COMPETENCIA E DATA DA
      *    EMISSAO, PARA NAO SOBREPOR A EMISSAO ANTERIOR.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "STP067-" DELIMITED BY SIZE
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
           MOVE "STP067"   TO PROGRC
           MOVE W-COMPET   TO COMPETRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERADOR TO OPERRC
           MOVE W-QTDGER   TO QTDRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-CT-OK = "S"
              CLOSE ARQCTREC.
           IF W-TI-OK = "S"
              CLOSE ARQPAGAR.
           IF W-CAL-OK = "S"
              CLOSE ARQFERIAD.
           IF W-AI-OK = "S"
              CLOSE ARQALIQISS.
           IF W-TX-OK = "S"
              CLOSE ARQCONTX.
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
