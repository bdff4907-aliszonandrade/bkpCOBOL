      * DA FOLHA (FPP019), MAIS A LISTA DE CONFERENCIA.*
      * O RETORNO DO BANCO E PROCESSADO PELO STP042,   *
      * QUE BAIXA O PAGTIT AUTOMATICAMENTE.            *
      * FORNECEDOR COM CERTIDAO OBRIGATORIA VENCIDA    *
      * (STP057) TEM OS TITULOS RETIDOS, SALVO SE O    *
      * OPERADOR LIBERAR - A LIBERACAO FICA GRAVADA NO *
      * ARQCERTLOG.                                    *
      * O VALOR REMETIDO E O DEVIDO NA DATA DE         *
      * PAGAMENTO INFORMADA: COM O DESCONTO ATE A DATA *
      * LIMITE OU COM MULTA E JUROS APOS O VENCIMENTO  *
      * (CONDICOES DO TITULO NO STP030).               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT ARQREMTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.

           SELECT ARQCERT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECE
                   FILE STATUS  IS CE-ERRO.

           SELECT ARQCERTLOG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECL
                   FILE STATUS  IS CL-ERRO.

           SELECT ARQFERIAD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DATAFER
                   FILE STATUS  IS FE-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADFORN
               LABEL RECORD IS STANDARD
       FD ARQREMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREMPAG.DOC".
       01 REGREMTX            PIC X(110).
      *
      *    CERTIDOES DE REGULARIDADE DO FORNECEDOR (STP057).
       FD ARQCERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERT.DAT".
       01 REGCERT.
           03 CHAVECE.
               05 CNPJCE        PIC 9(15).
               05 TIPOCE        PIC X(01).
           03 NUMCE             PIC X(20).
           03 EMISSAOCE         PIC 9(08).
           03 VALIDCE           PIC 9(08).
           03 OBRIGCE           PIC X(01).
           03 OPERADOR-CE       PIC X(08).
           03 DATAGRAVACAO-CE   PIC 9(14).
      *
      *    LIBERACOES DE PAGAMENTO COM CERTIDAO VENCIDA: QUEM
      *    LIBEROU, QUANDO E QUAL CERTIDAO ESTAVA VENCIDA.
       FD ARQCERTLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERTLOG.DAT".
       01 REGCERTLOG.
           03 CHAVECL.
               05 CNPJCL        PIC 9(15).
               05 DATACL        PIC 9(08).
               05 HORACL        PIC 9(08).
           03 TIPOCL            PIC X(01).
           03 VALIDCL           PIC 9(08).
           03 OPERADOR-CL       PIC X(08).
           03 ORIGEMCL          PIC X(06).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-VENCATE  PIC 9(08) VALUE ZEROS.
       01 W-QTDTIT   PIC 9(05) VALUE ZEROS.
       01 W-TOTREM   PIC 9(10)V99 VALUE ZEROS.
       01 CE-ERRO    PIC X(02) VALUE "00".
       01 CL-ERRO    PIC X(02) VALUE "00".
       01 W-CERT-OK  PIC X(01) VALUE "N".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-CNPJCERT PIC 9(15) VALUE ZEROS.
       01 W-CERTSIT  PIC X(01) VALUE SPACES.
       01 W-TIPOVENC PIC X(01) VALUE SPACES.
       01 W-VALIDVENC PIC 9(08) VALUE ZEROS.
       01 W-LIBERA   PIC X(01) VALUE SPACES.
       01 W-QTDRET   PIC 9(05) VALUE ZEROS.
       01 W-TOTRET   PIC 9(10)V99 VALUE ZEROS.
       01 W-DATAPAGO PIC 9(08) VALUE ZEROS.
       01 W-VENCEFET PIC 9(08) VALUE ZEROS.
       01 W-APAGAR   PIC 9(08)V99 VALUE ZEROS.
       01 W-DESCCALC PIC 9(08)V99 VALUE ZEROS.
       01 W-ENCCALC  PIC 9(08)V99 VALUE ZEROS.
       01 W-DIASATR  PIC 9(05) VALUE ZEROS.
       01 W-DT1.
           05 W-DT1-ANO PIC 9(4) VALUE ZEROS.
           05 W-DT1-MES PIC 9(2) VALUE ZEROS.
           05 W-DT1-DIA PIC 9(2) VALUE ZEROS.
       01 W-DT2.
           05 W-DT2-ANO PIC 9(4) VALUE ZEROS.
           05 W-DT2-MES PIC 9(2) VALUE ZEROS.
           05 W-DT2-DIA PIC 9(2) VALUE ZEROS.
       77 FE-ERRO    PIC X(02) VALUE "00".
       77 W-CAL-OK   PIC X(01) VALUE "N".
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
      *    REGISTRO DE REMESSA: UM PAGAMENTO POR LINHA.
       01  REM-DET.
           05  REM-PARC     PIC 9(02) VALUE ZEROS.
           05  REM-VENC     PIC 9(08) VALUE ZEROS.
           05  REM-VALOR    PIC 9(08)V99 VALUE ZEROS.
           05  REM-DATAPAG  PIC 9(08) VALUE ZEROS.
           05  FILLER       PIC X(25) VALUE SPACES.
      *
       01  REM-TRL.
           05  FILLER       PIC X(02) VALUE "TR".
           "*** REMESSA DE PAGAMENTO A FORNECEDORES ***   ".
           05  FILLER   PIC X(06) VALUE "DATA: ".
           05  CABDATATX VALUE ZEROS PIC 9(8).
           05  FILLER   PIC X(11) VALUE "  PAGTO EM ".
           05  CABPAGTX VALUE ZEROS PIC 9(8).

       01  DETR.
           05  RCNPJTX  VALUE ZEROS  PIC 9(15).
           05  FILLER   PIC X(1) VALUE " ".
           05  RRAZAOTX VALUE SPACES PIC X(25).
           05  FILLER   PIC X(1) VALUE " ".
           05  RNFTX    VALUE SPACES PIC X(10).
           05  FILLER   PIC X(1) VALUE "/".
           05  RVENCTX  VALUE ZEROS  PIC 9(8).
           05  FILLER   PIC X(1) VALUE " ".
           05  RVALORTX VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER   PIC X(1) VALUE " ".
           05  RAPAGTX  VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER   PIC X(1) VALUE " ".
           05  RSITTX   VALUE SPACES PIC X(11).

       01  TOTR1.
           05  FILLER   PIC X(34) VALUE
           "VALOR TOTAL DA REMESSA..........: ".
           05  TOTVALTX VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  TOTR3.
           05  FILLER   PIC X(34) VALUE
           "TITULOS RETIDOS POR CERTIDAO....: ".
           05  TOTQTDRTX VALUE ZEROS PIC ZZZZ9.

       01  TOTR4.
           05  FILLER   PIC X(34) VALUE
           "VALOR RETIDO POR CERTIDAO.......: ".
           05  TOTVALRTX VALUE ZEROS PIC ZZZ.ZZZ.ZZ9,99.

       01  LINSEP       PIC X(100) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
               USING  W-VENCATE
               HIGHLIGHT.
           05  LINE 10  COLUMN 05
               VALUE  "PAGAMENTO EM  (AAAAMMDD) :".
           05  TW-DATAPAGO
               LINE 10  COLUMN 33  PIC 9(08)
               USING  W-DATAPAGO
               HIGHLIGHT.
           05  LINE 12  COLUMN 05
               VALUE  "CONFIRMA A GERACAO (S/N) :".
           05  TW-OPCAO
               LINE 12  COLUMN 33  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
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
       R1.
           ACCEPT TW-VENCDE
           ACCEPT W-ACT FROM ESCAPE KEY
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *    DATA EM QUE O BANCO VAI DEBITAR: DEFINE DESCONTO OU
      *    ENCARGOS DE CADA TITULO.
       R2A.
           IF W-DATAPAGO = ZEROS
              ACCEPT W-DATAPAGO FROM DATE YYYYMMDD.
           ACCEPT TW-DATAPAGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-DATAPAGO < W-DATAHOJE
              MOVE "O PAGAMENTO NAO PODE SER ANTES DE HOJE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
       R3.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "* ARQUIVO DE FORNECEDOR NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *    O CALENDARIO DE FERIADOS (FPP073) E OPCIONAL: SEM ELE SO
      *    OS FINS DE SEMANA CONTAM COMO DIA NAO UTIL.
           MOVE "N" TO W-CAL-OK
           OPEN INPUT ARQFERIAD
           IF FE-ERRO = "00"
              MOVE "S" TO W-CAL-OK.
           OPEN OUTPUT ARQREMPAG
           IF RM-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO REMPAG.TXT" TO MENS
              MOVE "ERRO NA ABERTURA DO ARQREMPAG.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    SEM CADASTRO DE CERTIDOES NADA E RETIDO.
           MOVE "N" TO W-CERT-OK
           OPEN INPUT ARQCERT
           IF CE-ERRO = "00"
              MOVE "S" TO W-CERT-OK.
           IF W-CERT-OK NOT = "S"
              GO TO R4A.
           OPEN I-O ARQCERTLOG
           IF CL-ERRO = "30"
              OPEN OUTPUT ARQCERTLOG
              CLOSE ARQCERTLOG
              OPEN I-O ARQCERTLOG.
           IF CL-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQCERTLOG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R4A.
           ACCEPT CABDATATX FROM DATE YYYYMMDD
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAPAGO TO CABPAGTX
           MOVE ZEROS TO W-CNPJCERT W-QTDRET W-TOTRET
           MOVE SPACES TO W-CERTSIT
           WRITE REGREMTX FROM LINSEP
           WRITE REGREMTX FROM CABR1
           WRITE REGREMTX FROM LINSEP.
      *    VALOR SAIRIA BRUTO, POR ISSO ELE FICA DE FORA.
           IF TIPOTIT = "S"
              GO TO SELECIONA1.
      *    OS TITULOS VEM AGRUPADOS POR CNPJ: A CERTIDAO E OLHADA
      *    UMA VEZ POR FORNECEDOR.
           IF CNPJTIT NOT = W-CNPJCERT
              PERFORM VER-CERT THRU VER-CERT-FIM.
           IF W-CERTSIT = "R"
              GO TO RETIDO.
           PERFORM CALC-APAGAR THRU CALC-APAGAR-FIM
           MOVE CNPJTIT  TO REM-CNPJ
           MOVE NUMNF    TO REM-NF
           MOVE PARCTIT  TO REM-PARC
           MOVE VENCTIT  TO REM-VENC
           MOVE W-APAGAR TO REM-VALOR
           MOVE W-DATAPAGO TO REM-DATAPAG
           WRITE REGREMPAG FROM REM-DET
           ADD 1 TO W-QTDTIT
           ADD W-APAGAR TO W-TOTREM
           MOVE CNPJTIT TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
           MOVE PARCTIT  TO RPARCTX
           MOVE VENCTIT  TO RVENCTX
           MOVE VALORTIT TO RVALORTX
           MOVE W-APAGAR TO RAPAGTX
           MOVE SPACES   TO RSITTX
           IF W-DESCCALC NOT = ZEROS
              MOVE "C/DESCONTO" TO RSITTX.
           IF W-ENCCALC NOT = ZEROS
              MOVE "C/ENCARGOS" TO RSITTX.
           IF W-CERTSIT = "L"
              MOVE "LIBERADO" TO RSITTX.
           WRITE REGREMTX FROM DETR
           GO TO SELECIONA1.
      *
      *    TITULO RETIDO: SO SAI NA LISTA DE CONFERENCIA.
       RETIDO.
           ADD 1 TO W-QTDRET
           ADD VALORTIT TO W-TOTRET
           MOVE CNPJTIT  TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE SPACES TO RAZAO.
           MOVE CNPJTIT  TO RCNPJTX
           MOVE RAZAO    TO RRAZAOTX
           MOVE NUMNF    TO RNFTX
           MOVE PARCTIT  TO RPARCTX
           MOVE VENCTIT  TO RVENCTX
           MOVE VALORTIT TO RVALORTX
           MOVE ZEROS    TO RAPAGTX
           MOVE "RETIDO-CND" TO RSITTX
           WRITE REGREMTX FROM DETR
           GO TO SELECIONA1.
      *
      *    W-CERTSIT: ESPACO = EM DIA, R = RETIDO, L = LIBERADO PELO
      *    OPERADOR COM CERTIDAO OBRIGATORIA VENCIDA.
       VER-CERT.
           MOVE CNPJTIT TO W-CNPJCERT
           MOVE SPACES  TO W-CERTSIT
           IF W-CERT-OK NOT = "S"
              GO TO VER-CERT-FIM.
           MOVE CNPJTIT TO CNPJCE
           MOVE SPACES  TO TIPOCE
           START ARQCERT KEY IS GREATER CHAVECE
              INVALID KEY
                 GO TO VER-CERT-FIM.
       VER-CERT1.
           READ ARQCERT NEXT
           IF CE-ERRO NOT = "00"
              GO TO VER-CERT-FIM.
           IF CNPJCE NOT = CNPJTIT
              GO TO VER-CERT-FIM.
           IF OBRIGCE NOT = "S" OR VALIDCE NOT < W-DATAHOJE
              GO TO VER-CERT1.
           MOVE TIPOCE  TO W-TIPOVENC
           MOVE VALIDCE TO W-VALIDVENC
           MOVE CNPJTIT TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE SPACES TO RAZAO.
           DISPLAY (13, 05) "FORNECEDOR: " RAZAO
           DISPLAY (14, 05) "CERTIDAO OBRIGATORIA " W-TIPOVENC
                   " VENCIDA EM " W-VALIDVENC.
       VER-CERT2.
           MOVE SPACES TO W-LIBERA
           DISPLAY (16, 05) "LIBERAR O PAGAMENTO (S/N) :"
           ACCEPT (16, 33) W-LIBERA
           IF W-LIBERA = "s"
              MOVE "S" TO W-LIBERA.
           IF W-LIBERA = "n"
              MOVE "N" TO W-LIBERA.
           IF W-LIBERA NOT = "S" AND "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VER-CERT2.
           DISPLAY (13, 05) LIMPA
           DISPLAY (14, 05) LIMPA
           DISPLAY (16, 05) LIMPA
           IF W-LIBERA = "N"
              MOVE "R" TO W-CERTSIT
              GO TO VER-CERT-FIM.
           MOVE "L" TO W-CERTSIT
           MOVE CNPJTIT     TO CNPJCL
           MOVE W-DATAHOJE  TO DATACL
           ACCEPT HORACL FROM TIME
           MOVE W-TIPOVENC  TO TIPOCL
           MOVE W-VALIDVENC TO VALIDCL
           MOVE W-OPERADOR  TO OPERADOR-CL
           MOVE "STP041"    TO ORIGEMCL
           WRITE REGCERTLOG
           IF CL-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQCERTLOG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-CERT-FIM.
           EXIT.
      *
      **********************************************
      * VALOR A PAGAR NA DATA W-DATAPAGO: ATE A    *
      * DATA LIMITE VALE O DESCONTO; DEPOIS DO     *
      * VENCIMENTO (ROLADO PARA DIA UTIL) ENTRAM A *
      * MULTA E OS JUROS DIARIOS SOBRE O VALOR DO  *
      * TITULO, DIAS CONTADOS NA BASE 360/30.      *
      **********************************************
       CALC-APAGAR.
           MOVE ZEROS TO W-DESCCALC W-ENCCALC
           COMPUTE W-APAGAR = VALORTIT - IRRFTIT - ISSTIT
           IF PERCDESCTIT NOT = ZEROS AND W-DATAPAGO NOT > DTDESCTIT
              COMPUTE W-DESCCALC ROUNDED =
                      VALORTIT * PERCDESCTIT / 100
              SUBTRACT W-DESCCALC FROM W-APAGAR
              GO TO CALC-APAGAR-FIM.
           MOVE VENCTIT TO W-DU-DATA
           MOVE +1 TO W-DU-SENT
           PERFORM ROLA-DU THRU ROLA-DU-FIM
           MOVE W-DU-DATA TO W-VENCEFET
           IF W-DATAPAGO NOT > W-VENCEFET
              GO TO CALC-APAGAR-FIM.
           MOVE VENCTIT    TO W-DT1
           MOVE W-DATAPAGO TO W-DT2
           COMPUTE W-DIASATR = ((W-DT2-ANO - W-DT1-ANO) * 360)
                             + ((W-DT2-MES - W-DT1-MES) * 30)
                             + (W-DT2-DIA - W-DT1-DIA)
           COMPUTE W-ENCCALC ROUNDED =
                   (VALORTIT * PERCMULTATIT / 100)
                 + (VALORTIT * JURODIATIT / 100 * W-DIASATR)
           ADD W-ENCCALC TO W-APAGAR.
       CALC-APAGAR-FIM.
           EXIT.
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
              IF FE-ERRO = "00"
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
      *
       ROT-TOTAL.
           MOVE W-QTDTIT TO TRL-QTD
           WRITE REGREMTX FROM LINSEP
           WRITE REGREMTX FROM TOTR1
           WRITE REGREMTX FROM TOTR2
           IF W-QTDRET NOT = ZEROS
              MOVE W-QTDRET TO TOTQTDRTX
              MOVE W-TOTRET TO TOTVALRTX
              WRITE REGREMTX FROM TOTR3
              WRITE REGREMTX FROM TOTR4.
           CLOSE ARQREMPAG ARQREMTX
           MOVE "** REMESSA GRAVADA EM REMPAG.TXT **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ROT-FIM.
           CLOSE ARQPAGAR CADFORN
           IF W-CERT-OK = "S"
              CLOSE ARQCERT ARQCERTLOG.
           IF W-CAL-OK = "S"
              CLOSE ARQFERIAD.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
