      * (TITULOS GERADOS NO RECEBIMENTO DO STP023,       *
      * BAIXA DE PAGAMENTO, AGING POR VENCIMENTO E       *
      * POSICAO MENSAL POR FORNECEDOR)                   *
      * CADA TITULO PODE TER DESCONTO ATE UMA DATA E     *
      * MULTA/JUROS DIARIOS APOS O VENCIMENTO (OPCAO C); *
      * A BAIXA CALCULA O VALOR DEVIDO NA DATA DO        *
      * PAGAMENTO E GRAVA O VALOR EFETIVAMENTE PAGO, E A *
      * OPCAO E LISTA POR FORNECEDOR OS DESCONTOS OBTIDOS*
      * E PERDIDOS E OS ENCARGOS PAGOS NO MES.           *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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

       FD CADFORN
               LABEL RECORD IS STANDARD
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-VENCEFET PIC 9(08) VALUE ZEROS.
       01 W-DATAPAGO PIC 9(08) VALUE ZEROS.
       01 W-APAGAR   PIC 9(08)V99 VALUE ZEROS.
       01 W-BASEPAG  PIC 9(08)V99 VALUE ZEROS.
       01 W-DESCCALC PIC 9(08)V99 VALUE ZEROS.
       01 W-ENCCALC  PIC 9(08)V99 VALUE ZEROS.
       01 W-DESCTX   PIC ZZZ.ZZ9,99.
       01 W-ENCTX    PIC ZZZ.ZZ9,99.
       01 W-DIASATR  PIC 9(05) VALUE ZEROS.
       01 W-DT1.
           05 W-DT1-ANO PIC 9(4) VALUE ZEROS.
           05 W-DT1-MES PIC 9(2) VALUE ZEROS.
           05 W-DT1-DIA PIC 9(2) VALUE ZEROS.
       01 W-DT2.
           05 W-DT2-ANO PIC 9(4) VALUE ZEROS.
           05 W-DT2-MES PIC 9(2) VALUE ZEROS.
           05 W-DT2-DIA PIC 9(2) VALUE ZEROS.
       01 W-FORNDOBT  PIC 9(09)V99 VALUE ZEROS.
       01 W-FORNDPERD PIC 9(09)V99 VALUE ZEROS.
       01 W-FORNENC   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTDOBT   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTDPERD  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTENC    PIC 9(09)V99 VALUE ZEROS.
       01 W-MESPAG    PIC 9(06) VALUE ZEROS.
       77 CL-ERRO    PIC X(02) VALUE "00".
       77 W-CAL-OK   PIC X(01) VALUE "N".
       01 W-DU-DATA.
           "  A VENCER..................: ".
           05  TOTAVENCTX      VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

      *
      *    DESCONTOS E ENCARGOS DO MES POR FORNECEDOR (OPCAO E).
       01  CABE1.
           05  FILLER                 PIC X(46) VALUE
           "*** DESCONTOS E ENCARGOS DOS PAGAMENTOS ***   ".
           05  FILLER                 PIC X(14) VALUE
           "COMPETENCIA : ".
           05  CABECOMPTX      VALUE ZEROS  PIC 9(6).

       01  CABE2.
           05  FILLER                 PIC X(47) VALUE
           "CNPJ            FORNECEDOR                     ".
           05  FILLER                 PIC X(45) VALUE
           " DESC.OBTIDO DESC.PERDIDO  JUROS+MULTA".

       01  DETE.
           05  ECNPJTX         VALUE ZEROS  PIC 9(15).
           05  FILLER          PIC X(01) VALUE " ".
           05  ERAZAOTX        VALUE SPACES PIC X(30).
           05  FILLER          PIC X(01) VALUE " ".
           05  EDOBTTX         VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE " ".
           05  EDPERDTX        VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE " ".
           05  EENCTX          VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.

       01  TOTE1.
           05  FILLER                 PIC X(30) VALUE
           "DESCONTOS OBTIDOS...........: ".
           05  TOTDOBTTX       VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  TOTE2.
           05  FILLER                 PIC X(30) VALUE
           "DESCONTOS PERDIDOS..........: ".
           05  TOTDPERDTX      VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  TOTE3.
           05  FILLER                 PIC X(30) VALUE
           "JUROS E MULTAS PAGOS........: ".
           05  TOTENCTX        VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINSEP                     PIC X(100) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
           05  LINE 05  COLUMN 05
               VALUE  "P - BAIXAR PAGAMENTO DE TITULO".
           05  LINE 06  COLUMN 05
               VALUE  "C - CONDICOES DE PAGAMENTO DO TITULO".
           05  LINE 07  COLUMN 05
               VALUE  "A - AGING POR VENCIMENTO".
           05  LINE 08  COLUMN 05
               VALUE  "M - POSICAO MENSAL POR FORNECEDOR".
           05  LINE 09  COLUMN 05
               VALUE  "E - DESCONTOS E ENCARGOS DO MES".
           05  LINE 10  COLUMN 05
               VALUE  "S - SAIR".
           05  LINE 11  COLUMN 05
               VALUE  "OPCAO :".
           05  TW-OPCAO
               LINE 11  COLUMN 13  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
           05  LINE 15  COLUMN 05 VALUE  "NOTA FISCAL        :".
           05  LINE 17  COLUMN 05 VALUE  "PARCELA            :".
           05  LINE 19  COLUMN 05 VALUE  "FORMA (D/B/C)      :".
           05  LINE 20  COLUMN 05 VALUE  "DATA DO PAGAMENTO  :".
           05  LINE 21  COLUMN 05 VALUE  "VALOR PAGO         :".
           05  TCNPJTIT
               LINE 13  COLUMN 27  PIC 9(15)
               USING  CNPJTIT
               LINE 19  COLUMN 27  PIC X(01)
               USING  FORMAPAG
               HIGHLIGHT.
           05  TDATAPAGO
               LINE 20  COLUMN 27  PIC 9(08)
               USING  W-DATAPAGO
               HIGHLIGHT.
           05  TVALPAGO
               LINE 21  COLUMN 27  PIC ZZ.ZZZ.ZZ9,99
               USING  VALPAGOTIT
               HIGHLIGHT.

       01  TELACOND.
           05  LINE 13  COLUMN 05 VALUE  "CNPJ DO FORNECEDOR :".
           05  LINE 14  COLUMN 05 VALUE  "NOTA FISCAL        :".
           05  LINE 15  COLUMN 05 VALUE  "PARCELA            :".
           05  LINE 16  COLUMN 05 VALUE  "VENCIMENTO         :".
           05  LINE 16  COLUMN 40 VALUE  "VALOR :".
           05  LINE 18  COLUMN 05 VALUE  "DESCONTO ATE       :".
           05  LINE 19  COLUMN 05 VALUE  "% DE DESCONTO      :".
           05  LINE 20  COLUMN 05 VALUE  "% DE MULTA (ATRASO):".
           05  LINE 21  COLUMN 05 VALUE  "% DE JUROS AO DIA  :".
           05  CCNPJTIT
               LINE 13  COLUMN 27  PIC 9(15)
               USING  CNPJTIT
               HIGHLIGHT.
           05  CNUMNF
               LINE 14  COLUMN 27  PIC X(10)
               USING  NUMNF
               HIGHLIGHT.
           05  CPARCTIT
               LINE 15  COLUMN 27  PIC 99
               USING  PARCTIT
               HIGHLIGHT.
           05  CVENCTIT
               LINE 16  COLUMN 27  PIC 9(08)
               FROM   VENCTIT.
           05  CVALORTIT
               LINE 16  COLUMN 48  PIC ZZ.ZZZ.ZZ9,99
               FROM   VALORTIT.
           05  CDTDESC
               LINE 18  COLUMN 27  PIC 9(08)
               USING  DTDESCTIT
               HIGHLIGHT.
           05  CPERCDESC
               LINE 19  COLUMN 27  PIC Z9,99
               USING  PERCDESCTIT
               HIGHLIGHT.
           05  CPERCMULTA
               LINE 20  COLUMN 27  PIC Z9,99
               USING  PERCMULTATIT
               HIGHLIGHT.
           05  CJURODIA
               LINE 21  COLUMN 27  PIC 9,9999
               USING  JURODIATIT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              GO TO ROT-FIM.
           IF W-OPCAO = "P" OR "p"
              GO TO PAG-001.
           IF W-OPCAO = "C" OR "c"
              GO TO CND-001.
           IF W-OPCAO = "E" OR "e"
              GO TO ENC-001.
           IF W-OPCAO = "A" OR "a"
              GO TO AGI-001.
           IF W-OPCAO = "M" OR "m"
      *    GUIA MENSAL DO STP051.
           IF TIPOTIT = "S"
              COMPUTE IRRFTIT = VALORTIT * PERCIRRF / 100
              COMPUTE ISSTIT  = VALORTIT * PERCISS / 100.
           MOVE W-DATAHOJE TO W-DATAPAGO.
      *    VALOR DEVIDO NA DATA DO PAGAMENTO (LIQUIDO DAS RETENCOES,
      *    COM DESCONTO OU ENCARGOS); O OPERADOR CONFIRMA OU CORRIGE
      *    PARA O VALOR QUE DE FATO SAIU DO CAIXA.
       PAG-003.
           ACCEPT TDATAPAGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PAG-002.
           IF W-DATAPAGO = ZEROS OR W-DATAPAGO < EMISSAOTIT
              MOVE "DATA DO PAGAMENTO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-003.
           PERFORM CALC-APAGAR THRU CALC-APAGAR-FIM
           MOVE W-APAGAR   TO VALPAGOTIT
           MOVE W-DESCCALC TO W-DESCTX
           MOVE W-ENCCALC  TO W-ENCTX
           DISPLAY (22, 05) "DESCONTO:"
           DISPLAY (22, 15) W-DESCTX
           DISPLAY (22, 30) "MULTA+JUROS:"
           DISPLAY (22, 43) W-ENCTX.
       PAG-004.
           ACCEPT TVALPAGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO PAG-003.
           IF VALPAGOTIT = ZEROS
              MOVE "INFORME O VALOR PAGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-004.
           MOVE W-DATAPAGO TO PAGTIT
           MOVE W-OPERADOR TO OPERADOR-TI
           REWRITE REGPAGAR
           IF TI-ERRO = "00" OR "02"
           GO TO ROT-FIM.
      *
      **********************************************
      * CONDICOES DE PAGAMENTO DE UM TITULO EM     *
      * ABERTO: DESCONTO ATE UMA DATA, MULTA E     *
      * JUROS DIARIOS APOS O VENCIMENTO            *
      **********************************************
       CND-001.
           MOVE ZEROS TO CHAVETIT
           MOVE SPACES TO NUMNF
           DISPLAY TELACOND
           ACCEPT CCNPJTIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           ACCEPT CNUMNF
           ACCEPT CPARCTIT
           READ ARQPAGAR
           IF TI-ERRO NOT = "00"
              MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CND-001.
           IF PAGTIT NOT = ZEROS
              MOVE "*** TITULO JA PAGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY TELACOND.
       CND-002.
           ACCEPT CDTDESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CND-001.
           IF DTDESCTIT > VENCTIT
              MOVE "O DESCONTO VALE ATE O VENCIMENTO, NO MAXIMO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CND-002.
       CND-003.
           ACCEPT CPERCDESC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CND-002.
           IF PERCDESCTIT NOT = ZEROS AND DTDESCTIT = ZEROS
              MOVE "INFORME ATE QUANDO VALE O DESCONTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CND-002.
           IF PERCDESCTIT = ZEROS
              MOVE ZEROS TO DTDESCTIT
              DISPLAY CDTDESC.
       CND-004.
           ACCEPT CPERCMULTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CND-003.
       CND-005.
           ACCEPT CJURODIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CND-004.
       CND-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CND-OPC.
           MOVE W-OPERADOR TO OPERADOR-TI
           REWRITE REGPAGAR
           IF TI-ERRO = "00" OR "02"
              MOVE "*** CONDICOES GRAVADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO TITULO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************************************
      * AGING: TITULOS EM ABERTO, VENCIDOS E A     *
      * VENCER                                     *
      **********************************************
       POS-GRAVA-FIM.
           EXIT.
      *
      **********************************************
      * DESCONTOS E ENCARGOS DOS TITULOS PAGOS NA  *
      * COMPETENCIA, POR FORNECEDOR                *
      **********************************************
       ENC-001.
           MOVE ZEROS TO W-COMPET
           DISPLAY (23, 12) "COMPETENCIA (AAAAMM):"
           ACCEPT  (23, 34) W-COMPET
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENC-001.
           OPEN OUTPUT ARQPAGTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPAGAR.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-COMPET TO CABECOMPTX
           WRITE REGPAGTX FROM LINSEP
           WRITE REGPAGTX FROM CABE1
           WRITE REGPAGTX FROM CABE2
           WRITE REGPAGTX FROM LINSEP
           MOVE ZEROS TO W-CNPJSEL W-FORNDOBT W-FORNDPERD W-FORNENC
           MOVE ZEROS TO W-TOTDOBT W-TOTDPERD W-TOTENC
           MOVE ZEROS TO CHAVETIT
           MOVE SPACES TO NUMNF
           START ARQPAGAR KEY IS NOT LESS CHAVETIT
              INVALID KEY
                 GO TO ENC-FIM.
       ENC-LOOP.
           READ ARQPAGAR NEXT
           IF TI-ERRO NOT = "00"
              GO TO ENC-ULT.
           IF PAGTIT = ZEROS
              GO TO ENC-LOOP.
           DIVIDE PAGTIT BY 100 GIVING W-MESPAG
           IF W-MESPAG NOT = W-COMPET
              GO TO ENC-LOOP.
           IF CNPJTIT NOT = W-CNPJSEL
              PERFORM ENC-GRAVA THRU ENC-GRAVA-FIM
              MOVE CNPJTIT TO W-CNPJSEL
              MOVE ZEROS TO W-FORNDOBT W-FORNDPERD W-FORNENC.
      *    PAGO ABAIXO DO LIQUIDO = DESCONTO OBTIDO; ACIMA = JUROS E
      *    MULTA. TITULO BAIXADO SEM VALOR PAGO FOI PELO LIQUIDO.
           COMPUTE W-BASEPAG = VALORTIT - IRRFTIT - ISSTIT
           IF VALPAGOTIT NOT = ZEROS
              IF VALPAGOTIT < W-BASEPAG
                 COMPUTE W-DESCCALC = W-BASEPAG - VALPAGOTIT
                 ADD W-DESCCALC TO W-FORNDOBT W-TOTDOBT
              ELSE
                 COMPUTE W-ENCCALC = VALPAGOTIT - W-BASEPAG
                 ADD W-ENCCALC TO W-FORNENC W-TOTENC.
      *    DESCONTO PERDIDO: HAVIA CLAUSULA E O PAGAMENTO SAIU DEPOIS
      *    DA DATA LIMITE.
           IF PERCDESCTIT NOT = ZEROS AND PAGTIT > DTDESCTIT
              COMPUTE W-DESCCALC ROUNDED =
                      VALORTIT * PERCDESCTIT / 100
              ADD W-DESCCALC TO W-FORNDPERD W-TOTDPERD.
           GO TO ENC-LOOP.
       ENC-ULT.
           PERFORM ENC-GRAVA THRU ENC-GRAVA-FIM.
       ENC-FIM.
           MOVE W-TOTDOBT  TO TOTDOBTTX
           MOVE W-TOTDPERD TO TOTDPERDTX
           MOVE W-TOTENC   TO TOTENCTX
           WRITE REGPAGTX FROM LINSEP
           WRITE REGPAGTX FROM TOTE1
           WRITE REGPAGTX FROM TOTE2
           WRITE REGPAGTX FROM TOTE3
           CLOSE ARQPAGTX
           MOVE "** ENCARGOS GRAVADOS EM ARQPAGAR.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
       ENC-GRAVA.
           IF W-CNPJSEL = ZEROS
              GO TO ENC-GRAVA-FIM.
           IF W-FORNDOBT = ZEROS AND W-FORNDPERD = ZEROS
                                 AND W-FORNENC = ZEROS
              GO TO ENC-GRAVA-FIM.
           MOVE W-CNPJSEL TO ECNPJTX CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE SPACES TO RAZAO.
           MOVE RAZAO       TO ERAZAOTX
           MOVE W-FORNDOBT  TO EDOBTTX
           MOVE W-FORNDPERD TO EDPERDTX
           MOVE W-FORNENC   TO EENCTX
           WRITE REGPAGTX FROM DETE.
       ENC-GRAVA-FIM.
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
