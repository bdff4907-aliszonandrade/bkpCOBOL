       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP058.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * RATEIO DE FRETE E SEGURO NO CUSTO DE AQUISICAO *
      * O CONHECIMENTO DE FRETE (OU A APOLICE DE       *
      * SEGURO) DA TRANSPORTADORA E LANCADO CONTRA UM  *
      * OU MAIS PEDIDOS RECEBIDOS (STP023) E RATEADO   *
      * ENTRE OS ITENS RECEBIDOS POR VALOR, PESO OU    *
      * QUANTIDADE:                                    *
      *  - ITEM AINDA EM QUARENTENA: O RATEIO SOBE O   *
      *    CUSTO DA QUARENTENA, QUE VAI AO CUSTO MEDIO *
      *    NA APROVACAO (STP039);                      *
      *  - ITEM JA APROVADO: O RATEIO ENTRA NO CUSTO   *
      *    MEDIO DO CADPROD SOBRE O SALDO ATUAL, COM   *
      *    HISTORICO NO ARQPRHIST E MOVIMENTO TIPO C   *
      *    (AJUSTE DE CUSTO, SEM QUANTIDADE) NO        *
      *    ARQMOVEST.                                  *
      * O TITULO DA TRANSPORTADORA ENTRA NO ARQPAGAR   *
      * COM TIPO F E O RATEIO SAI NO ARQFRETE.DOC.     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFRETE ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEFR
                   FILE STATUS  IS FR-ERRO.

           SELECT ARQPEDCAB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMPED
                   ALTERNATE RECORD KEY IS CNPJPED WITH DUPLICATES
                   FILE STATUS  IS PC-ERRO.

           SELECT ARQQUAR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEQR
                   FILE STATUS  IS QR-ERRO.

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

           SELECT ARQPRHIST ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEHIST
                   ALTERNATE RECORD KEY IS CODPRODH
                                      WITH DUPLICATES
                   FILE STATUS  IS PH-ERRO.

           SELECT ARQPAGAR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVETIT
                   FILE STATUS  IS TI-ERRO.

           SELECT CADFORN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CNPJ
                   FILE STATUS  IS FORN-ERRO.

           SELECT ARQESTFECH ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS COMPETEF
                   FILE STATUS  IS EF-ERRO.

           SELECT ARQFRETX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    DOCUMENTO DE FRETE/SEGURO JA RATEADO (UM POR CNPJ DA
      *    TRANSPORTADORA + DOCUMENTO), COM OS PEDIDOS ATENDIDOS.
      *    TIPOFR: F = FRETE, S = SEGURO.
      *    CRITFR: V = VALOR, P = PESO, Q = QUANTIDADE.
       FD ARQFRETE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRETE.DAT".
       01 REGFRETE.
           03 CHAVEFR.
               05 CNPJFR    PIC 9(15).
               05 DOCFR     PIC X(10).
           03 TIPOFR        PIC X(01).
           03 EMISSAOFR     PIC 9(08).
           03 VENCFR        PIC 9(08).
           03 VALORFR       PIC 9(08)V99.
           03 CRITFR        PIC X(01).
           03 QTDPEDFR      PIC 9(02).
           03 PEDFR         PIC 9(06) OCCURS 10.
           03 OPERADOR-FR   PIC X(08).
           03 DATAGRAVACAO-FR PIC 9(14).
      *
       FD ARQPEDCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDCAB.DAT".
       01 REGPEDCAB.
           03 NUMPED        PIC 9(06).
           03 CNPJPED       PIC 9(15).
           03 DATAPED       PIC 9(08).
           03 DATAPROM      PIC 9(08).
           03 DATARECEB     PIC 9(08).
           03 SITPED        PIC X(01).
           03 OPERADOR-PC   PIC X(08).
           03 DATAGRAVACAO-PC PIC 9(14).
      *
       FD ARQQUAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQQUAR.DAT".
       01 REGQUAR.
           03 CHAVEQR.
               05 NUMPEDQR  PIC 9(06).
               05 SEQQR     PIC 9(02).
               05 SEQRECQR  PIC 9(02).
           03 CODPRODQR     PIC 9(06).
           03 QTDQR         PIC 9(05)V9.
           03 CUSTOQR       PIC 9(07)V99.
           03 NUMLOTEQR     PIC X(10).
           03 VALIDQR       PIC 9(08).
           03 DATARECQR     PIC 9(08).
           03 SITQR         PIC X(01).
           03 OPERADOR-QR   PIC X(08).
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
       FD ARQPRHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRHIST.DAT".
       01 REGPRHIST.
           03 CHAVEHIST.
               05 CODPRODH  PIC 9(06).
               05 DATAH     PIC 9(08).
               05 HORAH     PIC 9(06).
           03 PRECOANTIGOH  PIC 9(07)V99.
           03 PRECONOVOH    PIC 9(07)V99.
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
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ          PIC 9(15).
           03 RAZAO         PIC X(40).
           03 NOME          PIC X(12).
           03 FILLER        PIC X(47).
      *
      *    FECHAMENTO MENSAL DO ESTOQUE (STP046): MES FECHADO NAO
      *    ACEITA MAIS LANCAMENTOS.
       FD ARQESTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTFECH.DAT".
       01 REGESTFECH.
           03 COMPETEF      PIC 9(06).
           03 SITEF         PIC X(01).
           03 OPERADOR-EF   PIC X(08).
           03 DATAGRAVACAO-EF PIC 9(14).
      *
       FD ARQFRETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRETE.DOC".
       01 REGFRETX            PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 FR-ERRO    PIC X(02) VALUE "00".
       01 PC-ERRO    PIC X(02) VALUE "00".
       01 QR-ERRO    PIC X(02) VALUE "00".
       01 PROD-ERRO  PIC X(02) VALUE "00".
       01 ME-ERRO    PIC X(02) VALUE "00".
       01 PH-ERRO    PIC X(02) VALUE "00".
       01 TI-ERRO    PIC X(02) VALUE "00".
       01 FORN-ERRO  PIC X(02) VALUE "00".
       01 EF-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-FECH-OK  PIC X(01) VALUE "N".
       01 W-COMPHOJE.
           05 W-ANOHJ  PIC 9(04) VALUE ZEROS.
           05 W-MESHJ  PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-NUMPEDX  PIC 9(06) VALUE ZEROS.
       01 W-QTDPF    PIC 9(02) VALUE ZEROS.
       01 W-IXP      PIC 9(02) VALUE ZEROS.
       01 W-QTDIT    PIC 9(03) VALUE ZEROS.
       01 W-IXR      PIC 9(03) VALUE ZEROS.
       01 W-PESO     PIC 9(05)V99 VALUE ZEROS.
       01 W-TOTBASE  PIC 9(09)V99 VALUE ZEROS.
       01 W-RATEIO   PIC 9(08)V99 VALUE ZEROS.
       01 W-SOMARAT  PIC 9(08)V99 VALUE ZEROS.
       01 W-PRECOANT PIC 9(07)V99 VALUE ZEROS.
       01 W-PRECOMED PIC 9(07)V99 VALUE ZEROS.
       01 W-QTDITTX  PIC ZZ9.
       01 W-TOTBASETX PIC ZZZ.ZZZ.ZZ9,99.
      *
      *    PEDIDOS ATENDIDOS PELO DOCUMENTO (A TABELA E MOSTRADA NA
      *    TELA COMO ESTA).
       01 TABPF.
           03 PF-ITEM OCCURS 10.
               05 PF-NUMPED PIC 9(06).
               05 FILLER    PIC X(01).
      *
      *    ITENS RECEBIDOS DOS PEDIDOS (CHAVE DA QUARENTENA) E A BASE
      *    DE RATEIO DE CADA UM.
       01 TABIT.
           03 IT-ITEM OCCURS 100.
               05 IT-CHAVE  PIC X(10).
               05 IT-BASE   PIC 9(09)V99.
      *
       01  CABF1.
           05  FILLER   PIC X(34) VALUE
           "*** RATEIO DE FRETE/SEGURO - DOC. ".
           05  CABDOCTX VALUE SPACES PIC X(10).
           05  FILLER   PIC X(09) VALUE "  TRANSP.".
           05  CABCNPJTX VALUE ZEROS PIC 9(15).
           05  FILLER   PIC X(08) VALUE "  DATA: ".
           05  CABDATATX VALUE ZEROS PIC 9(08).
       01  CABF2.
           05  FILLER   PIC X(10) VALUE "VALOR:    ".
           05  CABVALTX VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER   PIC X(14) VALUE "   CRITERIO: ".
           05  CABCRITX VALUE SPACES PIC X(10).
       01  CABF3.
           05  FILLER   PIC X(50) VALUE
           "PEDIDO SQ PRODUT DESCRICAO                   BASE ".
           05  FILLER   PIC X(49) VALUE
           "       RATEIO  CUSTO ANT.  CUSTO NOVO SITUACAO".
      *
       01  DETF.
           05  RPEDTX   VALUE ZEROS  PIC 9(06).
           05  FILLER   PIC X(01) VALUE " ".
           05  RSEQTX   VALUE ZEROS  PIC 99.
           05  FILLER   PIC X(01) VALUE " ".
           05  RPRODTX  VALUE ZEROS  PIC 9(06).
           05  FILLER   PIC X(01) VALUE " ".
           05  RDESCTX  VALUE SPACES PIC X(18).
           05  FILLER   PIC X(01) VALUE " ".
           05  RBASETX  VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER   PIC X(01) VALUE " ".
           05  RRATTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER   PIC X(01) VALUE " ".
           05  RANTTX   VALUE ZEROS  PIC ZZZZ.ZZ9,99.
           05  FILLER   PIC X(01) VALUE " ".
           05  RNOVOTX  VALUE ZEROS  PIC ZZZZ.ZZ9,99.
           05  FILLER   PIC X(01) VALUE " ".
           05  RSITTX   VALUE SPACES PIC X(11).
      *
       01  TOTF1.
           05  FILLER   PIC X(34) VALUE
           "ITENS RATEADOS..................: ".
           05  TOTQTDTX VALUE ZEROS  PIC ZZ9.
       01  TOTF2.
           05  FILLER   PIC X(34) VALUE
           "VALOR RATEADO...................: ".
           05  TOTVALTX VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
      *
       01  LINSEP       PIC X(99) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** RATEIO DE FRETE E SEGURO NO CUSTO ***".
           05  LINE 04  COLUMN 04 VALUE  "CNPJ TRANSPORTADORA  :".
           05  LINE 06  COLUMN 04 VALUE  "CONHECIMENTO/APOLICE :".
           05  LINE 06  COLUMN 42 VALUE  "TIPO (F=FRETE S=SEGURO):".
           05  LINE 08  COLUMN 04 VALUE  "EMISSAO (AAAAMMDD)   :".
           05  LINE 10  COLUMN 04 VALUE  "VENCIMENTO(AAAAMMDD) :".
           05  LINE 12  COLUMN 04 VALUE  "VALOR DO DOCUMENTO   :".
           05  LINE 14  COLUMN 04 VALUE  "CRITERIO DE RATEIO   :".
           05  LINE 14  COLUMN 30
               VALUE  "V=VALOR P=PESO Q=QUANTIDADE".
           05  LINE 16  COLUMN 04 VALUE  "PEDIDO RECEBIDO      :".
           05  LINE 16  COLUMN 36 VALUE  "(ZERO ENCERRA A LISTA)".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCNPJFR
               LINE 04  COLUMN 27  PIC 9(15)
               USING  CNPJFR
               HIGHLIGHT.
           05  TDOCFR
               LINE 06  COLUMN 27  PIC X(10)
               USING  DOCFR
               HIGHLIGHT.
           05  TTIPOFR
               LINE 06  COLUMN 67  PIC X(01)
               USING  TIPOFR
               HIGHLIGHT.
           05  TEMISSAOFR
               LINE 08  COLUMN 27  PIC 9(08)
               USING  EMISSAOFR
               HIGHLIGHT.
           05  TVENCFR
               LINE 10  COLUMN 27  PIC 9(08)
               USING  VENCFR
               HIGHLIGHT.
           05  TVALORFR
               LINE 12  COLUMN 27  PIC ZZ.ZZZ.ZZ9,99
               USING  VALORFR
               HIGHLIGHT.
           05  TCRITFR
               LINE 14  COLUMN 27  PIC X(01)
               USING  CRITFR
               HIGHLIGHT.
           05  TW-NUMPEDX
               LINE 16  COLUMN 27  PIC 9(06)
               USING  W-NUMPEDX
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQFRETE
           IF FR-ERRO NOT = "00"
              IF FR-ERRO = "30"
                 OPEN OUTPUT ARQFRETE
                 CLOSE ARQFRETE
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFRETE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQPEDCAB
           IF PC-ERRO NOT = "00"
              MOVE "* NAO HA PEDIDOS CADASTRADOS (STP022) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQQUAR
           IF QR-ERRO NOT = "00"
              MOVE "* NAO HA RECEBIMENTOS (STP023) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE "* CADASTRE FORNECEDORES NO STP002 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O ARQMOVEST
           IF ME-ERRO NOT = "00"
              IF ME-ERRO = "30"
                 OPEN OUTPUT ARQMOVEST
                 CLOSE ARQMOVEST
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMOVEST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A2.
           OPEN I-O ARQPRHIST
           IF PH-ERRO NOT = "00"
              IF PH-ERRO = "30"
                 OPEN OUTPUT ARQPRHIST
                 CLOSE ARQPRHIST
                 GO TO R0A2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPRHIST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A3.
           OPEN I-O ARQPAGAR
           IF TI-ERRO NOT = "00"
              IF TI-ERRO = "30"
                 OPEN OUTPUT ARQPAGAR
                 CLOSE ARQPAGAR
                 GO TO R0A3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPAGAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0FC.
      *    MES DE ESTOQUE FECHADO (STP046) NAO ACEITA LANCAMENTOS:
      *    A VALORACAO JA ENVIADA A FINANCAS NAO PODE MUDAR.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE "N" TO W-FECH-OK
           OPEN INPUT ARQESTFECH
           IF EF-ERRO = "00"
              MOVE "S" TO W-FECH-OK
              ACCEPT W-COMPHOJE FROM DATE YYYYMMDD
              MOVE W-COMPHOJE TO COMPETEF
              READ ARQESTFECH
              IF EF-ERRO = "00" AND SITEF = "F"
                 MOVE "* MES DE ESTOQUE FECHADO - REABRA NO STP046 *"
                                                 TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0B.
      *
       R1.
           MOVE ZEROS TO CNPJFR EMISSAOFR VENCFR VALORFR QTDPEDFR
           MOVE SPACES TO DOCFR TIPOFR CRITFR
           MOVE ZEROS TO W-NUMPEDX W-QTDPF
           MOVE SPACES TO TABPF
           DISPLAY TELA.
       R2.
           ACCEPT TCNPJFR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE CNPJFR TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE "* TRANSPORTADORA NAO CADASTRADA (STP002) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 44) NOME.
       R3.
           ACCEPT TDOCFR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF DOCFR = SPACES
              MOVE "INFORME O CONHECIMENTO OU A APOLICE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           READ ARQFRETE
           IF FR-ERRO = "00"
              MOVE "*** DOCUMENTO JA RATEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE CNPJFR TO CNPJTIT
           MOVE DOCFR  TO NUMNF
           MOVE 1      TO PARCTIT
           READ ARQPAGAR
           IF TI-ERRO = "00"
              MOVE "* DOCUMENTO JA LANCADO NO CONTAS A PAGAR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R4.
           ACCEPT TTIPOFR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF TIPOFR = "f"
              MOVE "F" TO TIPOFR.
           IF TIPOFR = "s"
              MOVE "S" TO TIPOFR.
           IF TIPOFR NOT = "F" AND "S"
              MOVE "*** DIGITE F=FRETE OU S=SEGURO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TTIPOFR.
       R5.
           ACCEPT TEMISSAOFR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF EMISSAOFR = ZEROS OR EMISSAOFR > W-DATAHOJE
              MOVE "EMISSAO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TVENCFR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF VENCFR < EMISSAOFR
              MOVE "O VENCIMENTO NAO PODE SER ANTERIOR A EMISSAO"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TVALORFR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF VALORFR = ZEROS
              MOVE "O VALOR DEVE SER MAIOR QUE ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TCRITFR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF CRITFR = "v"
              MOVE "V" TO CRITFR.
           IF CRITFR = "p"
              MOVE "P" TO CRITFR.
           IF CRITFR = "q"
              MOVE "Q" TO CRITFR.
           IF CRITFR NOT = "V" AND "P" AND "Q"
              MOVE "*** DIGITE V, P OU Q ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           DISPLAY TCRITFR.
      *
      *    PEDIDOS ATENDIDOS PELO DOCUMENTO: SO PEDIDO COM
      *    RECEBIMENTO (PARCIAL OU TOTAL).
       R9.
           MOVE ZEROS TO W-NUMPEDX
           ACCEPT TW-NUMPEDX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE ZEROS TO W-QTDPF
              MOVE SPACES TO TABPF
              DISPLAY (18, 04) TABPF
              GO TO R8.
           IF W-NUMPEDX = ZEROS
              IF W-QTDPF = ZEROS
                 MOVE "INFORME AO MENOS UM PEDIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R9
              ELSE
                 GO TO CARGA.
           MOVE W-NUMPEDX TO NUMPED
           READ ARQPEDCAB
           IF PC-ERRO NOT = "00"
              MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF SITPED NOT = "P" AND SITPED NOT = "T"
              MOVE "* PEDIDO SEM RECEBIMENTO (STP023) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE ZEROS TO W-IXP.
       R9A.
           ADD 1 TO W-IXP
           IF W-IXP > W-QTDPF
              GO TO R9B.
           IF PF-NUMPED (W-IXP) = W-NUMPEDX
              MOVE "*** PEDIDO JA INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           GO TO R9A.
       R9B.
           IF W-QTDPF = 10
              MOVE "* LIMITE DE 10 PEDIDOS POR DOCUMENTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           ADD 1 TO W-QTDPF
           MOVE W-NUMPEDX TO PF-NUMPED (W-QTDPF)
           DISPLAY (18, 04) TABPF
           GO TO R9.
      *
      *    CARGA DOS ITENS RECEBIDOS (QUARENTENA OU JA APROVADOS;
      *    O REJEITADO VOLTA AO FORNECEDOR E NAO RECEBE RATEIO).
       CARGA.
           MOVE ZEROS TO W-QTDIT W-TOTBASE W-IXP.
       CARGA1.
           ADD 1 TO W-IXP
           IF W-IXP > W-QTDPF
              GO TO CARGA-FIM.
           MOVE PF-NUMPED (W-IXP) TO NUMPEDQR
           MOVE ZEROS TO SEQQR SEQRECQR
           START ARQQUAR KEY IS NOT LESS CHAVEQR
              INVALID KEY
                 GO TO CARGA1.
       CARGA2.
           READ ARQQUAR NEXT
           IF QR-ERRO NOT = "00"
              GO TO CARGA1.
           IF NUMPEDQR NOT = PF-NUMPED (W-IXP)
              GO TO CARGA1.
           IF SITQR = "R"
              GO TO CARGA2.
           IF W-QTDIT = 100
              MOVE "* LIMITE DE 100 ITENS POR DOCUMENTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           ADD 1 TO W-QTDIT
           MOVE CHAVEQR TO IT-CHAVE (W-QTDIT)
           IF CRITFR = "V"
              COMPUTE IT-BASE (W-QTDIT) = QTDQR * CUSTOQR.
           IF CRITFR = "Q"
              MOVE QTDQR TO IT-BASE (W-QTDIT).
           IF CRITFR = "P"
              PERFORM PEDE-PESO THRU PEDE-PESO-FIM
              MOVE W-PESO TO IT-BASE (W-QTDIT).
           ADD IT-BASE (W-QTDIT) TO W-TOTBASE
           GO TO CARGA2.
       CARGA-FIM.
           IF W-TOTBASE = ZEROS
              MOVE "* NENHUM ITEM RECEBIDO PARA RATEAR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-QTDIT   TO W-QTDITTX
           MOVE W-TOTBASE TO W-TOTBASETX
           DISPLAY (20, 04) "ITENS:"
           DISPLAY (20, 11) W-QTDITTX
           DISPLAY (20, 18) "BASE TOTAL:"
           DISPLAY (20, 30) W-TOTBASETX.
      *
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA O RATEIO (S/N) : "
           ACCEPT (23, 66) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RATEIO CANCELADO PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO INC-OPC.
       INC-WR1.
           MOVE ZEROS TO W-IXP.
       INC-WR2.
           ADD 1 TO W-IXP
           IF W-IXP > 10
              GO TO INC-WR3.
           IF W-IXP > W-QTDPF
              MOVE ZEROS TO PEDFR (W-IXP)
           ELSE
              MOVE PF-NUMPED (W-IXP) TO PEDFR (W-IXP).
           GO TO INC-WR2.
       INC-WR3.
           MOVE W-QTDPF    TO QTDPEDFR
           MOVE W-OPERADOR TO OPERADOR-FR
           ACCEPT DATAGRAVACAO-FR FROM DATE YYYYMMDD
           WRITE REGFRETE
           IF FR-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQFRETE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    TITULO DA TRANSPORTADORA NO CONTAS A PAGAR (STP030). O
      *    TIPO F NAO TEM RETENCAO E SEGUE NA REMESSA (STP041).
           MOVE CNPJFR     TO CNPJTIT
           MOVE DOCFR      TO NUMNF
           MOVE 1          TO PARCTIT
           MOVE EMISSAOFR  TO EMISSAOTIT
           MOVE VENCFR     TO VENCTIT
           MOVE VALORFR    TO VALORTIT
           MOVE ZEROS      TO PAGTIT
           MOVE SPACES     TO FORMAPAG
           MOVE W-OPERADOR TO OPERADOR-TI
           MOVE "F"        TO TIPOTIT
           MOVE ZEROS TO DTDESCTIT PERCDESCTIT PERCMULTATIT JURODIATIT
           MOVE ZEROS TO VALPAGOTIT
           MOVE ZEROS TO PERCIRRF PERCISS IRRFTIT ISSTIT
           MOVE ZEROS TO MUNISSTIT
           MOVE SPACES TO SERVISSTIT
           WRITE REGPAGAR
           IF TI-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO TITULO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
           OPEN OUTPUT ARQFRETX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQFRETE.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE DOCFR      TO CABDOCTX
           MOVE CNPJFR     TO CABCNPJTX
           MOVE W-DATAHOJE TO CABDATATX
           MOVE VALORFR    TO CABVALTX
           IF CRITFR = "V"
              MOVE "VALOR"      TO CABCRITX.
           IF CRITFR = "P"
              MOVE "PESO"       TO CABCRITX.
           IF CRITFR = "Q"
              MOVE "QUANTIDADE" TO CABCRITX.
           WRITE REGFRETX FROM LINSEP
           WRITE REGFRETX FROM CABF1
           WRITE REGFRETX FROM CABF2
           WRITE REGFRETX FROM LINSEP
           WRITE REGFRETX FROM CABF3
           WRITE REGFRETX FROM LINSEP
           MOVE ZEROS TO W-IXR W-SOMARAT.
      *
      *    RATEIO PROPORCIONAL A BASE; O ULTIMO ITEM ABSORVE A
      *    DIFERENCA DE ARREDONDAMENTO PARA FECHAR COM O DOCUMENTO.
       RAT1.
           ADD 1 TO W-IXR
           IF W-IXR > W-QTDIT
              GO TO RAT-FIM.
           IF W-IXR = W-QTDIT
              COMPUTE W-RATEIO = VALORFR - W-SOMARAT
           ELSE
              COMPUTE W-RATEIO ROUNDED =
                      VALORFR * IT-BASE (W-IXR) / W-TOTBASE.
           ADD W-RATEIO TO W-SOMARAT
           MOVE IT-CHAVE (W-IXR) TO CHAVEQR
           READ ARQQUAR
           IF QR-ERRO NOT = "00"
              GO TO RAT1.
           MOVE CODPRODQR TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE SPACES TO DESC.
           MOVE NUMPEDQR  TO RPEDTX
           MOVE SEQQR     TO RSEQTX
           MOVE CODPRODQR TO RPRODTX
           MOVE DESC      TO RDESCTX
           MOVE IT-BASE (W-IXR) TO RBASETX
           MOVE W-RATEIO  TO RRATTX
           MOVE ZEROS     TO RANTTX RNOVOTX
           IF SITQR = "Q"
              GO TO RAT-QUAR.
           GO TO RAT-MEDIO.
      *
      *    AINDA EM QUARENTENA: O RATEIO ENTRA NO CUSTO UNITARIO DA
      *    QUARENTENA E CHEGA AO CUSTO MEDIO NA APROVACAO (STP039).
       RAT-QUAR.
           MOVE CUSTOQR TO RANTTX
           COMPUTE CUSTOQR ROUNDED = CUSTOQR + W-RATEIO / QTDQR
           REWRITE REGQUAR
           MOVE CUSTOQR TO RNOVOTX
           MOVE "QUARENTENA" TO RSITTX
           WRITE REGFRETX FROM DETF
           GO TO RAT1.
      *
      *    JA APROVADO: AJUSTE DE CUSTO (TIPO C, SEM QUANTIDADE) NO
      *    DIARIO E NOVO CUSTO MEDIO SOBRE O SALDO ATUAL.
       RAT-MEDIO.
           IF PROD-ERRO NOT = "00"
              MOVE "SEM PRODUTO" TO RSITTX
              WRITE REGFRETX FROM DETF
              GO TO RAT1.
           MOVE CODPRODQR  TO CODPRODME
           MOVE W-DATAHOJE TO DATAME
           ACCEPT HORAME FROM TIME
           MOVE "C"        TO TIPOME
           MOVE "+"        TO SINALME
           MOVE ZEROS      TO QTDME
           MOVE W-RATEIO   TO CUSTOME
           MOVE DOCFR      TO DOCME
           MOVE W-OPERADOR TO OPERADOR-ME
           MOVE "AL"       TO LOCALME.
       RAT-MEDIO1.
           WRITE REGMOVEST
           IF ME-ERRO = "22"
              ADD 1 TO HORAME
              GO TO RAT-MEDIO1.
      *    SEM SALDO NAO HA ONDE ABSORVER O CUSTO: FICA SO O
      *    REGISTRO NO DIARIO.
           IF QUANTIDADE = ZEROS
              MOVE "SEM SALDO" TO RSITTX
              WRITE REGFRETX FROM DETF
              GO TO RAT1.
           MOVE PRECO TO W-PRECOANT
           COMPUTE W-PRECOMED ROUNDED = PRECO + W-RATEIO / QUANTIDADE
           MOVE W-PRECOMED TO PRECO
           MOVE W-OPERADOR TO OPERADOR
           ACCEPT DATAGRAVACAO FROM DATE YYYYMMDD
           REWRITE REGPROD
           MOVE CODPRODQR  TO CODPRODH
           MOVE W-DATAHOJE TO DATAH
           ACCEPT HORAH FROM TIME
           MOVE W-PRECOANT TO PRECOANTIGOH
           MOVE W-PRECOMED TO PRECONOVOH.
       RAT-MEDIO2.
           WRITE REGPRHIST
           IF PH-ERRO = "22"
              ADD 1 TO HORAH
              GO TO RAT-MEDIO2.
           MOVE W-PRECOANT TO RANTTX
           MOVE W-PRECOMED TO RNOVOTX
           MOVE "CUSTO MEDIO" TO RSITTX
           WRITE REGFRETX FROM DETF
           GO TO RAT1.
      *
       RAT-FIM.
           MOVE W-QTDIT   TO TOTQTDTX
           MOVE W-SOMARAT TO TOTVALTX
           WRITE REGFRETX FROM LINSEP
           WRITE REGFRETX FROM TOTF1
           WRITE REGFRETX FROM TOTF2
           CLOSE ARQFRETX
           MOVE "*** RATEIO GRAVADO - VEJA O ARQFRETE.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    CRITERIO PESO: O CADASTRO NAO TEM PESO, ENTAO O PESO DE
      *    CADA ITEM E DIGITADO CONFORME O CONHECIMENTO.
       PEDE-PESO.
           MOVE ZEROS TO W-PESO
           DISPLAY (20, 04) LIMPA
           DISPLAY (20, 04) "PED"
           DISPLAY (20, 08) NUMPEDQR
           DISPLAY (20, 15) "ITEM"
           DISPLAY (20, 20) SEQQR
           DISPLAY (20, 23) "PROD"
           DISPLAY (20, 28) CODPRODQR
           DISPLAY (20, 36) "PESO (KG):"
           ACCEPT  (20, 47) W-PESO
           IF W-PESO = ZEROS
              MOVE "INFORME O PESO DO ITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-PESO.
           DISPLAY (20, 04) LIMPA.
       PEDE-PESO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQFRETE ARQPEDCAB ARQQUAR CADPROD CADFORN
           CLOSE ARQMOVEST ARQPRHIST ARQPAGAR
           IF W-FECH-OK = "S"
              CLOSE ARQESTFECH.
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
