      * (INCLUSAO COM ITENS VALIDADOS NO CADPROD E NO    *
      * VINCULO ARQPRFOR, CANCELAMENTO E RELATORIO DE    *
      * PEDIDOS EM ABERTO POR FORNECEDOR)                *
      * PEDIDO ACIMA DA ALCADA DO COMPRADOR (STP055)     *
      * AGUARDA APROVACAO DO OPERADOR DA ALCADA DEVIDA   *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT ARQPEDTX ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS TX-ERRO.
           SELECT ARQALCADA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NIVELAL
                       FILE STATUS  IS AL-ERRO.
           SELECT ARQPEDAPR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS NUMPEDAP
                       FILE STATUS  IS AP-ERRO.
           SELECT ARQOPER ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODOPER
                       FILE STATUS  IS OP-ERRO.
           SELECT ARQAPRTX ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS TX-ERRO.
           SELECT ARQCERT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECE
                       FILE STATUS  IS CE-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
      *    CABECALHO DO PEDIDO: SITUACOES A=ABERTO, P=PARCIALMENTE
      *    RECEBIDO, T=TOTALMENTE RECEBIDO, C=CANCELADO, D=ENTREGA
      *    RECUSADA/DEVOLVIDA, W=AGUARDANDO APROVACAO DA ALCADA,
      *    R=RECUSADO NA APROVACAO.
       FD ARQPEDCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDCAB.DAT".
          03 VOLCOMPCN         PIC 9(07)V9.
          03 OPERADOR-CN       PIC X(08).
          03 DATAGRAVACAO-CN   PIC 9(14).
      *
      *    ALCADAS DE APROVACAO POR VALOR DO PEDIDO (STP055).
       FD ARQALCADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALCADA.DAT".
       01 REGALCADA.
          03 NIVELAL           PIC 9(01).
          03 DESCAL            PIC X(15).
          03 VALMAXAL          PIC 9(08)V99.
          03 OPERAL            PIC X(08).
          03 OPERADOR-AL       PIC X(08).
          03 DATAGRAVACAO-AL   PIC 9(14).
      *
      *    APROVACAO DO PEDIDO: SITAP W=AGUARDANDO, A=APROVADO,
      *    R=RECUSADO (COM O MOTIVO), C=PEDIDO CANCELADO.
       FD ARQPEDAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDAPR.DAT".
       01 REGPEDAPR.
          03 NUMPEDAP          PIC 9(06).
          03 TOTALAP           PIC 9(08)V99.
          03 NIVELAP           PIC 9(01).
          03 SITAP             PIC X(01).
          03 OPERSOLAP         PIC X(08).
          03 DATASOLAP         PIC 9(08).
          03 OPERAPAP          PIC X(08).
          03 DATAAPAP          PIC 9(08).
          03 MOTIVOAP          PIC X(40).
      *
       FD ARQOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPER.DAT".
       01 REGOPER.
          03 CODOPER           PIC X(08).
          03 NOMEOPER          PIC X(30).
          03 SENHAOP           PIC X(08).
          03 PERFILAUX         PIC X(01).
          03 PERFIL.
             05 PERFIL1        PIC X(01).
             05 PERFIL2        PIC X(14).
          03 STATUSOP          PIC X(01).
          03 SENSIVELOP        PIC X(01).
      *
       FD ARQAPRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDAPR.DOC".
       01 REGAPRTX            PIC X(100).
      *
      *    CERTIDOES DE REGULARIDADE DO FORNECEDOR (STP057).
       FD ARQCERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERT.DAT".
       01 REGCERT.
          03 CHAVECE.
             05 CNPJCE         PIC 9(15).
             05 TIPOCE         PIC X(01).
          03 NUMCE             PIC X(20).
          03 EMISSAOCE         PIC 9(08).
          03 VALIDCE           PIC 9(08).
          03 OBRIGCE           PIC X(01).
          03 OPERADOR-CE       PIC X(08).
          03 DATAGRAVACAO-CE   PIC 9(14).
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       01 CN-ERRO    PIC X(02) VALUE "00".
       01 W-CONTR-OK PIC X(01) VALUE "N".
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 AL-ERRO    PIC X(02) VALUE "00".
       01 AP-ERRO    PIC X(02) VALUE "00".
       01 OP-ERRO    PIC X(02) VALUE "00".
       01 W-ALC-OK   PIC X(01) VALUE "N".
       01 W-OPER-OK  PIC X(01) VALUE "N".
       01 W-NIVMIN   PIC 9(01) VALUE ZEROS.
       01 W-NIVREQ   PIC 9(01) VALUE ZEROS.
       01 W-APROK    PIC X(01) VALUE "N".
       01 W-APROV    PIC X(08) VALUE SPACES.
       01 W-SENHAAP  PIC X(08) VALUE SPACES.
       01 W-MOTIVO   PIC X(40) VALUE SPACES.
       01 W-QTDAPR   PIC 9(04) VALUE ZEROS.
       01 W-IDADE    PIC 9(05) VALUE ZEROS.
       01 W-DATAX    PIC 9(08) VALUE ZEROS.
       01 W-DATAXR   REDEFINES W-DATAX.
          03 W-ANOX  PIC 9(04).
          03 W-MESX  PIC 9(02).
          03 W-DIAX  PIC 9(02).
       01 W-DIASHJ   PIC 9(07) VALUE ZEROS.
       01 W-DIASX    PIC 9(07) VALUE ZEROS.
       01 CE-ERRO    PIC X(02) VALUE "00".
       01 W-CERT-OK  PIC X(01) VALUE "N".
       01 W-CERTSIT  PIC X(01) VALUE SPACES.
      *
       01  CABP1.
           05  FILLER                 PIC X(40) VALUE
           05  FILLER          PIC X(08) VALUE " PRECO: ".
           05  ITPRECOTX       VALUE ZEROS  PIC ZZZZ.ZZ9,99.

       01  CABA1.
           05  FILLER                 PIC X(40) VALUE
           "*** PEDIDOS AGUARDANDO APROVACAO ***".
           05  FILLER                 PIC X(06) VALUE "DATA: ".
           05  CABADATATX      VALUE ZEROS  PIC 9(8).

       01  CABA2.
           05  FILLER                 PIC X(48) VALUE
           "PEDIDO FORNECEDOR       VALOR TOTAL NIVEL ALCADA".
           05  FILLER                 PIC X(34) VALUE
           "         SOLICIT. DATA SOL.  IDADE".

       01  DETA.
           05  APNUMTX         VALUE ZEROS  PIC 9(6).
           05  FILLER          PIC X(01) VALUE " ".
           05  APNOMETX        VALUE SPACES PIC X(12).
           05  FILLER          PIC X(01) VALUE " ".
           05  APTOTTX         VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(03) VALUE "   ".
           05  APNIVTX         VALUE ZEROS  PIC 9.
           05  FILLER          PIC X(01) VALUE " ".
           05  APDESCTX        VALUE SPACES PIC X(15).
           05  FILLER          PIC X(01) VALUE " ".
           05  APSOLTX         VALUE SPACES PIC X(08).
           05  FILLER          PIC X(01) VALUE " ".
           05  APDATATX        VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(01) VALUE " ".
           05  APIDADETX       VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(05) VALUE " DIAS".

       01  TOTA.
           05  FILLER                 PIC X(34) VALUE
           "PEDIDOS AGUARDANDO APROVACAO....: ".
           05  TOTAPRTX        VALUE ZEROS  PIC ZZZ9.

       01  LINSEP                     PIC X(90) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
           IF CN-ERRO = "00"
              MOVE "S" TO W-CONTR-OK.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       R0AL.
      *    AS ALCADAS SAO OPCIONAIS (STP055): SEM A TABELA O PEDIDO
      *    NAO PASSA POR APROVACAO.
           MOVE "N" TO W-ALC-OK W-OPER-OK
           OPEN INPUT ARQALCADA
           IF AL-ERRO = "00"
              MOVE "S" TO W-ALC-OK.
           OPEN INPUT ARQOPER
           IF OP-ERRO = "00"
              MOVE "S" TO W-OPER-OK.
      *    AS CERTIDOES SAO OPCIONAIS (STP057).
           MOVE "N" TO W-CERT-OK
           OPEN INPUT ARQCERT
           IF CE-ERRO = "00"
              MOVE "S" TO W-CERT-OK.
       R0AP.
           OPEN I-O ARQPEDAPR
           IF AP-ERRO NOT = "00"
              IF AP-ERRO = "30"
                 OPEN OUTPUT ARQPEDAPR
                 CLOSE ARQPEDAPR
                 GO TO R0AP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPEDAPR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0C.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           MOVE ZEROS  TO CHAVEPI CODPRODPI QTDPED QTDREC PRECOPED
           DISPLAY TELA
           DISPLAY (23, 12)
                "F1=ENCERRA F3=PEDIDOS EM ABERTO F4=AGUARD.APROVACAO".
       R2.
           ACCEPT TNUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
                   GO TO ROT-FIM.
           IF W-ACT = 04
                   GO TO REL-001.
           IF W-ACT = 05
                   GO TO REL-002.
           IF NUMPED = 0
                   MOVE "O NUMERO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           DISPLAY TNOMEFORN
      *    CERTIDAO OBRIGATORIA VENCIDA BLOQUEIA O PEDIDO; VENCIDA
      *    NAO OBRIGATORIA SO AVISA.
           PERFORM VER-CERT THRU VER-CERT-FIM
           IF W-CERTSIT = "B"
                   MOVE "* CERTIDAO OBRIGATORIA VENCIDA (STP057) *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF W-CERTSIT = "V"
                   MOVE "* AVISO: FORNECEDOR COM CERTIDAO VENCIDA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R4.
           ACCEPT TDATAPROM
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "ERRO NA GRAVACAO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-SEQ W-TOTPED.
      *
      *    ITENS DO PEDIDO: PRODUTO VALIDADO NO CADPROD E NO
      *    VINCULO PRODUTO-FORNECEDOR (ARQPRFOR)
              MOVE "ERRO NA GRAVACAO DO ITEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           COMPUTE W-TOTPED = W-TOTPED + QTDPED * PRECOPED
           MOVE "*** ITEM GRAVADO (PRODUTO 0 = ENCERRA) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R6.
              MOVE "*** PEDIDO GRAVADO SEM ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    TOTAL ACIMA DA ALCADA DO COMPRADOR (NIVEL MAIS BAIXO):
      *    O PEDIDO FICA AGUARDANDO A APROVACAO DO NIVEL DEVIDO.
           PERFORM VER-ALCADA THRU VER-ALCADA-FIM
           IF W-NIVREQ NOT > W-NIVMIN
              MOVE "*** PEDIDO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "W" TO SITPED
           REWRITE REGPEDCAB
           MOVE NUMPED     TO NUMPEDAP
           MOVE W-TOTPED   TO TOTALAP
           MOVE W-NIVREQ   TO NIVELAP
           MOVE "W"        TO SITAP
           MOVE W-OPERADOR TO OPERSOLAP
           MOVE W-DATAHOJE TO DATASOLAP
           MOVE SPACES     TO OPERAPAP MOTIVOAP
           MOVE ZEROS      TO DATAAPAP
           WRITE REGPEDAPR
           IF AP-ERRO = "22"
              REWRITE REGPEDAPR.
           MOVE "* PEDIDO GRAVADO - AGUARDANDO APROVACAO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      ******************************************
      * PEDIDO EXISTENTE: CANCELAMENTO E       *
      * APROVACAO/RECUSA DA ALCADA AQUI        *
      * (RECEBIMENTO E NO STP023)              *
      ******************************************
       ACE-001.
           DISPLAY (23, 12)
                "C=CANCELAR P=APROVAR R=RECUSAR V=VOLTAR"
           ACCEPT (23, 53) W-OPCAO
           IF W-OPCAO = "V" OR "v"
              GO TO R1.
           IF W-OPCAO = "P" OR "p" OR "R" OR "r"
              GO TO APR-001.
           IF W-OPCAO NOT = "C" AND "c"
              GO TO ACE-001.
           IF SITPED NOT = "A" AND SITPED NOT = "W"
              MOVE "* SO PEDIDO EM ABERTO PODE SER CANCELADO *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF SITPED = "W"
              MOVE NUMPED TO NUMPEDAP
              READ ARQPEDAPR
              IF AP-ERRO = "00"
                 MOVE "C" TO SITAP
                 REWRITE REGPEDAPR.
           MOVE "C" TO SITPED
           REWRITE REGPEDCAB
           MOVE "*** PEDIDO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    APROVACAO OU RECUSA: SO PEDIDO AGUARDANDO APROVACAO, PELO
      *    OPERADOR DE UMA ALCADA IGUAL OU SUPERIOR A EXIGIDA, NUNCA
      *    PELO PROPRIO SOLICITANTE; A RECUSA EXIGE O MOTIVO.
       APR-001.
           IF SITPED NOT = "W"
              MOVE "* PEDIDO NAO ESTA AGUARDANDO APROVACAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE NUMPED TO NUMPEDAP
           READ ARQPEDAPR
           IF AP-ERRO NOT = "00"
              MOVE "* REGISTRO DE APROVACAO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (11, 04) "VALOR DO PEDIDO :"
           MOVE TOTALAP TO APTOTTX
           DISPLAY (11, 22) APTOTTX
           DISPLAY (11, 40) "ALCADA EXIGIDA:"
           DISPLAY (11, 56) NIVELAP
           PERFORM ID-APROV THRU ID-APROV-FIM
           IF W-APROK NOT = "S"
              GO TO R1.
           IF W-OPCAO = "P" OR "p"
              MOVE "A"    TO SITAP SITPED
              MOVE SPACES TO MOTIVOAP
              GO TO APR-002.
       APR-MOT.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (17, 04) "MOTIVO DA RECUSA:"
           ACCEPT (17, 22) W-MOTIVO
           IF W-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DA RECUSA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-MOT.
           MOVE "R"      TO SITAP SITPED
           MOVE W-MOTIVO TO MOTIVOAP.
       APR-002.
           MOVE W-APROV    TO OPERAPAP
           MOVE W-DATAHOJE TO DATAAPAP
           REWRITE REGPEDAPR
           REWRITE REGPEDCAB
           IF PC-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF SITPED = "A"
              MOVE "*** PEDIDO APROVADO ***" TO MENS
           ELSE
              MOVE "*** PEDIDO RECUSADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      ******************************************
      * RELATORIO DE PEDIDOS AGUARDANDO        *
      * APROVACAO, COM A IDADE DA SOLICITACAO  *
      ******************************************
       REL-002.
           OPEN OUTPUT ARQAPRTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPEDAPR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DATAHOJE TO CABADATATX W-DATAX
           COMPUTE W-DIASHJ = W-ANOX * 360 + W-MESX * 30 + W-DIAX
           MOVE ZEROS TO W-QTDAPR
           WRITE REGAPRTX FROM LINSEP
           WRITE REGAPRTX FROM CABA1
           WRITE REGAPRTX FROM LINSEP
           WRITE REGAPRTX FROM CABA2
           WRITE REGAPRTX FROM LINSEP
           MOVE ZEROS TO NUMPEDAP
           START ARQPEDAPR KEY IS GREATER NUMPEDAP
              INVALID KEY
                 GO TO REL-002F.
       REL-002A.
           READ ARQPEDAPR NEXT
           IF AP-ERRO NOT = "00"
              GO TO REL-002F.
           IF SITAP NOT = "W"
              GO TO REL-002A.
           MOVE NUMPEDAP TO NUMPED
           READ ARQPEDCAB
           IF PC-ERRO NOT = "00" OR SITPED NOT = "W"
              GO TO REL-002A.
           MOVE CNPJPED TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE SPACES TO NOME.
           MOVE SPACES TO DESCAL
           IF W-ALC-OK = "S"
              MOVE NIVELAP TO NIVELAL
              READ ARQALCADA
              IF AL-ERRO NOT = "00"
                 MOVE SPACES TO DESCAL.
      *    IDADE EM DIAS NA BASE 360/30, COMO NO AGING DO ESTOQUE.
           MOVE DATASOLAP TO W-DATAX
           COMPUTE W-DIASX = W-ANOX * 360 + W-MESX * 30 + W-DIAX
           MOVE ZEROS TO W-IDADE
           IF W-DIASHJ > W-DIASX
              COMPUTE W-IDADE = W-DIASHJ - W-DIASX.
           MOVE NUMPEDAP  TO APNUMTX
           MOVE NOME      TO APNOMETX
           MOVE TOTALAP   TO APTOTTX
           MOVE NIVELAP   TO APNIVTX
           MOVE DESCAL    TO APDESCTX
           MOVE OPERSOLAP TO APSOLTX
           MOVE DATASOLAP TO APDATATX
           MOVE W-IDADE   TO APIDADETX
           WRITE REGAPRTX FROM DETA
           ADD 1 TO W-QTDAPR
           GO TO REL-002A.
       REL-002F.
           MOVE W-QTDAPR TO TOTAPRTX
           WRITE REGAPRTX FROM LINSEP
           WRITE REGAPRTX FROM TOTA
           CLOSE ARQAPRTX
           MOVE "** RELATORIO GRAVADO EM ARQPEDAPR.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      ******************************************
      * RELATORIO DE PEDIDOS EM ABERTO POR     *
      * FORNECEDOR (SITUACAO A OU P)           *
           GO TO VER-CONTR3.
       VER-CONTR-FIM.
           EXIT.
      *
      *    ALCADA EXIGIDA PELO TOTAL DO PEDIDO: O PRIMEIRO NIVEL CUJO
      *    VALOR MAXIMO COBRE O TOTAL, OU O NIVEL MAIS ALTO QUANDO
      *    NENHUM COBRE. W-NIVMIN E A ALCADA DO COMPRADOR.
       VER-CERT.
      *    W-CERTSIT: B = HA CERTIDAO OBRIGATORIA VENCIDA, V = SO
      *    NAO OBRIGATORIA VENCIDA, ESPACO = EM DIA.
           MOVE SPACES TO W-CERTSIT
           IF W-CERT-OK NOT = "S"
              GO TO VER-CERT-FIM.
           MOVE CNPJPED TO CNPJCE
           MOVE SPACES  TO TIPOCE
           START ARQCERT KEY IS GREATER CHAVECE
              INVALID KEY
                 GO TO VER-CERT-FIM.
       VER-CERT1.
           READ ARQCERT NEXT
           IF CE-ERRO NOT = "00"
              GO TO VER-CERT-FIM.
           IF CNPJCE NOT = CNPJPED
              GO TO VER-CERT-FIM.
           IF VALIDCE NOT < W-DATAHOJE
              GO TO VER-CERT1.
           IF OBRIGCE = "S"
              MOVE "B" TO W-CERTSIT
              GO TO VER-CERT-FIM.
           MOVE "V" TO W-CERTSIT
           GO TO VER-CERT1.
       VER-CERT-FIM.
           EXIT.
      *
       VER-ALCADA.
           MOVE ZEROS TO W-NIVMIN W-NIVREQ
           IF W-ALC-OK NOT = "S"
              GO TO VER-ALCADA-FIM.
           MOVE ZEROS TO NIVELAL
           START ARQALCADA KEY IS GREATER NIVELAL
              INVALID KEY
                 GO TO VER-ALCADA-FIM.
       VER-ALCADA1.
           READ ARQALCADA NEXT
           IF AL-ERRO NOT = "00"
              GO TO VER-ALCADA-FIM.
           IF W-NIVMIN = ZEROS
              MOVE NIVELAL TO W-NIVMIN.
           MOVE NIVELAL TO W-NIVREQ
           IF VALMAXAL < W-TOTPED
              GO TO VER-ALCADA1.
       VER-ALCADA-FIM.
           EXIT.
      *
      *    IDENTIFICA O APROVADOR PELA SENHA DO ARQOPER E CONFERE SE
      *    ELE RESPONDE POR ALGUMA ALCADA >= A EXIGIDA (NIVELAP).
       ID-APROV.
           MOVE "N" TO W-APROK
           IF W-OPER-OK NOT = "S" OR W-ALC-OK NOT = "S"
              MOVE "* CADASTRO DE OPERADORES/ALCADAS AUSENTE *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ID-APROV-FIM.
           MOVE SPACES TO W-APROV W-SENHAAP
           DISPLAY (13, 04) "APROVADOR :"
           ACCEPT  (13, 16) W-APROV
           IF W-APROV = SPACES
              GO TO ID-APROV-FIM.
           DISPLAY (15, 04) "SENHA     :"
           ACCEPT  (15, 16) W-SENHAAP
           MOVE W-APROV TO CODOPER
           READ ARQOPER
           IF OP-ERRO NOT = "00"
              MOVE "*** APROVADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ID-APROV-FIM.
           IF SENHAOP NOT = W-SENHAAP
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ID-APROV-FIM.
           IF STATUSOP NOT = "A"
              MOVE "*** APROVADOR NAO ESTA ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ID-APROV-FIM.
           IF W-APROV = OPERSOLAP
              MOVE "* SOLICITANTE NAO APROVA O PROPRIO PEDIDO *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ID-APROV-FIM.
           MOVE NIVELAP TO NIVELAL
           START ARQALCADA KEY IS NOT LESS NIVELAL
              INVALID KEY
                 GO TO ID-APROV2.
       ID-APROV1.
           READ ARQALCADA NEXT
           IF AL-ERRO NOT = "00"
              GO TO ID-APROV2.
           IF OPERAL NOT = W-APROV
              GO TO ID-APROV1.
           MOVE "S" TO W-APROK
           GO TO ID-APROV-FIM.
       ID-APROV2.
           MOVE "* OPERADOR SEM ALCADA PARA ESTE VALOR *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ID-APROV-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQPEDCAB ARQPEDITE CADFORN CADPROD ARQPRFOR
           IF W-CONTR-OK = "S"
              CLOSE ARQCONTR.
           IF W-ALC-OK = "S"
              CLOSE ARQALCADA.
           IF W-OPER-OK = "S"
              CLOSE ARQOPER.
           IF W-CERT-OK = "S"
              CLOSE ARQCERT.
           CLOSE ARQPEDAPR
           DISPLAY (01, 01) ERASE.
       ROT-FIM2.
           EXIT PROGRAM.
