      * (DEPARTAMENTO DO RH RETIRANDO DO ALMOXARIFADO:   *
      * BAIXA O ESTOQUE NO ATENDIMENTO E FORNECE O       *
      * CONSUMO MENSAL POR DEPARTAMENTO AO PRECO ATUAL)  *
      * ITEM SEM SALDO PODE SER TROCADO NO ATENDIMENTO   *
      * POR UM EQUIVALENTE CADASTRADO NO STP059.         *
      * O SALDO CONSIGNADO (STP060) ENTRA NA BAIXA PELA  *
      * REGRA DE CADA FORNECEDOR E ACUMULA O DEVIDO.     *
      * O ATENDIMENTO EMITE A LISTA DE SEPARACAO NA      *
      * ORDEM DOS ENDERECOS (STP069) E A APROVACAO AVISA *
      * O ESTOURO DA VERBA DE MATERIAL (STP070).         *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                       RECORD KEY   IS CHAVELT
                       FILE STATUS  IS LT-ERRO.

           SELECT ARQLOTMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVELM
                       FILE STATUS  IS LM-ERRO.

           SELECT ARQREQTX ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS TX-ERRO.

           SELECT ARQENDER ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEEN
                   FILE STATUS  IS EN-ERRO.

           SELECT ARQSEPTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS SP-ERRO.

           SELECT ARQRELCAT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVERC
                   FILE STATUS  IS RC-ERRO.

           SELECT ARQORCMAT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEOM
                   FILE STATUS  IS OM-ERRO.

           SELECT ARQEQUIV ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEEQ
                   FILE STATUS  IS EQ-ERRO.

           SELECT ARQCONSIG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECS
                   FILE STATUS  IS CS-ERRO.

           SELECT ARQCSMOV ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECM
                   FILE STATUS  IS CM-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               05 SEQRQI    PIC 9(02).
           03 CODPRODRQ     PIC 9(06).
           03 QTDRQ         PIC 9(05)V9.
      *    LINHA TROCADA POR SUBSTITUTO (STP059): PRODUTO E QTDE
      *    ORIGINALMENTE PEDIDOS. ZEROS = LINHA SEM TROCA.
           03 CODORIGRQ     PIC 9(06).
           03 QTDORIGRQ     PIC 9(05)V9.

       FD ARQDEP
               LABEL RECORD IS STANDARD
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 FILLER        PIC X(16).
           03 APLICACAOAUX  PIC 9.
           03 FILLER        PIC X(20).
           03 QUANTIDADE    PIC 9(05)V9.
           03 PRECO         PIC 9(07)V99.
           03 CNPJFORN      PIC 9(15).
               05 NUMLOTE   PIC X(10).
           03 VALIDADELT    PIC 9(08).
           03 QTDLOTE       PIC 9(05)V9.
      *    LOTE EM RECALL (STP068): O SALDO FICA BLOQUEADO AQUI E
      *    NAO ENTRA NA BAIXA FEFO ATE A LIBERACAO.
           03 QTDBLQLT      PIC 9(05)V9.
           03 DATABLQLT     PIC 9(08).
           03 OPERBLQLT     PIC X(08).

      *    SAIDAS POR LOTE: CADA BAIXA DE LOTE FICA LIGADA AO
      *    MOVIMENTO DO DIARIO (MESMA DATA/HORA DO CHAVEME) PARA O
      *    RASTREIO DO STP068.
       FD ARQLOTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTMOV.DAT".
       01 REGLOTMOV.
           03 CHAVELM.
               05 CODPRODLM PIC 9(06).
               05 NUMLOTELM PIC X(10).
               05 DATALM    PIC 9(08).
               05 HORALM    PIC 9(06).
           03 QTDLM         PIC 9(05)V9.
           03 DOCLM         PIC X(10).
           03 LOCALLM       PIC X(02).

       FD ARQREQTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONSUMO.DOC".
       01 REGREQTX            PIC X(100).
      *
      *    ENDERECO DO PRODUTO NO LOCAL (STP069): ORDEM DA LISTA DE
      *    SEPARACAO.
       FD ARQENDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
           03 CHAVEEN.
               05 CODPRODEN PIC 9(06).
               05 LOCALEN   PIC X(02).
           03 ENDERECOEN.
               05 CORREDEN  PIC X(02).
               05 PRATELEN  PIC X(02).
               05 NIVELEN   PIC X(02).
           03 OPERADOR-EN   PIC X(08).
           03 DATAGRAVACAO-EN.
               05 DATAGRAV-EN PIC 9(8).
               05 HORAGRAV-EN PIC 9(6).
      *
      *    VERBA DE MATERIAL DO DEPARTAMENTO POR CATEGORIA (STP070).
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
      *    LISTA DE SEPARACAO DA REQUISICAO ATENDIDA.
       FD ARQSEPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMESEP.
       01 REGSEPTX            PIC X(111).
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
      *
      *    RESERVAS DE ESTOQUE: SOMA, POR PRODUTO, AS QUANTIDADES DAS
      *    REQUISICOES APROVADAS E AINDA NAO ATENDIDAS; A CONSULTA
      *    (STP013) MOSTRA O DISPONIVEL LIQUIDO E AS SAIDAS DO
       01 REGRESEST.
           03 CODPRODRS     PIC 9(06).
           03 QTDRS         PIC 9(05)V9.
      *    PRODUTOS EQUIVALENTES (STP059), EM ORDEM DE PREFERENCIA.
       FD ARQEQUIV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEQUIV.DAT".
       01 REGEQUIV.
          03 CHAVEEQ.
             05 CODPRODEQ      PIC 9(06).
             05 ORDEMEQ        PIC 9(01).
          03 CODSUBEQ          PIC 9(06).
          03 FATOREQ           PIC 9(04)V99.
          03 OPERADOR-EQ       PIC X(08).
          03 DATAGRAVACAO-EQ   PIC 9(14).
      *    ESTOQUE EM CONSIGNACAO (STP060): SALDO POR PRODUTO E
      *    FORNECEDOR, FORA DO CADPROD. REGRACS C = CONSOME ANTES
      *    DO ESTOQUE PROPRIO, P = SO DEPOIS.
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
      *    MOVIMENTOS DA CONSIGNACAO: U = USO NA REQUISICAO, ACERTADO
      *    NO MES PELO STP061.
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
      *    COMPOSICAO DE KITS (STP045): REQUISITAR O KIT EXPLODE OS
      *    COMPONENTES AUTOMATICAMENTE.
       FD ARQKIT
       01 W-VALORGER PIC 9(08)V99 VALUE ZEROS.
       01 LT-ERRO     PIC X(02) VALUE "00".
       01 W-LOTE-OK   PIC X(01) VALUE "N".
       01 LM-ERRO     PIC X(02) VALUE "00".
       01 W-LTM-OK    PIC X(01) VALUE "N".
       01 W-QTDLTM    PIC 9(05)V9 VALUE ZEROS.
       01 W-PRODLOTE  PIC 9(06) VALUE ZEROS.
       01 W-RESTLOTE  PIC 9(05)V9 VALUE ZEROS.
       01 W-LIVRELOTE PIC 9(06)V9 VALUE ZEROS.
       01 W-MENORVAL  PIC 9(08) VALUE ZEROS.
       01 W-MENORLOTE PIC X(10) VALUE SPACES.
       01 EQ-ERRO     PIC X(02) VALUE "00".
       01 W-EQV-OK    PIC X(01) VALUE "N".
       01 W-TROCOU    PIC X(01) VALUE "N".
       01 CS-ERRO     PIC X(02) VALUE "00".
       01 CM-ERRO     PIC X(02) VALUE "00".
       01 W-CSG-OK    PIC X(01) VALUE "N".
       01 W-CSPROD    PIC 9(06) VALUE ZEROS.
       01 W-CSREGRA   PIC X(01) VALUE SPACES.
       01 W-CSRESTO   PIC 9(05)V9 VALUE ZEROS.
       01 W-CSQTD     PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDCSG    PIC 9(06)V9 VALUE ZEROS.
       01 W-QTDPROP   PIC 9(05)V9 VALUE ZEROS.
       01 W-PRODORIG  PIC 9(06) VALUE ZEROS.
       01 W-QTDORIG   PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDSUB    PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDOPC    PIC 9(01) VALUE ZEROS.
       01 W-ESCSUB    PIC 9(01) VALUE ZEROS.
       01 W-LINSUB    PIC 9(02) VALUE ZEROS.
       01 W-QTDTROCA  PIC 9(05) VALUE ZEROS.
       01 EN-ERRO     PIC X(02) VALUE "00".
       01 OM-ERRO     PIC X(02) VALUE "00".
       01 W-OM-OK     PIC X(01) VALUE "N".
       01 W-DEPAPR    PIC 9(03) VALUE ZEROS.
       01 W-DATAAPR.
           05 W-ANOAPR  PIC 9(04) VALUE ZEROS.
           05 W-MESAPR  PIC 9(02) VALUE ZEROS.
           05 W-DIAAPR  PIC 9(02) VALUE ZEROS.
       01 W-DATAMOV.
           05 W-ANOMOV  PIC 9(04) VALUE ZEROS.
           05 W-MESMOV  PIC 9(02) VALUE ZEROS.
           05 W-DIAMOV  PIC 9(02) VALUE ZEROS.
       01 W-PRODANT   PIC 9(06) VALUE ZEROS.
       01 W-CATMOV    PIC 9(02) VALUE ZEROS.
       01 W-VALORC    PIC S9(09)V99 VALUE ZEROS.
       01 W-ORCANO    PIC 9(09)V99 VALUE ZEROS.
       01 W-ESTOURO   PIC X(01) VALUE "N".
       01 W-CATEST    PIC 9(02) VALUE ZEROS.
       01 W-PERIEST   PIC X(03) VALUE SPACES.
       01 IOC         PIC 9(02) VALUE ZEROS.
       01 IOM         PIC 9(02) VALUE ZEROS.
      *
      *    CONSUMO DA REQUISICAO, DAS OUTRAS JA APROVADAS E DO JA
      *    ATENDIDO NO MES/ANO, POR CATEGORIA (CATEGORIA + 1).
       01 TABORC.
           03 OC-ITEM OCCURS 10.
               05 OC-TEM     PIC X(01).
               05 OC-REQ     PIC S9(09)V99.
               05 OC-PEND    PIC S9(09)V99.
               05 OC-MES     PIC S9(09)V99.
               05 OC-ANO     PIC S9(09)V99.
       01 SP-ERRO     PIC X(02) VALUE "00".
       01 RC-ERRO     PIC X(02) VALUE "00".
       01 W-END-OK    PIC X(01) VALUE "N".
       01 W-NOMESEP   PIC X(30) VALUE SPACES.
       01 W-DATASEP   PIC 9(08) VALUE ZEROS.
       01 W-HORASEP   PIC 9(06) VALUE ZEROS.
       01 W-QTDSP     PIC 9(02) VALUE ZEROS.
       01 W-QTDLS     PIC 9(02) VALUE ZEROS.
       01 W-TROCA     PIC 9(01) VALUE ZEROS.
       01 IS1         PIC 9(02) VALUE ZEROS.
       01 IS2         PIC 9(02) VALUE ZEROS.
       01 W-RESTSEP   PIC 9(05)V9 VALUE ZEROS.
      *
      *    ITENS DA LISTA DE SEPARACAO, ORDENADOS PELO ENDERECO
      *    (ITEM SEM ENDERECO VAI PARA O FIM).
       01 TABSEP.
           03 SP-ITEM OCCURS 99.
               05 SP-END     PIC X(06).
               05 SP-PROD    PIC 9(06).
               05 SP-QTD     PIC 9(05)V9.
       01 SP-SALVA    PIC X(18).
      *
      *    LOTES LIVRES DO PRODUTO NA ORDEM FEFO (SO PARA A LISTA;
      *    A BAIXA CONTINUA NO BAIXA-LOTE).
       01 TABLS.
           03 LS-ITEM OCCURS 30.
               05 LS-VAL     PIC 9(08).
               05 LS-LOTE    PIC X(10).
               05 LS-QTD     PIC 9(05)V9.
       01 LS-SALVA    PIC X(24).
      *
       01 W-ENDSEP.
           05 W-ENDCOR   PIC X(02).
           05 W-ENDPRA   PIC X(02).
           05 W-ENDNIV   PIC X(02).
      *
       01  CABSP1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".
       01  CABSP2.
           05  FILLER                 PIC X(40) VALUE
           " *** LISTA DE SEPARACAO ***  REQUISICAO:".
           05  SEPREQTX        VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(07) VALUE "  DEP: ".
           05  SEPDEPTX        VALUE ZEROS  PIC 9(03).
           05  FILLER                 PIC X(01) VALUE " ".
           05  SEPNOMETX       VALUE SPACES PIC X(25).
           05  FILLER                 PIC X(09) VALUE "  LOCAL: ".
           05  SEPLOCTX        VALUE SPACES PIC X(02).
           05  FILLER                 PIC X(08) VALUE "  DATA: ".
           05  SEPDATATX       VALUE ZEROS  PIC 9(08).
       01  CABSP3.
           05  FILLER                 PIC X(40) VALUE
           "ENDERECO  CODIGO DESCRICAO              ".
           05  FILLER                 PIC X(30) VALUE
           "              QTDE  CONFERE".
       01  DETSP.
           05  SEPENDTX        VALUE SPACES PIC X(08).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SEPPRODTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SEPDESCTX       VALUE SPACES PIC X(30).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SEPQTDTX        VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER          PIC X(09) VALUE "  [     ]".
       01  DETLS.
           05  FILLER          PIC X(16) VALUE
           "          LOTE: ".
           05  SEPLOTETX       VALUE SPACES PIC X(10).
           05  FILLER          PIC X(11) VALUE " VALIDADE: ".
           05  SEPVALTX        VALUE ZEROS  PIC 9(08).
           05  FILLER          PIC X(07) VALUE " QTDE: ".
           05  SEPQTDLTX       VALUE ZEROS  PIC ZZ.ZZ9,9.
       01  LINSEMLS.
           05  FILLER          PIC X(50) VALUE
           "          LOTE: *** SEM SALDO LIVRE EM LOTE ***".
      *
      *    SUBSTITUTOS COM SALDO OFERECIDOS AO OPERADOR.
       01 TABSUB.
           03 SB-ITEM OCCURS 9.
               05 SB-PROD   PIC 9(06).
               05 SB-QTD    PIC 9(05)V9.
       01 LINSUB.
           05  LSUBNTX   VALUE ZEROS  PIC 9.
           05  FILLER    PIC X(03) VALUE " - ".
           05  LSUBPRTX  VALUE ZEROS  PIC 9(06).
           05  FILLER    PIC X(01) VALUE " ".
           05  LSUBDSTX  VALUE SPACES PIC X(30).
           05  FILLER    PIC X(07) VALUE " QTDE: ".
           05  LSUBQTTX  VALUE ZEROS  PIC ZZ.ZZ9,9.
      *
       01  CABC1.
           05  FILLER                 PIC X(40) VALUE
           "CONSUMO GERAL DO MES........: ".
           05  CONSGERALTX     VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  CABS1.
           05  FILLER                 PIC X(40) VALUE
           "SUBSTITUICOES ATENDIDAS NO MES:".
       01  CABS2.
           05  FILLER                 PIC X(45) VALUE
           "REQUIS. SQ DEP ORIGINAL     QTDE  SUBSTITUTO ".
           05  FILLER                 PIC X(10) VALUE
           "    QTDE".
       01  DETS.
           05  SUBREQTX        VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(02) VALUE "  ".
           05  SUBSEQTX        VALUE ZEROS  PIC 99.
           05  FILLER          PIC X(01) VALUE " ".
           05  SUBDEPTX        VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(01) VALUE " ".
           05  SUBORIGTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE " ".
           05  SUBQTDOTX       VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER          PIC X(04) VALUE "  ->".
           05  FILLER          PIC X(01) VALUE " ".
           05  SUBPRODTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE " ".
           05  SUBQTDSTX       VALUE ZEROS  PIC ZZ.ZZ9,9.
       01  TOTS.
           05  FILLER                 PIC X(30) VALUE
           "LINHAS SUBSTITUIDAS.........: ".
           05  SUBTOTTX        VALUE ZEROS  PIC ZZ.ZZ9.

       01  LINSEP                     PIC X(80) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
           OPEN I-O ARQLOTE
           IF LT-ERRO = "00"
              MOVE "S" TO W-LOTE-OK.
           MOVE "N" TO W-LTM-OK
           OPEN I-O ARQLOTMOV
           IF LM-ERRO = "30"
              OPEN OUTPUT ARQLOTMOV
              CLOSE ARQLOTMOV
              OPEN I-O ARQLOTMOV.
           IF LM-ERRO = "00"
              MOVE "S" TO W-LTM-OK.
       R0C3.
           OPEN I-O ARQSALDOC
           IF SL-ERRO NOT = "00"
           OPEN INPUT ARQKIT
           IF KT-ERRO = "00"
              MOVE "S" TO W-KIT-OK.
      *    A TABELA DE EQUIVALENTES (STP059) TAMBEM E OPCIONAL.
           MOVE "N" TO W-EQV-OK
           OPEN INPUT ARQEQUIV
           IF EQ-ERRO = "00"
              MOVE "S" TO W-EQV-OK.
      *    SEM ORCAMENTO DE MATERIAL (STP070) A APROVACAO NAO AVISA.
           OPEN INPUT ARQORCMAT
           IF OM-ERRO = "00"
              MOVE "S" TO W-OM-OK.
      *    OS ENDERECOS (STP069) SO ORDENAM A LISTA DE SEPARACAO.
           MOVE "N" TO W-END-OK
           OPEN INPUT ARQENDER
           IF EN-ERRO = "00"
              MOVE "S" TO W-END-OK.
      *    CONSIGNACAO (STP060) SO ENTRA SE O CADASTRO EXISTIR.
           MOVE "N" TO W-CSG-OK
           OPEN I-O ARQCONSIG
           IF CS-ERRO NOT = "00"
              GO TO R0FC.
           OPEN I-O ARQCSMOV
           IF CM-ERRO = "30"
              OPEN OUTPUT ARQCSMOV
              CLOSE ARQCSMOV
              OPEN I-O ARQCSMOV.
           IF CM-ERRO = "00"
              MOVE "S" TO W-CSG-OK
           ELSE
              CLOSE ARQCONSIG.
       R0FC.
      *    MES DE ESTOQUE FECHADO (STP046) NAO ACEITA LANCAMENTOS:
      *    A VALORACAO JA ENVIADA A FINANCAS NAO PODE MUDAR.
           ADD 1 TO W-SEQ
           MOVE NUMREQ TO NUMRQI
           MOVE W-SEQ  TO SEQRQI
           MOVE ZEROS  TO CODPRODRQ QTDRQ CODORIGRQ QTDORIGRQ
           MOVE SPACES TO DESC
           DISPLAY TELAITEM.
       R6.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE NUMREQ TO W-NUMREQ
      *    REQUISICAO QUE ESTOURA A VERBA DE MATERIAL DO DEPARTAMENTO
      *    (MES OU ANO) SO E APROVADA SE O OPERADOR CONFIRMAR.
           PERFORM VER-ORC THRU VER-ORC-FIM
           IF W-ESTOURO NOT = "S"
              GO TO APR-002.
           MOVE SPACES TO MENS
           STRING "* ESTOURA VERBA MATERIAL NO " DELIMITED BY SIZE
                  W-PERIEST DELIMITED BY SIZE
                  " - CATEG. " DELIMITED BY SIZE
                  W-CATEST DELIMITED BY SIZE
                  " *" DELIMITED BY SIZE
                  INTO MENS
           DISPLAY (22, 12) MENS.
       APR-001A.
           MOVE "N" TO W-OPCAO
           DISPLAY (23, 12) "APROVA ASSIM MESMO (S/N) : "
           ACCEPT (23, 39) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              DISPLAY (22, 12) LIMPA
              MOVE "*** REQUISICAO NAO APROVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-001A.
       APR-002.
           DISPLAY (22, 12) LIMPA
           MOVE W-NUMREQ TO NUMREQ
           READ ARQREQCAB
           MOVE "+" TO W-RS-OP
           PERFORM MOVE-RESV THRU MOVE-RESV-FIM
           MOVE W-NUMREQ TO NUMREQ
              MOVE "* ITENS SEM SALDO - NADA FOI ATENDIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    LISTA DE SEPARACAO NA ORDEM DOS ENDERECOS, COM OS LOTES
      *    FEFO DOS PRODUTOS CONTROLADOS.
           PERFORM SEPARA THRU SEPARA-FIM
           MOVE W-NUMREQ TO NUMREQ
           READ ARQREQCAB
           MOVE SPACES TO W-DOCREQ
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              GO TO ATE-002.
           MOVE CODPRODRQ TO W-CSPROD
           PERFORM SOMA-CSG THRU SOMA-CSG-FIM
           IF QTDRQ > QUANTIDADE + W-QTDCSG
              MOVE "* ITEM SEM SALDO - ATENDIMENTO PARADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           READ ARQSALDOC
           IF SL-ERRO NOT = "00"
              MOVE ZEROS TO QTDSL.
           IF QTDRQ > QTDSL + W-QTDCSG
              MOVE "* SEM SALDO NO LOCAL - ATENDIMENTO PARADO *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    PARTILHA DA SAIDA: CONSIGNADO DE REGRA C, ESTOQUE PROPRIO
      *    (LIMITADO AO SALDO TOTAL E DO LOCAL) E, POR ULTIMO, O
      *    CONSIGNADO DE REGRA P.
           MOVE QTDRQ TO W-CSRESTO
           MOVE "C"   TO W-CSREGRA
           PERFORM BAIXA-CSG THRU BAIXA-CSG-FIM
           MOVE W-CSRESTO TO W-QTDPROP
           IF W-QTDPROP > QUANTIDADE
              MOVE QUANTIDADE TO W-QTDPROP.
           IF W-QTDPROP > QTDSL
              MOVE QTDSL TO W-QTDPROP.
           SUBTRACT W-QTDPROP FROM W-CSRESTO
           IF W-CSRESTO NOT = ZEROS
              MOVE "P" TO W-CSREGRA
              PERFORM BAIXA-CSG THRU BAIXA-CSG-FIM.
           IF W-QTDPROP = ZEROS
              GO TO ATE-003.
           MOVE CODPROD TO CODPRODME
           ACCEPT DATAME FROM DATE YYYYMMDD
           ACCEPT HORAME FROM TIME
           MOVE "S"     TO TIPOME
           MOVE SPACES  TO SINALME
           MOVE W-QTDPROP TO QTDME
           MOVE PRECO   TO CUSTOME
           MOVE W-DOCREQ TO DOCME
           MOVE W-OPERADOR TO OPERADOR-ME
           MOVE LOCALRQ    TO LOCALME
           WRITE REGMOVEST
           SUBTRACT W-QTDPROP FROM QUANTIDADE
           MOVE CODPRODRQ TO W-SL-PROD
           MOVE LOCALRQ   TO W-SL-LOCAL
           MOVE W-QTDPROP TO W-SL-QTD
           MOVE "-"       TO W-SL-OP
           PERFORM ATU-SALDOC THRU ATU-SALDOC-FIM.
       ATE-003.
      *    LIBERA A RESERVA FEITA NA APROVACAO.
           MOVE CODPRODRQ TO CODPRODRS
           READ ARQRESEST
           ACCEPT DATAGRAV IN REGPROD FROM DATE YYYYMMDD
           ACCEPT HORAGRAV IN REGPROD FROM TIME
           REWRITE REGPROD
           IF LOTECTL = "S" AND W-QTDPROP NOT = ZEROS
              MOVE CODPROD TO W-PRODLOTE
              MOVE W-QTDPROP TO W-RESTLOTE
              PERFORM BAIXA-LOTE THRU BAIXA-LOTE-FIM.
           GO TO ATE-002.
       ATE-FIM.
           MOVE W-VALORGER TO CONSGERALTX
           WRITE REGREQTX FROM LINSEP
           WRITE REGREQTX FROM TOTC
           PERFORM REL-SUB THRU REL-SUB-FIM
           CLOSE ARQREQTX
           MOVE "** CONSUMO GRAVADO EM ARQCONSUMO.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    LINHAS ATENDIDAS POR SUBSTITUTO NO MES: CODIGO E QTDE
      *    PEDIDOS E CODIGO E QTDE ENTREGUES (O CONSUMO ACIMA JA
      *    E VALORIZADO PELO SUBSTITUTO, QUE FOI O QUE SAIU).
       REL-SUB.
           MOVE ZEROS TO W-QTDTROCA
           MOVE SPACES TO REGREQTX
           WRITE REGREQTX
           WRITE REGREQTX FROM CABS1
           WRITE REGREQTX FROM CABS2
           WRITE REGREQTX FROM LINSEP
           MOVE ZEROS TO NUMREQ
           START ARQREQCAB KEY IS NOT LESS NUMREQ
              INVALID KEY
                 GO TO REL-SUB9.
       REL-SUB1.
           READ ARQREQCAB NEXT
           IF RQ-ERRO NOT = "00"
              GO TO REL-SUB9.
           IF SITRQ NOT = "F"
              GO TO REL-SUB1.
           DIVIDE DATARQ BY 100 GIVING W-MESREQ
           IF W-MESREQ NOT = W-COMPET
              GO TO REL-SUB1.
           MOVE NUMREQ TO W-NUMREQ NUMRQI
           MOVE ZEROS  TO SEQRQI
           START ARQREQITE KEY IS GREATER CHAVERI
              INVALID KEY
                 GO TO REL-SUB3.
       REL-SUB2.
           READ ARQREQITE NEXT
           IF RI-ERRO NOT = "00"
              GO TO REL-SUB3.
           IF NUMRQI NOT = W-NUMREQ
              GO TO REL-SUB3.
           IF CODORIGRQ = ZEROS
              GO TO REL-SUB2.
           MOVE NUMRQI    TO SUBREQTX
           MOVE SEQRQI    TO SUBSEQTX
           MOVE CODDEPRQ  TO SUBDEPTX
           MOVE CODORIGRQ TO SUBORIGTX
           MOVE QTDORIGRQ TO SUBQTDOTX
           MOVE CODPRODRQ TO SUBPRODTX
           MOVE QTDRQ     TO SUBQTDSTX
           WRITE REGREQTX FROM DETS
           ADD 1 TO W-QTDTROCA
           GO TO REL-SUB2.
       REL-SUB3.
      *    REPOSICIONA O CABECALHO PARA A VARREDURA CONTINUAR
           MOVE W-NUMREQ TO NUMREQ
           READ ARQREQCAB
           GO TO REL-SUB1.
       REL-SUB9.
           MOVE W-QTDTROCA TO SUBTOTTX
           WRITE REGREQTX FROM LINSEP
           WRITE REGREQTX FROM TOTS.
       REL-SUB-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
           IF PROD-ERRO NOT = "00"
              MOVE "S" TO W-FALTADISP
              GO TO VER-DISP-FIM.
      *    O CONSIGNADO GUARDADO NO LOCAL SOMA NA DISPONIBILIDADE.
           MOVE CODPRODRQ TO W-CSPROD
           PERFORM SOMA-CSG THRU SOMA-CSG-FIM
           IF QTDRQ > QUANTIDADE + W-QTDCSG
              GO TO VER-DISP2.
           MOVE CODPRODRQ TO CODPRODSL
           MOVE LOCALRQ   TO LOCALSL
           READ ARQSALDOC
           IF SL-ERRO NOT = "00"
              MOVE ZEROS TO QTDSL.
           IF QTDRQ > QTDSL + W-QTDCSG
              GO TO VER-DISP2.
      *    PRODUTO COM LOTE: A SAIDA TEM DE CABER NO SALDO LIVRE DOS
      *    LOTES; O BLOQUEADO POR RECALL (STP068) NAO CONTA.
           IF LOTECTL NOT = "S" OR W-LOTE-OK NOT = "S"
              GO TO VER-DISP1.
           MOVE CODPRODRQ TO W-PRODLOTE
           PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM
           IF QTDRQ > W-LIVRELOTE + W-QTDCSG
              MOVE SPACES TO MENS
              STRING "* PRODUTO " CODPRODRQ
                     " COM LOTE BLOQUEADO OU SEM SALDO *"
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VER-DISP2.
           GO TO VER-DISP1.
      *    SEM SALDO: OFERECE OS EQUIVALENTES QUE TEM SALDO NO LOCAL
      *    DA REQUISICAO; TROCADA A LINHA, SEGUE CONFERINDO AS
      *    DEMAIS.
       VER-DISP2.
           PERFORM OFERECE-SUB THRU OFERECE-SUB-FIM
           IF W-TROCOU = "S"
              GO TO VER-DISP1.
           MOVE "S" TO W-FALTADISP.
       VER-DISP-FIM.
           EXIT.
      *
      *    LISTA OS SUBSTITUTOS DO ITEM CORRENTE (ARQEQUIV, NA ORDEM
      *    DE PREFERENCIA) COM SALDO TOTAL E NO LOCAL PARA A QTDE
      *    CONVERTIDA, E TROCA A LINHA PELO ESCOLHIDO. A RESERVA DA
      *    APROVACAO PASSA DO ORIGINAL PARA O SUBSTITUTO.
       OFERECE-SUB.
           MOVE "N" TO W-TROCOU
           IF W-EQV-OK NOT = "S"
              GO TO OFERECE-SUB-FIM.
           MOVE CODPRODRQ TO W-PRODORIG
           MOVE QTDRQ     TO W-QTDORIG
           MOVE ZEROS     TO W-QTDOPC
           MOVE 11        TO W-LINSUB
           MOVE W-PRODORIG TO CODPRODEQ
           MOVE ZEROS      TO ORDEMEQ
           START ARQEQUIV KEY IS GREATER CHAVEEQ
              INVALID KEY
                 GO TO OFERECE-SUB-FIM.
       OFERECE-SUB1.
           READ ARQEQUIV NEXT
           IF EQ-ERRO NOT = "00"
              GO TO OFERECE-SUB2.
           IF CODPRODEQ NOT = W-PRODORIG
              GO TO OFERECE-SUB2.
           COMPUTE W-QTDSUB ROUNDED = W-QTDORIG * FATOREQ
           MOVE CODSUBEQ TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              GO TO OFERECE-SUB1.
           IF W-QTDSUB > QUANTIDADE
              GO TO OFERECE-SUB1.
           MOVE CODSUBEQ TO CODPRODSL
           MOVE LOCALRQ  TO LOCALSL
           READ ARQSALDOC
           IF SL-ERRO NOT = "00"
              MOVE ZEROS TO QTDSL.
           IF W-QTDSUB > QTDSL
              GO TO OFERECE-SUB1.
           ADD 1 TO W-QTDOPC
           MOVE CODSUBEQ TO SB-PROD (W-QTDOPC)
           MOVE W-QTDSUB TO SB-QTD (W-QTDOPC)
           IF W-QTDOPC = 1
              DISPLAY (11, 04) "SEM SALDO DO ITEM"
              DISPLAY (11, 22) SEQRQI
              DISPLAY (11, 25) "PRODUTO"
              DISPLAY (11, 33) W-PRODORIG
              DISPLAY (11, 40) "- SUBSTITUTOS COM SALDO:".
           ADD 1 TO W-LINSUB
           MOVE W-QTDOPC TO LSUBNTX
           MOVE CODSUBEQ TO LSUBPRTX
           MOVE DESC     TO LSUBDSTX
           MOVE W-QTDSUB TO LSUBQTTX
           DISPLAY (W-LINSUB, 04) LINSUB
           IF W-QTDOPC < 9
              GO TO OFERECE-SUB1.
       OFERECE-SUB2.
           IF W-QTDOPC = ZEROS
              GO TO OFERECE-SUB-FIM.
       OFERECE-SUB3.
           MOVE ZEROS TO W-ESCSUB
           DISPLAY (23, 12) LIMPA
           DISPLAY (23, 12) "SUBSTITUTO (0 = NAO TROCAR):"
           ACCEPT  (23, 41) W-ESCSUB
           DISPLAY (23, 12) LIMPA
           IF W-ESCSUB > W-QTDOPC
              MOVE "*** OPCAO FORA DA LISTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO OFERECE-SUB3.
           PERFORM LIMPA-SUB THRU LIMPA-SUB-FIM
           IF W-ESCSUB = ZEROS
              GO TO OFERECE-SUB-FIM.
      *    A RESERVA SO EXISTE PARA REQUISICAO APROVADA (P).
           IF SITRQ NOT = "P"
              GO TO OFERECE-SUB4.
           MOVE W-PRODORIG TO CODPRODRS
           READ ARQRESEST
           IF RS-ERRO = "00"
              IF W-QTDORIG > QTDRS
                 MOVE ZEROS TO QTDRS
              ELSE
                 SUBTRACT W-QTDORIG FROM QTDRS
              END-IF
              REWRITE REGRESEST
           END-IF
           MOVE SB-PROD (W-ESCSUB) TO CODPRODRS
           READ ARQRESEST
           IF RS-ERRO NOT = "00"
              MOVE SB-PROD (W-ESCSUB) TO CODPRODRS
              MOVE ZEROS TO QTDRS
              WRITE REGRESEST.
           ADD SB-QTD (W-ESCSUB) TO QTDRS
           REWRITE REGRESEST.
       OFERECE-SUB4.
      *    NUMA SEGUNDA TROCA FICA REGISTRADO O PRIMEIRO ORIGINAL.
           IF CODORIGRQ = ZEROS
              MOVE W-PRODORIG TO CODORIGRQ
              MOVE W-QTDORIG  TO QTDORIGRQ.
           MOVE SB-PROD (W-ESCSUB) TO CODPRODRQ
           MOVE SB-QTD (W-ESCSUB)  TO QTDRQ
           REWRITE REGREQITE
           MOVE "S" TO W-TROCOU
           MOVE "*** LINHA TROCADA PELO SUBSTITUTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       OFERECE-SUB-FIM.
           EXIT.
      *
       LIMPA-SUB.
           MOVE 11 TO W-LINSUB.
       LIMPA-SUB1.
           DISPLAY (W-LINSUB, 01) LIMPA
           DISPLAY (W-LINSUB, 31) LIMPA
           ADD 1 TO W-LINSUB
           IF W-LINSUB < 21
              GO TO LIMPA-SUB1.
       LIMPA-SUB-FIM.
           EXIT.
      *
      *
      *    SOMA (+) OU DEVOLVE (-) A RESERVA DE TODOS OS ITENS DA
      *    REQUISICAO EM W-NUMREQ.
           GO TO MOVE-RESV1.
       MOVE-RESV-FIM.
           EXIT.
      *
      *    SALDO CONSIGNADO DO PRODUTO W-CSPROD GUARDADO NO LOCAL DA
      *    REQUISICAO, SOMADO ENTRE OS FORNECEDORES.
       SOMA-CSG.
           MOVE ZEROS TO W-QTDCSG
           IF W-CSG-OK NOT = "S"
              GO TO SOMA-CSG-FIM.
           MOVE W-CSPROD TO CODPRODCS
           MOVE ZEROS    TO CNPJCS
           START ARQCONSIG KEY IS NOT LESS CHAVECS
              INVALID KEY
                 GO TO SOMA-CSG-FIM.
       SOMA-CSG1.
           READ ARQCONSIG NEXT
           IF CS-ERRO NOT = "00"
              GO TO SOMA-CSG-FIM.
           IF CODPRODCS NOT = W-CSPROD
              GO TO SOMA-CSG-FIM.
           IF LOCALCS = LOCALRQ
              ADD QTDCS TO W-QTDCSG.
           GO TO SOMA-CSG1.
       SOMA-CSG-FIM.
           EXIT.
      *
      *    BAIXA W-CSRESTO DO CONSIGNADO DE REGRA W-CSREGRA, NA ORDEM
      *    DOS FORNECEDORES: CADA RETIRADA VIRA UM USO (U) NO
      *    ARQCSMOV AO PRECO ACORDADO E SOMA O DEVIDO A ACERTAR.
      *    SOBRA EM W-CSRESTO O QUE O CONSIGNADO NAO COBRIU.
       BAIXA-CSG.
           IF W-CSG-OK NOT = "S" OR W-CSRESTO = ZEROS
              GO TO BAIXA-CSG-FIM.
           MOVE W-CSPROD TO CODPRODCS
           MOVE ZEROS    TO CNPJCS
           START ARQCONSIG KEY IS NOT LESS CHAVECS
              INVALID KEY
                 GO TO BAIXA-CSG-FIM.
       BAIXA-CSG1.
           READ ARQCONSIG NEXT
           IF CS-ERRO NOT = "00"
              GO TO BAIXA-CSG-FIM.
           IF CODPRODCS NOT = W-CSPROD
              GO TO BAIXA-CSG-FIM.
           IF REGRACS NOT = W-CSREGRA OR LOCALCS NOT = LOCALRQ
              GO TO BAIXA-CSG1.
           IF QTDCS = ZEROS
              GO TO BAIXA-CSG1.
           MOVE W-CSRESTO TO W-CSQTD
           IF W-CSQTD > QTDCS
              MOVE QTDCS TO W-CSQTD.
           MOVE CNPJCS    TO CNPJCM
           MOVE W-CSPROD  TO CODPRODCM
           ACCEPT DATACM FROM DATE YYYYMMDD
           ACCEPT HORACM FROM TIME
           MOVE "U"       TO TIPOCM
           MOVE W-DOCREQ  TO DOCCM
           MOVE W-CSQTD   TO QTDCM
           MOVE PRECOCS   TO PRECOCM
           COMPUTE VALORCM ROUNDED = W-CSQTD * PRECOCS
           MOVE SPACES    TO SITCM
           MOVE ZEROS     TO COMPETCM
           MOVE W-OPERADOR TO OPERADOR-CM.
       BAIXA-CSG2.
           WRITE REGCSMOV
           IF CM-ERRO = "22"
              ADD 1 TO HORACM
              GO TO BAIXA-CSG2.
           SUBTRACT W-CSQTD FROM QTDCS
           ADD W-CSQTD  TO QTDUSOCS
           ADD VALORCM  TO VALUSOCS
           MOVE W-OPERADOR TO OPERADOR-CS
           ACCEPT DATAGRAVACAO-CS FROM DATE YYYYMMDD
           REWRITE REGCONSIG
           SUBTRACT W-CSQTD FROM W-CSRESTO
           IF W-CSRESTO NOT = ZEROS
              GO TO BAIXA-CSG1.
       BAIXA-CSG-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQREQCAB ARQREQITE ARQDEP ARQFUNC CADPROD ARQMOVEST
           CLOSE ARQSALDOC ARQRESEST
           IF W-LOTE-OK = "S"
              CLOSE ARQLOTE.
           IF W-LTM-OK = "S"
              CLOSE ARQLOTMOV.
           IF W-KIT-OK = "S"
              CLOSE ARQKIT.
           IF W-EQV-OK = "S"
              CLOSE ARQEQUIV.
           IF W-CSG-OK = "S"
              CLOSE ARQCONSIG ARQCSMOV.
           IF W-END-OK = "S"
              CLOSE ARQENDER.
           IF W-OM-OK = "S"
              CLOSE ARQORCMAT.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2.
           EXIT PROGRAM.
           IF LT-ERRO NOT = "00"
              GO TO BAIXA-LOTE-FIM.
           IF QTDLOTE NOT < W-RESTLOTE
              MOVE W-RESTLOTE TO W-QTDLTM
              SUBTRACT W-RESTLOTE FROM QTDLOTE
              MOVE ZEROS TO W-RESTLOTE
           ELSE
              MOVE QTDLOTE TO W-QTDLTM
              SUBTRACT QTDLOTE FROM W-RESTLOTE
              MOVE ZEROS TO QTDLOTE.
           REWRITE REGLOTE
           PERFORM GRAVA-LTM THRU GRAVA-LTM-FIM
           GO TO BAIXA-LOTE1.
       BAIXA-LOTE-FIM.
           EXIT.
      *
      *    SALDO LIVRE (FORA DO BLOQUEIO DE RECALL) DOS LOTES DO
      *    PRODUTO W-PRODLOTE.
       SOMA-LOTE.
           MOVE ZEROS TO W-LIVRELOTE
           MOVE W-PRODLOTE TO CODPRODLT
           MOVE SPACES TO NUMLOTE
           START ARQLOTE KEY IS NOT LESS CHAVELT
              INVALID KEY
                 GO TO SOMA-LOTE-FIM.
       SOMA-LOTE1.
           READ ARQLOTE NEXT
           IF LT-ERRO NOT = "00"
              GO TO SOMA-LOTE-FIM.
           IF CODPRODLT NOT = W-PRODLOTE
              GO TO SOMA-LOTE-FIM.
           ADD QTDLOTE TO W-LIVRELOTE
           GO TO SOMA-LOTE1.
       SOMA-LOTE-FIM.
           EXIT.
      *
      *    REGISTRA A BAIXA DO LOTE CONTRA O MOVIMENTO DO DIARIO.
       GRAVA-LTM.
           IF W-LTM-OK NOT = "S"
              GO TO GRAVA-LTM-FIM.
           MOVE CODPRODLT TO CODPRODLM
           MOVE NUMLOTE   TO NUMLOTELM
           MOVE DATAME    TO DATALM
           MOVE HORAME    TO HORALM
           MOVE W-QTDLTM  TO QTDLM
           MOVE DOCME     TO DOCLM
           MOVE LOCALME   TO LOCALLM
           WRITE REGLOTMOV.
       GRAVA-LTM-FIM.
           EXIT.
      *
      ******************************************
      * VERBA DE MATERIAL NA APROVACAO         *
      ******************************************
      *    VALORIZA A REQUISICAO W-NUMREQ AO PRECO ATUAL E SOMA AS
      *    OUTRAS APROVADAS DO DEPARTAMENTO E O JA ATENDIDO (SAIDAS
      *    "REQ" DO DIARIO) NO MES E NO ANO. W-ESTOURO = "S" QUANDO
      *    ALGUMA CATEGORIA PASSA DA VERBA DO MES OU DO ANO.
       VER-ORC.
           MOVE "N" TO W-ESTOURO
           IF W-OM-OK NOT = "S"
              GO TO VER-ORC-FIM.
           MOVE CODDEPRQ TO W-DEPAPR
           ACCEPT W-DATAAPR FROM DATE YYYYMMDD
           MOVE ZEROS TO IOC.
       VER-ORC0.
           ADD 1 TO IOC
           IF IOC > 10
              GO TO VER-ORC1.
           MOVE "N" TO OC-TEM (IOC)
           MOVE ZEROS TO OC-REQ (IOC) OC-PEND (IOC) OC-MES (IOC)
                         OC-ANO (IOC)
           GO TO VER-ORC0.
      *    ITENS DA PROPRIA REQUISICAO.
       VER-ORC1.
           MOVE W-NUMREQ TO NUMRQI
           MOVE ZEROS TO SEQRQI
           START ARQREQITE KEY IS GREATER CHAVERI
              INVALID KEY
                 GO TO VER-ORC-FIM.
       VER-ORC1A.
           READ ARQREQITE NEXT
           IF RI-ERRO NOT = "00"
              GO TO VER-ORC2.
           IF NUMRQI NOT = W-NUMREQ
              GO TO VER-ORC2.
           MOVE CODPRODRQ TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              GO TO VER-ORC1A.
           COMPUTE IOC = APLICACAOAUX + 1
           MOVE "S" TO OC-TEM (IOC)
           COMPUTE W-VALORC ROUNDED = QTDRQ * PRECO
           ADD W-VALORC TO OC-REQ (IOC)
           GO TO VER-ORC1A.
      *    OUTRAS REQUISICOES DO DEPARTAMENTO JA APROVADAS E AINDA
      *    NAO ATENDIDAS: VERBA JA COMPROMETIDA.
       VER-ORC2.
           MOVE ZEROS TO NUMREQ
           START ARQREQCAB KEY IS NOT LESS NUMREQ
              INVALID KEY
                 GO TO VER-ORC3.
       VER-ORC2A.
           READ ARQREQCAB NEXT
           IF RQ-ERRO NOT = "00"
              GO TO VER-ORC3.
           IF SITRQ NOT = "P" OR CODDEPRQ NOT = W-DEPAPR
              GO TO VER-ORC2A.
           IF NUMREQ = W-NUMREQ
              GO TO VER-ORC2A.
           MOVE NUMREQ TO NUMRQI
           MOVE ZEROS TO SEQRQI
           START ARQREQITE KEY IS GREATER CHAVERI
              INVALID KEY
                 GO TO VER-ORC2A.
       VER-ORC2B.
           READ ARQREQITE NEXT
           IF RI-ERRO NOT = "00"
              GO TO VER-ORC2A.
           IF NUMRQI NOT = NUMREQ
              GO TO VER-ORC2A.
           MOVE CODPRODRQ TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              GO TO VER-ORC2B.
           COMPUTE IOC = APLICACAOAUX + 1
           COMPUTE W-VALORC ROUNDED = QTDRQ * PRECO
           ADD W-VALORC TO OC-PEND (IOC)
           GO TO VER-ORC2B.
      *    JA ATENDIDO: SAIDAS DE REQUISICAO DO DEPARTAMENTO NO ANO,
      *    AO CUSTO DA SAIDA (ESTORNO COM SINAL + ABATE).
       VER-ORC3.
           MOVE ZEROS TO W-PRODANT W-CATMOV
           MOVE ZEROS TO CODPRODME DATAME HORAME
           START ARQMOVEST KEY IS NOT LESS CHAVEME
              INVALID KEY
                 GO TO VER-ORC4.
       VER-ORC3A.
           READ ARQMOVEST NEXT
           IF ME-ERRO NOT = "00"
              GO TO VER-ORC4.
           IF DOCME (1:4) NOT = "REQ "
              GO TO VER-ORC3A.
           MOVE DATAME TO W-DATAMOV
           IF W-ANOMOV NOT = W-ANOAPR
              GO TO VER-ORC3A.
           MOVE DOCME (5:6) TO NUMREQ
           READ ARQREQCAB
           IF RQ-ERRO NOT = "00"
              GO TO VER-ORC3A.
           IF CODDEPRQ NOT = W-DEPAPR
              GO TO VER-ORC3A.
           IF CODPRODME NOT = W-PRODANT
              MOVE CODPRODME TO W-PRODANT CODPROD
              MOVE ZEROS TO W-CATMOV
              READ CADPROD
              IF PROD-ERRO = "00"
                 MOVE APLICACAOAUX TO W-CATMOV.
           COMPUTE IOC = W-CATMOV + 1
           COMPUTE W-VALORC ROUNDED = QTDME * CUSTOME
           IF SINALME = "+"
              COMPUTE W-VALORC = W-VALORC * -1.
           ADD W-VALORC TO OC-ANO (IOC)
           IF W-MESMOV = W-MESAPR
              ADD W-VALORC TO OC-MES (IOC).
           GO TO VER-ORC3A.
      *    CONFRONTA COM A VERBA DE CADA CATEGORIA DA REQUISICAO.
       VER-ORC4.
           MOVE ZEROS TO IOC.
       VER-ORC4A.
           ADD 1 TO IOC
           IF IOC > 10
              GO TO VER-ORC-FIM.
           IF OC-TEM (IOC) NOT = "S"
              GO TO VER-ORC4A.
           MOVE W-DEPAPR TO DEPOM
           COMPUTE CATOM = IOC - 1
           MOVE W-ANOAPR TO ANOOM
           READ ARQORCMAT
           IF OM-ERRO NOT = "00"
              GO TO VER-ORC4A.
           MOVE ZEROS TO W-ORCANO IOM.
       VER-ORC4B.
           ADD 1 TO IOM
           IF IOM > 12
              GO TO VER-ORC4C.
           ADD VALMESOM (IOM) TO W-ORCANO
           GO TO VER-ORC4B.
       VER-ORC4C.
           COMPUTE W-VALORC = OC-MES (IOC) + OC-PEND (IOC)
                            + OC-REQ (IOC)
           IF W-VALORC > VALMESOM (W-MESAPR)
              MOVE "S" TO W-ESTOURO
              MOVE CATOM TO W-CATEST
              MOVE "MES" TO W-PERIEST
              GO TO VER-ORC-FIM.
           COMPUTE W-VALORC = OC-ANO (IOC) + OC-PEND (IOC)
                            + OC-REQ (IOC)
           IF W-VALORC > W-ORCANO
              MOVE "S" TO W-ESTOURO
              MOVE CATOM TO W-CATEST
              MOVE "ANO" TO W-PERIEST
              GO TO VER-ORC-FIM.
           GO TO VER-ORC4A.
       VER-ORC-FIM.
           EXIT.
      *
      ******************************************
      * LISTA DE SEPARACAO DA REQUISICAO       *
      ******************************************
       SEPARA.
           MOVE ZEROS TO W-QTDSP
           MOVE W-NUMREQ TO NUMREQ
           READ ARQREQCAB
           IF RQ-ERRO NOT = "00"
              GO TO SEPARA-FIM.
           MOVE W-NUMREQ TO NUMRQI
           MOVE ZEROS TO SEQRQI
           START ARQREQITE KEY IS GREATER CHAVERI
              INVALID KEY
                 GO TO SEPARA-FIM.
       SEPARA1.
           READ ARQREQITE NEXT
           IF RI-ERRO NOT = "00"
              GO TO SEPARA2.
           IF NUMRQI NOT = W-NUMREQ
              GO TO SEPARA2.
           IF W-QTDSP = 99
              GO TO SEPARA2.
           ADD 1 TO W-QTDSP
           MOVE CODPRODRQ TO SP-PROD (W-QTDSP)
           MOVE QTDRQ     TO SP-QTD (W-QTDSP)
           MOVE HIGH-VALUES TO SP-END (W-QTDSP)
           IF W-END-OK NOT = "S"
              GO TO SEPARA1.
           MOVE CODPRODRQ TO CODPRODEN
           MOVE LOCALRQ   TO LOCALEN
           READ ARQENDER
           IF EN-ERRO = "00"
              MOVE ENDERECOEN TO SP-END (W-QTDSP).
           GO TO SEPARA1.
       SEPARA2.
           IF W-QTDSP = ZEROS
              GO TO SEPARA-FIM.
           PERFORM ORD-SEP THRU ORD-SEP-FIM
           ACCEPT W-DATASEP FROM DATE YYYYMMDD
           ACCEPT W-HORASEP FROM TIME
           MOVE SPACES TO W-NOMESEP
           STRING "STP025-"  DELIMITED BY SIZE
                  W-NUMREQ   DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  W-DATASEP  DELIMITED BY SIZE
                  ".DOC"     DELIMITED BY SIZE
                  INTO W-NOMESEP
           OPEN OUTPUT ARQSEPTX
           IF SP-ERRO NOT = "00"
              MOVE "* ERRO NA ABERTURA DA LISTA DE SEPARACAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEPARA-FIM.
           MOVE W-NUMREQ  TO SEPREQTX
           MOVE CODDEPRQ  TO SEPDEPTX CODDEP
           MOVE SPACES    TO SEPNOMETX
           READ ARQDEP
           IF DEP-ERRO = "00"
              MOVE NOMEDEP TO SEPNOMETX.
           MOVE LOCALRQ   TO SEPLOCTX
           MOVE W-DATASEP TO SEPDATATX
           WRITE REGSEPTX FROM CABSP1
           WRITE REGSEPTX FROM CABSP2
           WRITE REGSEPTX FROM CABSP3
           WRITE REGSEPTX FROM CABSP1
           MOVE ZEROS TO IS1.
       SEPARA3.
           ADD 1 TO IS1
           IF IS1 > W-QTDSP
              GO TO SEPARA4.
           MOVE SP-END (IS1) TO W-ENDSEP
           MOVE SPACES TO SEPENDTX
           IF SP-END (IS1) = HIGH-VALUES
              MOVE "SEM END." TO SEPENDTX
           ELSE
              STRING W-ENDCOR "-" W-ENDPRA "-" W-ENDNIV
                     DELIMITED BY SIZE INTO SEPENDTX.
           MOVE SP-PROD (IS1) TO SEPPRODTX CODPROD
           MOVE SP-QTD (IS1)  TO SEPQTDTX
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE SPACES TO DESC LOTECTL.
           MOVE DESC TO SEPDESCTX
           WRITE REGSEPTX FROM DETSP
           IF LOTECTL = "S"
              PERFORM SEP-LOTE THRU SEP-LOTE-FIM.
           GO TO SEPARA3.
       SEPARA4.
           WRITE REGSEPTX FROM CABSP1
           CLOSE ARQSEPTX
           PERFORM SEP-CAT THRU SEP-CAT-FIM.
       SEPARA-FIM.
           EXIT.
      *
      *    ORDENA OS ITENS PELO ENDERECO (TROCA SIMPLES).
       ORD-SEP.
           MOVE 1 TO W-TROCA.
       ORD-SEP1.
           IF W-TROCA = 0
              GO TO ORD-SEP-FIM.
           MOVE ZEROS TO W-TROCA IS1.
       ORD-SEP2.
           ADD 1 TO IS1
           COMPUTE IS2 = IS1 + 1
           IF IS2 > W-QTDSP
              GO TO ORD-SEP1.
           IF SP-END (IS2) < SP-END (IS1)
              MOVE SP-ITEM (IS1) TO SP-SALVA
              MOVE SP-ITEM (IS2) TO SP-ITEM (IS1)
              MOVE SP-SALVA      TO SP-ITEM (IS2)
              MOVE 1 TO W-TROCA.
           GO TO ORD-SEP2.
       ORD-SEP-FIM.
           EXIT.
      *
      *    LOTES A SEPARAR: OS LIVRES DO PRODUTO, DO VENCIMENTO MAIS
      *    PROXIMO AO MAIS DISTANTE, ATE COBRIR A QUANTIDADE.
       SEP-LOTE.
           MOVE ZEROS TO W-QTDLS
           IF W-LOTE-OK NOT = "S"
              GO TO SEP-LOTE4.
           MOVE SP-PROD (IS1) TO CODPRODLT
           MOVE SPACES TO NUMLOTE
           START ARQLOTE KEY IS NOT LESS CHAVELT
              INVALID KEY
                 GO TO SEP-LOTE4.
       SEP-LOTE1.
           READ ARQLOTE NEXT
           IF LT-ERRO NOT = "00"
              GO TO SEP-LOTE2.
           IF CODPRODLT NOT = SP-PROD (IS1)
              GO TO SEP-LOTE2.
           IF QTDLOTE = ZEROS OR W-QTDLS = 30
              GO TO SEP-LOTE1.
           ADD 1 TO W-QTDLS
           MOVE VALIDADELT TO LS-VAL (W-QTDLS)
           MOVE NUMLOTE    TO LS-LOTE (W-QTDLS)
           MOVE QTDLOTE    TO LS-QTD (W-QTDLS)
           GO TO SEP-LOTE1.
       SEP-LOTE2.
           MOVE 1 TO W-TROCA.
       SEP-LOTE2A.
           IF W-TROCA = 0
              GO TO SEP-LOTE3.
           MOVE ZEROS TO W-TROCA IS2.
       SEP-LOTE2B.
           ADD 1 TO IS2
           IF IS2 NOT < W-QTDLS
              GO TO SEP-LOTE2A.
           IF LS-VAL (IS2 + 1) < LS-VAL (IS2)
              MOVE LS-ITEM (IS2)     TO LS-SALVA
              MOVE LS-ITEM (IS2 + 1) TO LS-ITEM (IS2)
              MOVE LS-SALVA          TO LS-ITEM (IS2 + 1)
              MOVE 1 TO W-TROCA.
           GO TO SEP-LOTE2B.
       SEP-LOTE3.
           MOVE SP-QTD (IS1) TO W-RESTSEP
           MOVE ZEROS TO IS2.
       SEP-LOTE3A.
           ADD 1 TO IS2
           IF IS2 > W-QTDLS OR W-RESTSEP = ZEROS
              GO TO SEP-LOTE4.
           MOVE LS-LOTE (IS2) TO SEPLOTETX
           MOVE LS-VAL (IS2)  TO SEPVALTX
           IF LS-QTD (IS2) < W-RESTSEP
              MOVE LS-QTD (IS2) TO SEPQTDLTX
              SUBTRACT LS-QTD (IS2) FROM W-RESTSEP
           ELSE
              MOVE W-RESTSEP TO SEPQTDLTX
              MOVE ZEROS TO W-RESTSEP.
           WRITE REGSEPTX FROM DETLS
           GO TO SEP-LOTE3A.
       SEP-LOTE4.
           IF W-QTDLS = ZEROS
              WRITE REGSEPTX FROM LINSEMLS.
       SEP-LOTE-FIM.
           EXIT.
      *
      *    REGISTRA A LISTA NO CATALOGO DE RELATORIOS.
       SEP-CAT.
           OPEN I-O ARQRELCAT
           IF RC-ERRO NOT = "00"
              IF RC-ERRO = "30"
                 OPEN OUTPUT ARQRELCAT
                 CLOSE ARQRELCAT
                 OPEN I-O ARQRELCAT
              ELSE
                 GO TO SEP-CAT-FIM.
           MOVE W-DATASEP  TO DATARC
           MOVE W-HORASEP  TO HORARC
           MOVE "STP025"   TO PROGRC
           MOVE W-DATASEP (1:6) TO COMPETRC
           MOVE W-NOMESEP  TO NOMERC
           MOVE W-OPERADOR TO OPERRC
           MOVE W-QTDSP    TO QTDRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       SEP-CAT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
