       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP068.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * RASTREABILIDADE E RECALL DE LOTE               *
      * CONSULTA POR PRODUTO E LOTE (ARQLOTE):         *
      * R - RASTREIO: PARA TRAS, O RECEBIMENTO DO LOTE *
      *     NA QUARENTENA (ARQQUAR) COM O RESULTADO DA *
      *     INSPECAO, O PEDIDO (ARQPEDCAB/ARQPEDITE) E *
      *     O FORNECEDOR; PARA FRENTE, CADA SAIDA DO   *
      *     LOTE (ARQLOTMOV X ARQMOVEST) COM A REQUISI-*
      *     CAO, DEPARTAMENTO E SOLICITANTE (STP025) OU*
      *     A ORDEM DE SERVICO E A PLACA (PROG1318);   *
      * B - BLOQUEIO POR RECALL DO FORNECEDOR: O SALDO *
      *     DO LOTE PASSA PARA O BLOQUEADO E NAO ENTRA *
      *     MAIS NA BAIXA FEFO; O QUE AINDA ENTRAR NO  *
      *     LOTE JA CHEGA BLOQUEADO;                   *
      * L - LIBERA O LOTE (RECALL ENCERRADO), DEVOL-   *
      *     VENDO O BLOQUEADO AO SALDO LIVRE.          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLOTE ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVELT
                   FILE STATUS  IS LT-ERRO.

           SELECT ARQLOTMOV ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVELM
                   FILE STATUS  IS LM-ERRO.

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

           SELECT ARQQUAR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEQR
                   FILE STATUS  IS QR-ERRO.

           SELECT ARQPEDCAB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMPED
                   ALTERNATE RECORD KEY IS CNPJPED WITH DUPLICATES
                   FILE STATUS  IS PC-ERRO.

           SELECT ARQPEDITE ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEPI
                   FILE STATUS  IS PI-ERRO.

           SELECT CADFORN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CNPJ
                   FILE STATUS  IS FORN-ERRO.

           SELECT ARQREQCAB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMREQ
                   FILE STATUS  IS RQ-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODDEP
                   FILE STATUS  IS DEP-ERRO
                   ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES.

           SELECT ARQFUNC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODFUNC
                   ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                   FILE STATUS  IS FUNC-ERRO.

           SELECT ARQORDSERV ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMOS
                   FILE STATUS  IS OS-ERRO.

           SELECT ARQRASTX ASSIGN TO DISK
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
      *    LOTES DOS PRODUTOS CONTROLADOS (BAIXA FEFO NAS SAIDAS).
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
           03 CHAVELT.
               05 CODPRODLT PIC 9(06).
               05 NUMLOTE   PIC X(10).
           03 VALIDADELT    PIC 9(08).
           03 QTDLOTE       PIC 9(05)V9.
      *    LOTE EM RECALL: O SALDO FICA BLOQUEADO AQUI E NAO ENTRA
      *    NA BAIXA FEFO ATE A LIBERACAO.
           03 QTDBLQLT      PIC 9(05)V9.
           03 DATABLQLT     PIC 9(08).
           03 OPERBLQLT     PIC X(08).
      *
      *    SAIDAS POR LOTE: CADA BAIXA DE LOTE FICA LIGADA AO
      *    MOVIMENTO DO DIARIO (MESMA DATA/HORA DO CHAVEME).
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
      *    QUARENTENA DE RECEBIMENTO (STP023/STP039): Q=EM INSPECAO,
      *    A=APROVADA, R=REJEITADA.
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
       FD ARQPEDITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDITE.DAT".
       01 REGPEDITE.
           03 CHAVEPI.
               05 NUMPEDI   PIC 9(06).
               05 SEQITEM   PIC 9(02).
           03 CODPRODPI     PIC 9(06).
           03 QTDPED        PIC 9(05)V9.
           03 QTDREC        PIC 9(05)V9.
           03 PRECOPED      PIC 9(07)V99.
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
      *    REQUISICAO INTERNA (STP025): DOCUMENTO "REQ nnnnnn".
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
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODDEP PIC 9(3).
           03 NOMEDEP PIC X(25).
           03 FILLER PIC X(73).
      *
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC PIC 9(6).
           03 NOMEFUNC PIC X(30).
           03 FILLER PIC X(170).
      *
      *    ORDEM DE SERVICO DA OFICINA (PROG1318): DOCUMENTO
      *    "OS nnnnnn".
       FD ARQORDSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORDSERV.DAT".
       01 REGORDSERV.
          03 NUMOS             PIC 9(06).
          03 PLACAOS           PIC X(08).
          03 PLANOOS           PIC 9(02).
          03 DATAABOS          PIC 9(08).
          03 KMOS              PIC 9(07).
          03 SITOS             PIC X(01).
          03 CUSTPECAOS        PIC 9(08)V99.
          03 HORASOS           PIC 9(03)V9.
          03 TAXAHORA          PIC 9(05)V99.
          03 DATAFECOS         PIC 9(08).
          03 OPERADOR-OS       PIC X(08).
          03 FUNCOS            PIC 9(06).
      *
       FD ARQRASTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGRASTX            PIC X(111).
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
       77 LT-ERRO    PIC X(02) VALUE "00".
       77 LM-ERRO    PIC X(02) VALUE "00".
       77 PROD-ERRO  PIC X(02) VALUE "00".
       77 ME-ERRO    PIC X(02) VALUE "00".
       77 QR-ERRO    PIC X(02) VALUE "00".
       77 PC-ERRO    PIC X(02) VALUE "00".
       77 PI-ERRO    PIC X(02) VALUE "00".
       77 FORN-ERRO  PIC X(02) VALUE "00".
       77 RQ-ERRO    PIC X(02) VALUE "00".
       77 DEP-ERRO   PIC X(02) VALUE "00".
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 OS-ERRO    PIC X(02) VALUE "00".
       77 TX-ERRO    PIC X(02) VALUE "00".
       77 RC-ERRO    PIC X(02) VALUE "00".
       77 W-LM-OK    PIC X(01) VALUE "N".
       77 W-ME-OK    PIC X(01) VALUE "N".
       77 W-QR-OK    PIC X(01) VALUE "N".
       77 W-PC-OK    PIC X(01) VALUE "N".
       77 W-PI-OK    PIC X(01) VALUE "N".
       77 W-FORN-OK  PIC X(01) VALUE "N".
       77 W-RQ-OK    PIC X(01) VALUE "N".
       77 W-DEP-OK   PIC X(01) VALUE "N".
       77 W-FUNC-OK  PIC X(01) VALUE "N".
       77 W-OS-OK    PIC X(01) VALUE "N".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-DATARELC PIC 9(08) VALUE ZEROS.
       01 W-HORARELC PIC 9(06) VALUE ZEROS.
       01 W-CODPROD  PIC 9(06) VALUE ZEROS.
       01 W-NUMLOTE  PIC X(10) VALUE SPACES.
       01 W-QTDORIG  PIC 9(04) VALUE ZEROS.
       01 W-QTDSAI   PIC 9(04) VALUE ZEROS.
       01 W-TOTREC   PIC 9(07)V9 VALUE ZEROS.
       01 W-TOTSAI   PIC 9(07)V9 VALUE ZEROS.
       01 W-QTDLIN   PIC 9(06) VALUE ZEROS.
      *
      *    DOCUMENTO DA SAIDA: "REQ nnnnnn" (STP025) OU "OS nnnnnn"
      *    (PROG1318).
       01 W-DOC.
           05 W-DOCTIPO  PIC X(04).
           05 W-DOCNUM   PIC X(06).
       01 W-DOCOS REDEFINES W-DOC.
           05 W-DOCOSTP  PIC X(03).
           05 W-DOCOSNUM PIC X(06).
           05 FILLER     PIC X(01).
      *
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(35) VALUE
           " *** RASTREABILIDADE DO LOTE ***   ".
           05  FILLER                 PIC X(09) VALUE "PRODUTO: ".
           05  PRODTX    VALUE ZEROS  PIC 9(6).
           05  FILLER                 PIC X(01) VALUE " ".
           05  DESCTX    VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(08) VALUE "  LOTE: ".
           05  LOTETX    VALUE SPACES PIC X(10).

       01  CAB3.
           05  FILLER                 PIC X(10) VALUE "VALIDADE: ".
           05  VALIDTX   VALUE ZEROS  PIC 9(8).
           05  FILLER                 PIC X(15) VALUE
           "  SALDO LIVRE: ".
           05  LIVRETX   VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER                 PIC X(13) VALUE
           "  BLOQUEADO: ".
           05  BLOQTX    VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER                 PIC X(13) VALUE
           "  RECALL EM: ".
           05  RECALLTX  VALUE ZEROS  PIC 9(8).
           05  FILLER                 PIC X(05) VALUE " POR ".
           05  OPERBLTX  VALUE SPACES PIC X(08).

       01  CABORI1.
           05  FILLER                 PIC X(45) VALUE
           " *** ORIGEM - RECEBIMENTO DO LOTE ***".

       01  CABORI2.
           05  FILLER                 PIC X(40) VALUE
           "PEDIDO SQ DATA PED CNPJ FORNECEDOR RAZAO".
           05  FILLER                 PIC X(40) VALUE
           " SOCIAL                   RECEBIDO    QT".
           05  FILLER                 PIC X(21) VALUE
           "DE  QTD.PED. INSPECAO".

       01  DETORI.
           05  PEDTX           VALUE ZEROS  PIC 9(6).
           05  FILLER          PIC X(1) VALUE  " ".
           05  SEQPEDTX        VALUE ZEROS  PIC 9(2).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DATAPEDTX       VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(1) VALUE  " ".
           05  CNPJTX          VALUE ZEROS  PIC 9(15).
           05  FILLER          PIC X(1) VALUE  " ".
           05  RAZAOTX         VALUE SPACES PIC X(30).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DATARECTX       VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(1) VALUE  " ".
           05  QTDRECTX        VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER          PIC X(1) VALUE  " ".
           05  QTDPEDTX        VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER          PIC X(1) VALUE  " ".
           05  INSPTX          VALUE SPACES PIC X(13).

       01  LINSEMORI.
           05  FILLER                 PIC X(45) VALUE
           "LOTE SEM RECEBIMENTO NA QUARENTENA (ENTRADA D".
           05  FILLER                 PIC X(40) VALUE
           "IRETA NO STP020 OU AJUSTE DE INVENTARIO)".

       01  CABDES1.
           05  FILLER                 PIC X(45) VALUE
           " *** DESTINO - SAIDAS DO LOTE ***".

       01  CABDES2.
           05  FILLER                 PIC X(40) VALUE
           "DATA     HORA   T     QTDE LC DOCUMENTO ".
           05  FILLER                 PIC X(40) VALUE
           " DEP DEPARTAMENTO         SOLIC. SOLICIT".
           05  FILLER                 PIC X(26) VALUE
           "ANTE          OS     PLACA".

       01  DETDES.
           05  DATASAITX       VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(1) VALUE  " ".
           05  HORASAITX       VALUE ZEROS  PIC 9(6).
           05  FILLER          PIC X(1) VALUE  " ".
           05  TIPOSAITX       VALUE SPACES PIC X(1).
           05  FILLER          PIC X(1) VALUE  " ".
           05  QTDSAITX        VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER          PIC X(1) VALUE  " ".
           05  LOCSAITX        VALUE SPACES PIC X(2).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DOCSAITX        VALUE SPACES PIC X(10).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DEPTX           VALUE ZEROS  PIC ZZZ.
           05  FILLER          PIC X(1) VALUE  " ".
           05  NOMEDEPTX       VALUE SPACES PIC X(20).
           05  FILLER          PIC X(1) VALUE  " ".
           05  FUNCTX          VALUE ZEROS  PIC ZZZZZZ.
           05  FILLER          PIC X(1) VALUE  " ".
           05  NOMEFUNCTX      VALUE SPACES PIC X(20).
           05  FILLER          PIC X(1) VALUE  " ".
           05  OSTX            VALUE ZEROS  PIC ZZZZZZ.
           05  FILLER          PIC X(1) VALUE  " ".
           05  PLACATX         VALUE SPACES PIC X(8).

       01  LINSEMSAI.
           05  FILLER                 PIC X(45) VALUE
           "NENHUMA SAIDA REGISTRADA PARA O LOTE".

       01  TOT1.
           05  FILLER                 PIC X(40) VALUE
           "TOTAL RECEBIDO E APROVADO NO LOTE.....: ".
           05  TOTRECTX   VALUE ZEROS  PIC Z.ZZZ.ZZ9,9.
       01  TOT2.
           05  FILLER                 PIC X(40) VALUE
           "TOTAL DAS SAIDAS DO LOTE..............: ".
           05  TOTSAITX   VALUE ZEROS  PIC Z.ZZZ.ZZ9,9.
           05  FILLER                 PIC X(12) VALUE
           "   SAIDAS: ".
           05  NUMSAITX   VALUE ZEROS  PIC Z.ZZ9.

       01  LINBLOQ.
           05  FILLER                 PIC X(45) VALUE
           "*** LOTE BLOQUEADO POR RECALL - SALDO FORA DA".
           05  FILLER                 PIC X(20) VALUE
           " BAIXA FEFO ***".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** RASTREABILIDADE E RECALL DE LOTE ***".
           05  LINE 05  COLUMN 04 VALUE  "PRODUTO              :".
           05  LINE 05  COLUMN 36 VALUE  "DESCR:".
           05  LINE 07  COLUMN 04 VALUE  "LOTE                 :".
           05  LINE 09  COLUMN 04 VALUE  "VALIDADE             :".
           05  LINE 11  COLUMN 04 VALUE  "SALDO LIVRE          :".
           05  LINE 13  COLUMN 04 VALUE  "SALDO BLOQUEADO      :".
           05  LINE 15  COLUMN 04 VALUE  "RECALL EM            :".
           05  LINE 15  COLUMN 40 VALUE  "POR:".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODPROD
               LINE 05  COLUMN 27  PIC 9(06)
               USING  W-CODPROD
               HIGHLIGHT.
           05  TDESC
               LINE 05  COLUMN 43  PIC X(30)
               FROM   DESC.
           05  TNUMLOTE
               LINE 07  COLUMN 27  PIC X(10)
               USING  W-NUMLOTE
               HIGHLIGHT.

       01  TELALOTE.
           05  TVALIDADE
               LINE 09  COLUMN 27  PIC 9(08)
               FROM   VALIDADELT.
           05  TQTDLOTE
               LINE 11  COLUMN 27  PIC ZZ.ZZ9,9
               FROM   QTDLOTE.
           05  TQTDBLQ
               LINE 13  COLUMN 27  PIC ZZ.ZZ9,9
               FROM   QTDBLQLT.
           05  TDATABLQ
               LINE 15  COLUMN 27  PIC 9(08)
               FROM   DATABLQLT.
           05  TOPERBLQ
               LINE 15  COLUMN 45  PIC X(08)
               FROM   OPERBLQLT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQLOTE
           IF LT-ERRO NOT = "00"
              MOVE "* ARQUIVO DE LOTES NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQLOTE
              GO TO ROT-FIM2.
      *    AS DEMAIS ORIGENS DO RASTREIO PODEM AINDA NAO EXISTIR:
      *    SEM ELAS A PARTE CORRESPONDENTE SAI EM BRANCO.
       R0A.
           OPEN INPUT ARQLOTMOV
           IF LM-ERRO = "00"
              MOVE "S" TO W-LM-OK.
           OPEN INPUT ARQMOVEST
           IF ME-ERRO = "00"
              MOVE "S" TO W-ME-OK.
           OPEN INPUT ARQQUAR
           IF QR-ERRO = "00"
              MOVE "S" TO W-QR-OK.
           OPEN INPUT ARQPEDCAB
           IF PC-ERRO = "00"
              MOVE "S" TO W-PC-OK.
           OPEN INPUT ARQPEDITE
           IF PI-ERRO = "00"
              MOVE "S" TO W-PI-OK.
           OPEN INPUT CADFORN
           IF FORN-ERRO = "00"
              MOVE "S" TO W-FORN-OK.
           OPEN INPUT ARQREQCAB
           IF RQ-ERRO = "00"
              MOVE "S" TO W-RQ-OK.
           OPEN INPUT ARQDEP
           IF DEP-ERRO = "00"
              MOVE "S" TO W-DEP-OK.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO = "00"
              MOVE "S" TO W-FUNC-OK.
           OPEN INPUT ARQORDSERV
           IF OS-ERRO = "00"
              MOVE "S" TO W-OS-OK.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0B.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       R1.
           MOVE ZEROS  TO W-CODPROD
           MOVE SPACES TO W-NUMLOTE DESC
           DISPLAY TELA
           DISPLAY (23, 12) "F1=ENCERRA".
       R2.
           ACCEPT TCODPROD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CODPROD = ZEROS
              MOVE "*** INFORME O PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CODPROD TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY TDESC.
       R3.
           ACCEPT TNUMLOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-NUMLOTE = SPACES
              MOVE "*** INFORME O LOTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       LER-LOTE.
           MOVE W-CODPROD TO CODPRODLT
           MOVE W-NUMLOTE TO NUMLOTE
           READ ARQLOTE
           IF LT-ERRO = "23"
              MOVE "*** LOTE NAO CADASTRADO PARA O PRODUTO ***"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF LT-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQLOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TELALOTE.
      *
       ACE-001.
           DISPLAY (23, 12)
                "R=RASTREIO  B=BLOQUEIO (RECALL)  L=LIBERA  V=VOLTAR"
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 64) W-OPCAO
           DISPLAY (23, 12) LIMPA
           IF W-OPCAO = "V" OR "v"
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              GO TO REL-001.
           IF W-OPCAO = "B" OR "b"
              GO TO BLQ-001.
           IF W-OPCAO = "L" OR "l"
              GO TO LIB-001.
           GO TO ACE-001.
      *
      **********************************************
      * BLOQUEIO POR RECALL: TODO O SALDO LIVRE DO *
      * LOTE VAI PARA O BLOQUEADO                  *
      **********************************************
       BLQ-001.
           IF DATABLQLT NOT = ZEROS
              MOVE "*** LOTE JA ESTA BLOQUEADO POR RECALL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       BLQ-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA O BLOQUEIO (S/N) : "
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** BLOQUEIO RECUSADO PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO BLQ-OPC.
       BLQ-RW1.
           ADD QTDLOTE TO QTDBLQLT
           MOVE ZEROS TO QTDLOTE
           MOVE W-DATAHOJE TO DATABLQLT
           MOVE W-OPERADOR TO OPERBLQLT
           REWRITE REGLOTE
           IF LT-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO LOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TELALOTE
           MOVE "*** LOTE BLOQUEADO - EMITA O RASTREIO (R) ***"
                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      **********************************************
      * LIBERACAO: RECALL ENCERRADO, O BLOQUEADO   *
      * VOLTA AO SALDO LIVRE                       *
      **********************************************
       LIB-001.
           IF DATABLQLT = ZEROS
              MOVE "*** LOTE NAO ESTA BLOQUEADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       LIB-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA A LIBERACAO (S/N) : "
           ACCEPT (23, 69) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** LIBERACAO RECUSADA PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO LIB-OPC.
       LIB-RW1.
           ADD QTDBLQLT TO QTDLOTE
           MOVE ZEROS  TO QTDBLQLT DATABLQLT
           MOVE SPACES TO OPERBLQLT
           REWRITE REGLOTE
           IF LT-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO LOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY TELALOTE
           MOVE "*** LOTE LIBERADO PARA A BAIXA FEFO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      **********************************************
      * RASTREIO DO LOTE: ORIGEM E DESTINO         *
      **********************************************
       REL-001.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQRASTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE ZEROS TO W-QTDORIG W-QTDSAI W-TOTREC W-TOTSAI
           MOVE W-CODPROD  TO PRODTX
           MOVE DESC       TO DESCTX
           MOVE W-NUMLOTE  TO LOTETX
           MOVE VALIDADELT TO VALIDTX
           MOVE QTDLOTE    TO LIVRETX
           MOVE QTDBLQLT   TO BLOQTX
           MOVE DATABLQLT  TO RECALLTX
           MOVE OPERBLQLT  TO OPERBLTX
           WRITE REGRASTX FROM CAB1
           WRITE REGRASTX FROM CAB2
           WRITE REGRASTX FROM CAB3
           IF DATABLQLT NOT = ZEROS
              WRITE REGRASTX FROM LINBLOQ.
           WRITE REGRASTX FROM CAB1
      *    PARA TRAS: ENTRADAS DO LOTE NA QUARENTENA.
           WRITE REGRASTX FROM CABORI1
           WRITE REGRASTX FROM CABORI2
           WRITE REGRASTX FROM CAB1
           IF W-QR-OK NOT = "S"
              GO TO REL-ORIFIM.
           MOVE ZEROS TO CHAVEQR
           START ARQQUAR KEY IS NOT LESS CHAVEQR
              INVALID KEY
                 GO TO REL-ORIFIM.
       REL-ORI.
           READ ARQQUAR NEXT
           IF QR-ERRO NOT = "00"
              GO TO REL-ORIFIM.
           IF CODPRODQR NOT = W-CODPROD OR NUMLOTEQR NOT = W-NUMLOTE
              GO TO REL-ORI.
           PERFORM REL-DETORI THRU REL-DETORI-FIM
           GO TO REL-ORI.
       REL-ORIFIM.
           IF W-QTDORIG = ZEROS
              WRITE REGRASTX FROM LINSEMORI.
           WRITE REGRASTX FROM CAB1
      *    PARA FRENTE: CADA BAIXA DO LOTE LIGADA AO DIARIO.
           WRITE REGRASTX FROM CABDES1
           WRITE REGRASTX FROM CABDES2
           WRITE REGRASTX FROM CAB1
           IF W-LM-OK NOT = "S"
              GO TO REL-DESFIM.
           MOVE W-CODPROD TO CODPRODLM
           MOVE W-NUMLOTE TO NUMLOTELM
           MOVE ZEROS     TO DATALM HORALM
           START ARQLOTMOV KEY IS NOT LESS CHAVELM
              INVALID KEY
                 GO TO REL-DESFIM.
       REL-DES.
           READ ARQLOTMOV NEXT
           IF LM-ERRO NOT = "00"
              GO TO REL-DESFIM.
           IF CODPRODLM NOT = W-CODPROD OR NUMLOTELM NOT = W-NUMLOTE
              GO TO REL-DESFIM.
           PERFORM REL-DETDES THRU REL-DETDES-FIM
           GO TO REL-DES.
       REL-DESFIM.
           IF W-QTDSAI = ZEROS
              WRITE REGRASTX FROM LINSEMSAI.
           WRITE REGRASTX FROM CAB1
           MOVE W-TOTREC TO TOTRECTX
           MOVE W-TOTSAI TO TOTSAITX
           MOVE W-QTDSAI TO NUMSAITX
           WRITE REGRASTX FROM TOT1
           WRITE REGRASTX FROM TOT2
           WRITE REGRASTX FROM CAB1
           CLOSE ARQRASTX
           COMPUTE W-QTDLIN = W-QTDORIG + W-QTDSAI
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE SPACES TO MENS
           STRING "RASTREIO EM " DELIMITED BY SIZE
                  W-NOMEREL DELIMITED BY SPACE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      *    LINHA DA ORIGEM: PEDIDO, FORNECEDOR E INSPECAO.
       REL-DETORI.
           ADD 1 TO W-QTDORIG
           MOVE NUMPEDQR  TO PEDTX
           MOVE SEQQR     TO SEQPEDTX
           MOVE DATARECQR TO DATARECTX
           MOVE QTDQR     TO QTDRECTX
           MOVE ZEROS     TO DATAPEDTX CNPJTX QTDPEDTX
           MOVE SPACES    TO RAZAOTX
           IF SITQR = "Q"
              MOVE "EM QUARENTENA" TO INSPTX.
           IF SITQR = "A"
              MOVE "APROVADO" TO INSPTX
              ADD QTDQR TO W-TOTREC.
           IF SITQR = "R"
              MOVE "REJEITADO" TO INSPTX.
           IF W-PI-OK = "S"
              MOVE NUMPEDQR TO NUMPEDI
              MOVE SEQQR    TO SEQITEM
              READ ARQPEDITE
              IF PI-ERRO = "00"
                 MOVE QTDPED TO QTDPEDTX.
           IF W-PC-OK NOT = "S"
              GO TO REL-DETORI1.
           MOVE NUMPEDQR TO NUMPED
           READ ARQPEDCAB
           IF PC-ERRO NOT = "00"
              GO TO REL-DETORI1.
           MOVE DATAPED TO DATAPEDTX
           MOVE CNPJPED TO CNPJTX
           IF W-FORN-OK = "S"
              MOVE CNPJPED TO CNPJ
              READ CADFORN
              IF FORN-ERRO = "00"
                 MOVE RAZAO TO RAZAOTX.
       REL-DETORI1.
           WRITE REGRASTX FROM DETORI.
       REL-DETORI-FIM.
           EXIT.
      *
      *    LINHA DO DESTINO: MOVIMENTO, REQUISICAO OU OS.
       REL-DETDES.
           ADD 1 TO W-QTDSAI
           ADD QTDLM TO W-TOTSAI
           MOVE DATALM  TO DATASAITX
           MOVE HORALM  TO HORASAITX
           MOVE QTDLM   TO QTDSAITX
           MOVE LOCALLM TO LOCSAITX
           MOVE DOCLM   TO DOCSAITX
           MOVE SPACES  TO TIPOSAITX NOMEDEPTX NOMEFUNCTX PLACATX
           MOVE ZEROS   TO DEPTX FUNCTX OSTX
           IF W-ME-OK = "S"
              MOVE CODPRODLM TO CODPRODME
              MOVE DATALM    TO DATAME
              MOVE HORALM    TO HORAME
              READ ARQMOVEST
              IF ME-ERRO = "00"
                 MOVE TIPOME TO TIPOSAITX.
           MOVE DOCLM TO W-DOC
           IF W-DOCTIPO = "REQ " AND W-DOCNUM IS NUMERIC
              PERFORM REL-REQ THRU REL-REQ-FIM.
           IF W-DOCOSTP = "OS " AND W-DOCOSNUM IS NUMERIC
              PERFORM REL-OS THRU REL-OS-FIM.
           WRITE REGRASTX FROM DETDES.
       REL-DETDES-FIM.
           EXIT.
      *
       REL-REQ.
           IF W-RQ-OK NOT = "S"
              GO TO REL-REQ-FIM.
           MOVE W-DOCNUM TO NUMREQ
           READ ARQREQCAB
           IF RQ-ERRO NOT = "00"
              GO TO REL-REQ-FIM.
           MOVE CODDEPRQ TO DEPTX
           MOVE FUNCRQ   TO FUNCTX
           IF W-DEP-OK = "S"
              MOVE CODDEPRQ TO CODDEP
              READ ARQDEP
              IF DEP-ERRO = "00"
                 MOVE NOMEDEP TO NOMEDEPTX.
           IF W-FUNC-OK = "S"
              MOVE FUNCRQ TO CODFUNC
              READ ARQFUNC
              IF FUNC-ERRO = "00"
                 MOVE NOMEFUNC TO NOMEFUNCTX.
       REL-REQ-FIM.
           EXIT.
      *
       REL-OS.
           MOVE W-DOCOSNUM TO OSTX
           IF W-OS-OK NOT = "S"
              GO TO REL-OS-FIM.
           MOVE W-DOCOSNUM TO NUMOS
           READ ARQORDSERV
           IF OS-ERRO = "00"
              MOVE PLACAOS TO PLACATX.
       REL-OS-FIM.
           EXIT.
      *
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "STP068-"  DELIMITED BY SIZE
                  W-CODPROD  DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
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
           MOVE W-DATARELC TO DATARC
           MOVE W-HORARELC TO HORARC
           MOVE "STP068"   TO PROGRC
           MOVE W-DATARELC (1:6) TO COMPETRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERADOR TO OPERRC
           MOVE W-QTDLIN   TO QTDRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQLOTE CADPROD
           IF W-LM-OK = "S"
              CLOSE ARQLOTMOV.
           IF W-ME-OK = "S"
              CLOSE ARQMOVEST.
           IF W-QR-OK = "S"
              CLOSE ARQQUAR.
           IF W-PC-OK = "S"
              CLOSE ARQPEDCAB.
           IF W-PI-OK = "S"
              CLOSE ARQPEDITE.
           IF W-FORN-OK = "S"
              CLOSE CADFORN.
           IF W-RQ-OK = "S"
              CLOSE ARQREQCAB.
           IF W-DEP-OK = "S"
              CLOSE ARQDEP.
           IF W-FUNC-OK = "S"
              CLOSE ARQFUNC.
           IF W-OS-OK = "S"
              CLOSE ARQORDSERV.
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
