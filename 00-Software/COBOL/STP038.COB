      * ESCOLHE A COTACAO VALIDA MAIS BARATA (STP026)  *
      * E GRAVA PEDIDOS RASCUNHO EM ARQPEDCAB/ARQPEDITE*
      * AGRUPADOS POR CNPJ, PARA O COMPRADOR REVISAR E *
      * LIBERAR NO STP022. RASCUNHO ACIMA DA ALCADA DO *
      * COMPRADOR (STP055) JA NASCE AGUARDANDO         *
      * APROVACAO.                                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT ARQSUGTX ASSIGN TO DISK
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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUGCOMP.DOC".
       01 REGSUGTX            PIC X(100).
      *
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 CT-ERRO    PIC X(02) VALUE "00".
       01 FORN-ERRO  PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 AL-ERRO    PIC X(02) VALUE "00".
       01 AP-ERRO    PIC X(02) VALUE "00".
       01 W-ALC-OK   PIC X(01) VALUE "N".
       01 W-NIVMIN   PIC 9(01) VALUE ZEROS.
       01 W-NIVREQ   PIC 9(01) VALUE ZEROS.
       01 W-QTDAGU   PIC 9(04) VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DISP     PIC S9(06)V9 VALUE ZEROS.
              05 PED-CNPJ   PIC 9(15).
              05 PED-NUM    PIC 9(06).
              05 PED-SEQ    PIC 9(02).
              05 PED-TOT    PIC 9(08)V99.
      *
       01  CABS1.
           05  FILLER   PIC X(44) VALUE
           "PEDIDOS RASCUNHO GERADOS........: ".
           05  TOTPEDTX  VALUE ZEROS  PIC ZZZ9.

       01  TOTS3.
           05  FILLER    PIC X(34) VALUE
           "AGUARDANDO APROVACAO (ALCADA)...: ".
           05  TOTAGUTX  VALUE ZEROS  PIC ZZZ9.

       01  LINSEP       PIC X(90) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPEDITE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    ALCADAS DE APROVACAO SAO OPCIONAIS (STP055).
           MOVE "N" TO W-ALC-OK
           OPEN INPUT ARQALCADA
           IF AL-ERRO = "00"
              MOVE "S" TO W-ALC-OK.
       R2C.
           IF W-ALC-OK NOT = "S"
              GO TO R2D.
           OPEN I-O ARQPEDAPR
           IF AP-ERRO NOT = "00"
              IF AP-ERRO = "30"
                 OPEN OUTPUT ARQPEDAPR
                 CLOSE ARQPEDAPR
                 GO TO R2C
              ELSE
                 CLOSE ARQALCADA
                 MOVE "N" TO W-ALC-OK.
       R2D.
           OPEN OUTPUT ARQSUGTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQSUGCOMP.DOC" TO MENS
           MOVE ZEROS        TO QTDREC
           MOVE W-MELHORPR   TO PRECOPED
           WRITE REGPEDITE
           COMPUTE PED-TOT (IX) = PED-TOT (IX) + QTDPED * PRECOPED
           ADD 1 TO W-QTDSUG
           GO TO SUGERE1.
      *
      *    QUANTIDADE AINDA A RECEBER DO PRODUTO NOS PEDIDOS EM
      *    ABERTO (SITUACAO A) OU AGUARDANDO APROVACAO (W).
       SOMA-AREC.
           MOVE ZEROS TO W-AREC
           MOVE ZEROS TO NUMPEDI SEQITEM
           READ ARQPEDCAB
           IF PC-ERRO NOT = "00"
              GO TO SOMA-AREC1.
           IF SITPED NOT = "A" AND SITPED NOT = "W"
              GO TO SOMA-AREC1.
           IF QTDPED > QTDREC
              COMPUTE W-AREC = W-AREC + QTDPED - QTDREC.
           IF IX > 20
              GO TO LIMPA-TAB-FIM.
           MOVE ZEROS TO PED-CNPJ (IX) PED-NUM (IX) PED-SEQ (IX)
           MOVE ZEROS TO PED-TOT (IX)
           GO TO LIMPA-TAB.
       LIMPA-TAB-FIM.
           EXIT.
      *
       ROT-TOTAL.
           MOVE ZEROS TO IX W-QTDAGU
           PERFORM ALCADA-PED THRU ALCADA-PED-FIM
           MOVE W-QTDSUG  TO TOTSUGTX
           MOVE W-QTDPEDG TO TOTPEDTX
           MOVE W-QTDAGU  TO TOTAGUTX
           MOVE SPACES TO REGSUGTX
           WRITE REGSUGTX
           WRITE REGSUGTX FROM LINSEP
           WRITE REGSUGTX FROM TOTS1
           WRITE REGSUGTX FROM TOTS2
           WRITE REGSUGTX FROM TOTS3
           CLOSE ARQSUGTX
           MOVE "** SUGESTAO GRAVADA EM ARQSUGCOMP.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *
      *    CONFERE CADA RASCUNHO GERADO CONTRA AS ALCADAS (MESMA
      *    REGRA DO STP022): TOTAL ACIMA DO LIMITE DO COMPRADOR
      *    DEIXA O PEDIDO EM W, AGUARDANDO APROVACAO.
       ALCADA-PED.
           ADD 1 TO IX
           IF IX > W-QTDFORN OR W-ALC-OK NOT = "S"
              GO TO ALCADA-PED-FIM.
           PERFORM VER-ALCADA THRU VER-ALCADA-FIM
           IF W-NIVREQ NOT > W-NIVMIN
              GO TO ALCADA-PED.
           MOVE PED-NUM (IX) TO NUMPED
           READ ARQPEDCAB
           IF PC-ERRO NOT = "00"
              GO TO ALCADA-PED.
           MOVE "W" TO SITPED
           REWRITE REGPEDCAB
           MOVE PED-NUM (IX) TO NUMPEDAP
           MOVE PED-TOT (IX) TO TOTALAP
           MOVE W-NIVREQ     TO NIVELAP
           MOVE "W"          TO SITAP
           MOVE W-OPERADOR   TO OPERSOLAP
           MOVE W-DATAHOJE   TO DATASOLAP
           MOVE SPACES       TO OPERAPAP MOTIVOAP
           MOVE ZEROS        TO DATAAPAP
           WRITE REGPEDAPR
           IF AP-ERRO = "22"
              REWRITE REGPEDAPR.
           ADD 1 TO W-QTDAGU
           GO TO ALCADA-PED.
       ALCADA-PED-FIM.
           EXIT.
      *
      *    ALCADA EXIGIDA PELO TOTAL DO RASCUNHO (PED-TOT) E ALCADA
      *    DO COMPRADOR (NIVEL MAIS BAIXO DA TABELA).
       VER-ALCADA.
           MOVE ZEROS TO W-NIVMIN W-NIVREQ NIVELAL
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
           IF VALMAXAL < PED-TOT (IX)
              GO TO VER-ALCADA1.
       VER-ALCADA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQREORD CADPROD ARQCOTACAO CADFORN
           CLOSE ARQPEDCAB ARQPEDITE
           IF W-ALC-OK = "S"
              CLOSE ARQALCADA ARQPEDAPR.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
