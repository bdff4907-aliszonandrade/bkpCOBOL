                       RECORD KEY   IS CHAVELT
                       FILE STATUS  IS LT-ERRO.

           SELECT ARQLOTMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVELM
                       FILE STATUS  IS LM-ERRO.

           SELECT ARQCICLO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECC
                       ALTERNATE RECORD KEY IS CODPRODCC
                                      WITH DUPLICATES
                       FILE STATUS  IS CC-ERRO.

           SELECT ARQINVTX ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS TX-ERRO.
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
      *
      *    CONTAGENS CICLICAS PROGRAMADAS PELA CURVA ABC (STP073):
      *    A APROVACAO MARCA COMO CONTADA (C) A PENDENTE (P) MAIS
      *    ANTIGA DO PRODUTO, GUARDANDO LIVRO E CONTADO P/ ACURACIA.
       FD ARQCICLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCICLO.DAT".
       01 REGCICLO.
           03 CHAVECC.
               05 DATACC    PIC 9(08).
               05 CODPRODCC PIC 9(06).
           03 CLASSECC      PIC X(01).
           03 SITCC         PIC X(01).
           03 QTDLIVCC      PIC 9(05)V9.
           03 QTDCONTCC     PIC 9(05)V9.
           03 VALDIFCC      PIC S9(08)V99.
           03 DTCONTCC      PIC 9(08).
           03 OPERADOR-CC   PIC X(08).
      *-----------------------------------------------------------------
      *
      *    FECHAMENTO MENSAL DO ESTOQUE (STP046): MES FECHADO NAO
       01 W-DOCINV   PIC X(10) VALUE SPACES.
       01 LT-ERRO     PIC X(02) VALUE "00".
       01 W-LOTE-OK   PIC X(01) VALUE "N".
       01 LM-ERRO     PIC X(02) VALUE "00".
       01 W-LTM-OK    PIC X(01) VALUE "N".
       01 W-QTDLTM    PIC 9(05)V9 VALUE ZEROS.
       01 W-PRODLOTE  PIC 9(06) VALUE ZEROS.
       01 W-RESTLOTE  PIC 9(05)V9 VALUE ZEROS.
       01 W-MENORVAL  PIC 9(08) VALUE ZEROS.
       01 W-MENORLOTE PIC X(10) VALUE SPACES.
       01 W-MAIORVAL  PIC 9(08) VALUE ZEROS.
       01 W-MAIORLOTE PIC X(10) VALUE SPACES.
       01 CC-ERRO     PIC X(02) VALUE "00".
       01 W-CIC-OK    PIC X(01) VALUE "N".
       01 W-DATACIC   PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
      *
       01  CABI1.
           05  FILLER                 PIC X(34) VALUE
           "  CONTADO:__".
           05  FILLER          PIC X(08) VALUE "________".

       01  CABC1.
           05  FILLER                 PIC X(39) VALUE
           "*** CONTAGEM CICLICA (CURVA ABC) - DIA ".
           05  CICDATATX   VALUE ZEROS  PIC 9(08).
           05  FILLER                 PIC X(04) VALUE " ***".

       01  DETC.
           05  CICPRODTX       VALUE ZEROS  PIC 9(6).
           05  FILLER          PIC X(01) VALUE " ".
           05  CICDESCTX       VALUE SPACES PIC X(30).
           05  FILLER          PIC X(01) VALUE " ".
           05  CICUNIDTX       VALUE SPACES PIC X(2).
           05  FILLER          PIC X(04) VALUE " CL ".
           05  CICCLASSETX     VALUE SPACES PIC X(1).
           05  FILLER          PIC X(01) VALUE " ".
           05  CICATRASOTX     VALUE SPACES PIC X(8).
           05  FILLER          PIC X(12) VALUE
           "  CONTADO:__".
           05  FILLER          PIC X(08) VALUE "________".

       01  CABV1.
           05  FILLER                 PIC X(40) VALUE
           "*** VARIACAO DO INVENTARIO (CONTADO X L".
           05  LINE 08  COLUMN 05
               VALUE  "A - APROVAR E POSTAR OS AJUSTES".
           05  LINE 09  COLUMN 05
               VALUE  "C - FOLHA DA CONTAGEM CICLICA DO DIA".
           05  LINE 10  COLUMN 05
               VALUE  "S - SAIR".
           05  LINE 12  COLUMN 05
               VALUE  "OPCAO :".
           05  TW-OPCAO
               LINE 12  COLUMN 13  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
              GO TO R0B2.
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
       R0B3.
      *    A PROGRAMACAO CICLICA (STP073) E OPCIONAL: SEM ELA O
      *    INVENTARIO FUNCIONA SO COM AS FOLHAS POR APLICACAO.
           MOVE "N" TO W-CIC-OK
           OPEN I-O ARQCICLO
           IF CC-ERRO = "00"
              MOVE "S" TO W-CIC-OK.
       R0C.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
              GO TO VAR-001.
           IF W-OPCAO = "A" OR "a"
              GO TO APR-001.
           IF W-OPCAO = "C" OR "c"
              GO TO CIC-001.
           GO TO R1.
      *
      **********************************************
           GO TO R1.
      *
      **********************************************
      * FOLHA DA CONTAGEM CICLICA DO DIA: AS       *
      * CONTAGENS PENDENTES PROGRAMADAS ATE A DATA *
      * (AS DE DIAS ANTERIORES SAEM COMO ATRASADA) *
      **********************************************
       CIC-001.
           IF W-CIC-OK NOT = "S"
              MOVE "* SEM PROGRAMACAO CICLICA - VEJA O STP073 *"
                                                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DATACIC
           DISPLAY (23, 12) "DATA DA CONTAGEM (AAAAMMDD):"
           ACCEPT  (23, 41) W-DATACIC
           IF W-DATACIC = ZEROS
              MOVE W-DATAHOJE TO W-DATACIC.
           OPEN OUTPUT ARQINVTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQINVENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DATACIC TO CICDATATX
           WRITE REGINVTX FROM LINSEP
           WRITE REGINVTX FROM CABC1
           WRITE REGINVTX FROM LINSEP
           MOVE ZEROS TO CHAVECC
           START ARQCICLO KEY IS NOT LESS CHAVECC
              INVALID KEY
                 GO TO CIC-FIM.
       CIC-LOOP.
           READ ARQCICLO NEXT
           IF CC-ERRO NOT = "00"
              GO TO CIC-FIM.
           IF DATACC > W-DATACIC
              GO TO CIC-FIM.
           IF SITCC NOT = "P"
              GO TO CIC-LOOP.
           MOVE CODPRODCC TO CODPROD
           READ CADPROD
           IF ST-ERRO NOT = "00"
              GO TO CIC-LOOP.
           MOVE CODPROD    TO CICPRODTX
           MOVE DESC       TO CICDESCTX
           MOVE UNIDADEAUX TO CICUNIDTX
           MOVE CLASSECC   TO CICCLASSETX
           MOVE SPACES     TO CICATRASOTX
           IF DATACC < W-DATACIC
              MOVE "ATRASADA" TO CICATRASOTX.
           WRITE REGINVTX FROM DETC
           GO TO CIC-LOOP.
       CIC-FIM.
           CLOSE ARQINVTX
           MOVE "** FOLHA CICLICA GRAVADA EM ARQINVENT.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      **********************************************
      * DIGITACAO DAS CONTAGENS (AS CEGAS)         *
      **********************************************
       DIG-001.
           STRING "INV" DELIMITED BY SIZE
                  W-OPERADOR DELIMITED BY SIZE
                  INTO W-DOCINV
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO CODPRODIV
           START ARQINV KEY IS NOT LESS CODPRODIV
              INVALID KEY
           READ CADPROD
           IF ST-ERRO NOT = "00"
              GO TO APR-LOOP.
           PERFORM BAIXA-CICLO THRU BAIXA-CICLO-FIM
           IF QTDCONT = QUANTIDADE
              DELETE ARQINV RECORD
              GO TO APR-LOOP.
       ATU-SALDOC-FIM.
           EXIT.
      *
      *    CONTAGEM APROVADA DE PRODUTO COM CONTAGEM CICLICA PENDENTE
      *    ATE HOJE: MARCA A MAIS ANTIGA COMO CONTADA, COM O LIVRO
      *    (ANTES DO AJUSTE) E O CONTADO, PARA A ACURACIA (STP073).
       BAIXA-CICLO.
           IF W-CIC-OK NOT = "S"
              GO TO BAIXA-CICLO-FIM.
           MOVE CODPROD TO CODPRODCC
           START ARQCICLO KEY IS NOT LESS CODPRODCC
              INVALID KEY
                 GO TO BAIXA-CICLO-FIM.
       BAIXA-CICLO1.
           READ ARQCICLO NEXT
           IF CC-ERRO NOT = "00"
              GO TO BAIXA-CICLO-FIM.
           IF CODPRODCC NOT = CODPROD
              GO TO BAIXA-CICLO-FIM.
           IF SITCC NOT = "P" OR DATACC > W-DATAHOJE
              GO TO BAIXA-CICLO1.
           MOVE "C"        TO SITCC
           MOVE QUANTIDADE TO QTDLIVCC
           MOVE QTDCONT    TO QTDCONTCC
           COMPUTE VALDIFCC = (QTDCONT - QUANTIDADE) * PRECO
           MOVE W-DATAHOJE TO DTCONTCC
           MOVE W-OPERADOR TO OPERADOR-CC
           REWRITE REGCICLO.
       BAIXA-CICLO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
              CLOSE ARQESTFECH.
           IF W-LOTE-OK = "S"
              CLOSE ARQLOTE.
           IF W-LTM-OK = "S"
              CLOSE ARQLOTMOV.
           IF W-CIC-OK = "S"
              CLOSE ARQCICLO.
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
      *    CREDITA A SOBRA DO INVENTARIO NO LOTE DE VALIDADE MAIS
      *    DISTANTE DO PRODUTO; SEM NENHUM LOTE, ABRE O LOTE DE
      *    AJUSTE "AJUSTEINV" SEM VENCIMENTO PRATICO.
              GO TO CREDITA-LOTE2.
           IF CODPRODLT NOT = W-PRODLOTE
              GO TO CREDITA-LOTE2.
           IF DATABLQLT = ZEROS AND VALIDADELT NOT < W-MAIORVAL
              MOVE VALIDADELT TO W-MAIORVAL
              MOVE NUMLOTE TO W-MAIORLOTE.
           GO TO CREDITA-LOTE1.
              MOVE "AJUSTEINV" TO NUMLOTE
              MOVE 99999999 TO VALIDADELT
              MOVE QTDME TO QTDLOTE
              MOVE ZEROS TO QTDBLQLT DATABLQLT
              MOVE SPACES TO OPERBLQLT
              WRITE REGLOTE
              GO TO CREDITA-LOTE-FIM.
           MOVE W-PRODLOTE  TO CODPRODLT
