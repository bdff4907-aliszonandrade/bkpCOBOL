                       RECORD KEY   IS CHAVELT
                       FILE STATUS  IS LT-ERRO.

           SELECT ARQLOTMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVELM
                       FILE STATUS  IS LM-ERRO.

           SELECT ARQMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
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
      *    DIARIO DE MOVIMENTOS: CADA MUDANCA DE SALDO FICA
      *    REGISTRADA COM TIPO, QUANTIDADE, CUSTO, DOCUMENTO E
       01 W-DOC      PIC X(10) VALUE SPACES.
       01 LT-ERRO     PIC X(02) VALUE "00".
       01 W-LOTE-OK   PIC X(01) VALUE "N".
       01 LM-ERRO     PIC X(02) VALUE "00".
       01 W-LTM-OK    PIC X(01) VALUE "N".
       01 W-QTDLTM    PIC 9(05)V9 VALUE ZEROS.
       01 W-PRODLOTE  PIC 9(06) VALUE ZEROS.
       01 W-RESTLOTE  PIC 9(05)V9 VALUE ZEROS.
       01 W-MENORVAL  PIC 9(08) VALUE ZEROS.
              GO TO R0A2.
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
       R0A3.
           OPEN I-O ARQSALDOC
           IF SL-ERRO NOT = "00"
              CLOSE ARQRESEST.
           IF W-LOTE-OK = "S"
              CLOSE ARQLOTE.
           IF W-LTM-OK = "S"
              CLOSE ARQLOTMOV.
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
      *    CREDITA A ENTRADA/AJUSTE POSITIVO NO LOTE INFORMADO,
      *    CRIANDO-O QUANDO AINDA NAO EXISTE.
       CREDITA-LOTE.
           MOVE W-CODPROD TO CODPRODLT
           MOVE W-NUMLOTE TO NUMLOTE
           READ ARQLOTE
           IF LT-ERRO NOT = "00"
              GO TO CREDITA-LOTE1.
      *    LOTE EM RECALL: O QUE ENTRA JA FICA BLOQUEADO.
           IF DATABLQLT NOT = ZEROS
              ADD W-QTD TO QTDBLQLT
           ELSE
              ADD W-QTD TO QTDLOTE.
           MOVE W-VALIDLOTE TO VALIDADELT
           REWRITE REGLOTE
           GO TO CREDITA-LOTE-FIM.
       CREDITA-LOTE1.
           MOVE W-VALIDLOTE TO VALIDADELT
           MOVE W-QTD       TO QTDLOTE
           MOVE ZEROS       TO QTDBLQLT DATABLQLT
           MOVE SPACES      TO OPERBLQLT
           WRITE REGLOTE.
       CREDITA-LOTE-FIM.
           EXIT.
      *
