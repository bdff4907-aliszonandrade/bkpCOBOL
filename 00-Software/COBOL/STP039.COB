               05 NUMLOTE   PIC X(10).
           03 VALIDADELT    PIC 9(08).
           03 QTDLOTE       PIC 9(05)V9.
      *    LOTE EM RECALL (STP068): O SALDO FICA BLOQUEADO AQUI E
      *    NAO ENTRA NA BAIXA FEFO ATE A LIBERACAO.
           03 QTDBLQLT      PIC 9(05)V9.
           03 DATABLQLT     PIC 9(08).
           03 OPERBLQLT     PIC X(08).
      *
      *    HISTORICO DE RECALCULO DO CUSTO MEDIO (MESMO DO STP023).
       FD ARQPRHIST
           IF LOTECTL = "S" AND NUMLOTEQR NOT = SPACES
              MOVE CODPRODQR TO CODPRODLT
              MOVE NUMLOTEQR TO NUMLOTE
              PERFORM APROVA-LOTE THRU APROVA-LOTE-FIM.
      *    ENTRADA NO DIARIO DE MOVIMENTOS (STP020).
           MOVE SPACES TO W-DOCPED
           STRING "PED " DELIMITED BY SIZE
           REWRITE REGSALDOC.
       ATU-SALDOC-FIM.
           EXIT.
      *
      *    CREDITA O ITEM APROVADO NO LOTE, CRIANDO-O NA PRIMEIRA
      *    ENTRADA; LOTE EM RECALL (STP068) RECEBE JA BLOQUEADO.
       APROVA-LOTE.
           MOVE CODPRODQR TO CODPRODLT
           MOVE NUMLOTEQR TO NUMLOTE
           READ ARQLOTE
           IF LT-ERRO NOT = "00"
              GO TO APROVA-LOTE1.
           IF DATABLQLT NOT = ZEROS
              ADD QTDQR TO QTDBLQLT
           ELSE
              ADD QTDQR TO QTDLOTE.
           MOVE VALIDQR TO VALIDADELT
           REWRITE REGLOTE
           GO TO APROVA-LOTE-FIM.
       APROVA-LOTE1.
           MOVE VALIDQR TO VALIDADELT
           MOVE QTDQR   TO QTDLOTE
           MOVE ZEROS   TO QTDBLQLT DATABLQLT
           MOVE SPACES  TO OPERBLQLT
           WRITE REGLOTE.
       APROVA-LOTE-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE CADPROD ARQMOVEST ARQLOTE ARQPRHIST ARQSALDOC.
