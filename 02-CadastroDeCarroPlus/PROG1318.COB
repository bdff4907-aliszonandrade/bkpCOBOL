                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEMAN
                   FILE STATUS  IS MAN-ERRO.

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
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 TAXAHORA          PIC 9(05)V99.
          03 DATAFECOS         PIC 9(08).
          03 OPERADOR-OS       PIC X(08).
      *    CONDUTOR RESPONSAVEL PELA AVARIA, QUANDO A OS VEM DA
      *    VISTORIA DE RETORNO (PROG1329).
          03 FUNCOS            PIC 9(06).
      *
       FD CADCARRO
               LABEL RECORD IS STANDARD
          03 DESCMAN           PIC X(40).
          03 TIPOSERVMAN       PIC 9(02).
          03 CUSTOMAN          PIC 9(08)V99.
      *
      *    LOTES DAS PECAS CONTROLADAS (BAIXA FEFO NAS SAIDAS).
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
           03 CHAVELT.
               05 CODPRODLT PIC 9(06).
               05 NUMLOTE   PIC X(10).
           03 VALIDADELT    PIC 9(08).
           03 QTDLOTE       PIC 9(05)V9.
      *    LOTE EM RECALL (STP068): O SALDO FICA BLOQUEADO AQUI E
      *    NAO ENTRA NA BAIXA FEFO ATE A LIBERACAO.
           03 QTDBLQLT      PIC 9(05)V9.
           03 DATABLQLT     PIC 9(08).
           03 OPERBLQLT     PIC X(08).
      *
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 SL-ERRO    PIC X(02) VALUE "00".
       01 MAN-ERRO   PIC X(02) VALUE "00".
       01 W-PLANO-OK PIC X(01) VALUE "N".
       01 LT-ERRO    PIC X(02) VALUE "00".
       01 W-LOTE-OK  PIC X(01) VALUE "N".
       01 LM-ERRO    PIC X(02) VALUE "00".
       01 W-LTM-OK   PIC X(01) VALUE "N".
       01 W-QTDLTM   PIC 9(05)V9 VALUE ZEROS.
       01 W-PRODLOTE PIC 9(06) VALUE ZEROS.
       01 W-RESTLOTE PIC 9(05)V9 VALUE ZEROS.
       01 W-LIVRELOTE PIC 9(06)V9 VALUE ZEROS.
       01 W-MENORVAL PIC 9(08) VALUE ZEROS.
       01 W-MENORLOTE PIC X(10) VALUE SPACES.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-PROXOS   PIC 9(06) VALUE ZEROS.
       01 W-QTDPECA  PIC 9(03)V9 VALUE ZEROS.
           05  LINE 12  COLUMN 04 VALUE  "SITUACAO (A/F)      :".
           05  LINE 14  COLUMN 04 VALUE  "CUSTO DE PECAS      :".
           05  LINE 16  COLUMN 04 VALUE  "HORAS / TAXA        :".
           05  LINE 18  COLUMN 04 VALUE  "CONDUTOR RESPONSAVEL:".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TNUMOS
               LINE 04  COLUMN 26  PIC 9(06)
           05  TTAXA
               LINE 16  COLUMN 35  PIC ZZ.ZZ9,99
               FROM   TAXAHORA.
           05  TFUNCOS
               LINE 18  COLUMN 26  PIC 9(06)
               FROM   FUNCOS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMANUT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    PECA COM CONTROLE DE LOTE BAIXA OS LOTES POR FEFO, COMO NA
      *    REQUISICAO (STP025), E CADA BAIXA FICA NO ARQLOTMOV.
           MOVE "N" TO W-LOTE-OK
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
       R0FC.
      *    MES DE ESTOQUE FECHADO (STP046) NAO ACEITA LANCAMENTOS:
      *    A VALORACAO JA ENVIADA A FINANCAS NAO PODE MUDAR.
       R1.
           MOVE ZEROS  TO NUMOS PLANOOS DATAABOS KMOS
           MOVE ZEROS  TO CUSTPECAOS HORASOS TAXAHORA DATAFECOS
           MOVE ZEROS  TO FUNCOS
           MOVE SPACES TO PLACAOS SITOS
           DISPLAY TELA.
       R2.
           DISPLAY TCUSTPECA
           DISPLAY THORAS
           DISPLAY TTAXA
           DISPLAY TFUNCOS
           GO TO ACE-001.
      *
      ************************************
              MOVE "*** SALDO INSUFICIENTE NO ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PECA-001.
      *    PECA COM LOTE: A SAIDA TEM DE CABER NO SALDO LIVRE DOS
      *    LOTES; O BLOQUEADO POR RECALL (STP068) NAO CONTA.
           IF LOTECTL = "S" AND W-LOTE-OK = "S"
              MOVE W-CODPECA TO W-PRODLOTE
              PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM
              IF W-QTDPECA > W-LIVRELOTE
                 MOVE "*** LOTE DA PECA BLOQUEADO OU SEM SALDO ***"
                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PECA-001.
      *    SAIDA NO DIARIO DE MOVIMENTOS, DOCUMENTO = OS.
           MOVE SPACES TO W-DOCOS
           STRING "OS " DELIMITED BY SIZE
           ELSE
              SUBTRACT W-QTDPECA FROM QTDSL.
           REWRITE REGSALDOC
           IF LOTECTL = "S"
              MOVE W-CODPECA TO W-PRODLOTE
              MOVE W-QTDPECA TO W-RESTLOTE
              PERFORM BAIXA-LOTE THRU BAIXA-LOTE-FIM.
      *    ACUMULA O CUSTO DA PECA NA OS.
           COMPUTE W-CUSTPECA = W-QTDPECA * PRECO
           ADD W-CUSTPECA TO CUSTPECAOS
           ADD 1 TO W-SEQNOVA.
       PROX-SEQ-FIM.
           EXIT.
      *
      *    BAIXA FEFO: CONSOME OS LOTES DA PECA DO VENCIMENTO MAIS
      *    PROXIMO PARA O MAIS DISTANTE, ATE COBRIR A SAIDA.
       BAIXA-LOTE.
           IF W-LOTE-OK NOT = "S"
              GO TO BAIXA-LOTE-FIM.
       BAIXA-LOTE1.
           IF W-RESTLOTE = ZEROS
              GO TO BAIXA-LOTE-FIM.
           MOVE 99999999 TO W-MENORVAL
           MOVE SPACES TO W-MENORLOTE
           MOVE W-PRODLOTE TO CODPRODLT
           MOVE SPACES TO NUMLOTE
           START ARQLOTE KEY IS NOT LESS CHAVELT
              INVALID KEY
                 GO TO BAIXA-LOTE-FIM.
       BAIXA-LOTE2.
           READ ARQLOTE NEXT
           IF LT-ERRO NOT = "00"
              GO TO BAIXA-LOTE3.
           IF CODPRODLT NOT = W-PRODLOTE
              GO TO BAIXA-LOTE3.
           IF QTDLOTE > 0 AND VALIDADELT < W-MENORVAL
              MOVE VALIDADELT TO W-MENORVAL
              MOVE NUMLOTE TO W-MENORLOTE.
           GO TO BAIXA-LOTE2.
       BAIXA-LOTE3.
           IF W-MENORLOTE = SPACES
              GO TO BAIXA-LOTE-FIM.
           MOVE W-PRODLOTE  TO CODPRODLT
           MOVE W-MENORLOTE TO NUMLOTE
           READ ARQLOTE
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
      *    SALDO LIVRE (FORA DO BLOQUEIO DE RECALL) DOS LOTES DA
      *    PECA W-PRODLOTE.
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
       ROT-FIM.
           CLOSE ARQORDSERV CADCARRO CADPROD ARQMOVEST
              CLOSE ARQESTFECH.
           IF W-PLANO-OK = "S"
              CLOSE ARQPLANO.
           IF W-LOTE-OK = "S"
              CLOSE ARQLOTE.
           IF W-LTM-OK = "S"
              CLOSE ARQLOTMOV.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
