                   ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                   FILE STATUS  IS FUNC-ERRO.

           SELECT ARQSCORE ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS FUNCSC
                   FILE STATUS  IS SC-ERRO.

           SELECT ARQQUATX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.
           03 CARGOFUNC PIC 999.
           03 DEPFUNC PIC 999.
           03 FILLER PIC X(101).
      *
      *    PONTUACAO DE RISCO DO CONDUTOR (PROG1331).
       FD ARQSCORE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSCORE.DAT".
       01 REGSCORE.
          03 FUNCSC            PIC 9(06).
          03 DATASC            PIC 9(08).
          03 DTINISC           PIC 9(08).
          03 QTDMLSC           PIC 9(03).
          03 PONTOSSC          PIC 9(03).
          03 QTDSNSC           PIC 9(03).
          03 QTDCBSC           PIC 9(03).
          03 PTOTSC            PIC 9(04).
          03 FAIXASC           PIC X(01).
          03 OPERADOR-SC       PIC X(08).
      *
       FD ARQQUATX
               LABEL RECORD IS STANDARD
       01 FUNC-ERRO  PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-ATRIB-OK PIC X(01) VALUE "N".
       01 SC-ERRO    PIC X(02) VALUE "00".
       01 W-SC-OK    PIC X(01) VALUE "N".
       01 W-RISCO    PIC X(01) VALUE "N".
       01 W-AVRISCO.
           03 FILLER    PIC X(37) VALUE
              "* CONDUTOR DE RISCO ALTO - PONTUACAO ".
           03 W-AVPTOT  PIC ZZZ9.
           03 FILLER    PIC X(13) VALUE " (PROG1331) *".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-ABERTA   PIC X(01) VALUE "N".
       01 W-FUNCATR  PIC 9(06) VALUE ZEROS.
           OPEN INPUT ARQATRIB
           IF AT-ERRO = "00"
              MOVE "S" TO W-ATRIB-OK.
           MOVE "N" TO W-SC-OK
           OPEN INPUT ARQSCORE
           IF SC-ERRO = "00"
              MOVE "S" TO W-SC-OK.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
              MOVE "*** PERIODO CONFLITA COM OUTRA RESERVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *
      *    AVISO DE RISCO (PROG1331): CONDUTOR NA FAIXA ALTA NAO E
      *    BLOQUEADO, MAS A CONFIRMACAO PASSA A SUGERIR NAO.
           PERFORM CHECA-RISCO THRU CHECA-RISCO-FIM.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           IF W-RISCO = "S"
              MOVE "N" TO W-OPCAO.
           DISPLAY (23, 40) "CONFIRMA A RESERVA (S/N) : "
           ACCEPT (23, 67) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    PONTUACAO DE RISCO DA ULTIMA APURACAO DO PROG1331.
       CHECA-RISCO.
           MOVE "N" TO W-RISCO
           IF W-SC-OK NOT = "S"
              GO TO CHECA-RISCO-FIM.
           MOVE FUNCRV TO FUNCSC
           READ ARQSCORE
           IF SC-ERRO NOT = "00"
              GO TO CHECA-RISCO-FIM.
           IF FAIXASC NOT = "A"
              GO TO CHECA-RISCO-FIM.
           MOVE "S" TO W-RISCO
           MOVE PTOTSC TO W-AVPTOT
           DISPLAY (14, 04) W-AVRISCO.
       CHECA-RISCO-FIM.
           EXIT.
      *
      *    RESERVA EXISTENTE: SO CANCELAMENTO.
       ACE-001.
           DISPLAY (22, 04) "C=CANCELAR RESERVA  V=VOLTAR"
           CLOSE ARQRESVEI CADCARRO ARQFUNC
           IF W-ATRIB-OK = "S"
              CLOSE ARQATRIB.
           IF W-SC-OK = "S"
              CLOSE ARQSCORE.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
