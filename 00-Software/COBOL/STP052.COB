           SELECT ARQFERTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.

           SELECT ARQCURREQ ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVERQ
                   FILE STATUS  IS RQ-ERRO.

           SELECT ARQFUNCUR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEFC
                   FILE STATUS  IS FC-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERRAM.DOC".
       01 REGFERTX            PIC X(100).
      *
      *    CURSOS EXIGIDOS (FPP092); AQUI SO OS DO TIPO F, COM O
      *    CODIGO DO PRODUTO (ZEROS A ESQUERDA) NA REFERENCIA.
       FD ARQCURREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCURREQ.DAT".
       01 REGCURREQ.
           03 CHAVERQ.
               05 TIPORQ    PIC X(01).
               05 REFRQ     PIC X(08).
               05 CURSORQ   PIC 9(03).
           03 FILLER        PIC X(22).
      *
      *    CURSOS REALIZADOS PELO FUNCIONARIO E VALIDADE (FPP093).
       FD ARQFUNCUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCUR.DAT".
       01 REGFUNCUR.
           03 CHAVEFC.
               05 FUNCFC    PIC 9(06).
               05 CURSOFC   PIC 9(03).
           03 DATAREALFC    PIC 9(08).
           03 VALIDFC       PIC 9(08).
           03 FILLER        PIC X(52).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       01 PROD-ERRO  PIC X(02) VALUE "00".
       01 FUNC-ERRO  PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 RQ-ERRO    PIC X(02) VALUE "00".
       01 W-REQ-OK   PIC X(01) VALUE "N".
       01 FC-ERRO    PIC X(02) VALUE "00".
       01 W-FC-OK    PIC X(01) VALUE "N".
       01 W-CURSOOK  PIC X(01) VALUE "N".
       01 W-REFPROD  PIC X(08) VALUE SPACES.
       01 W-HOJE     PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-FUNCSEL  PIC 9(06) VALUE ZEROS.
       01 W-QTDCUST  PIC 9(04) VALUE ZEROS.
              MOVE "* ARQUIVO DE FUNCIONARIO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    SEM O CADASTRO DE EXIGENCIAS NAO HA BLOQUEIO POR CURSO.
           MOVE "N" TO W-REQ-OK
           OPEN INPUT ARQCURREQ
           IF RQ-ERRO = "00"
              MOVE "S" TO W-REQ-OK.
           MOVE "N" TO W-FC-OK
           OPEN INPUT ARQFUNCUR
           IF FC-ERRO = "00"
              MOVE "S" TO W-FC-OK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMP-002.
      *    FERRAMENTA QUE EXIGE CERTIFICACAO (NR-10, NR-12...) SO SAI
      *    PARA QUEM TEM O CURSO EM DIA.
           PERFORM CHECA-CURSO THRU CHECA-CURSO-FIM
           IF W-CURSOOK NOT = "S"
              GO TO R1.
           MOVE "E" TO SITFE
           MOVE W-FUNCSEL TO FUNCFE
           ACCEPT DATASAIDA FROM DATE YYYYMMDD
           MOVE "** EXTRATO GRAVADO EM ARQFERRAM.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    CONFERE OS CURSOS EXIGIDOS PARA O PRODUTO (TIPO F DO
      *    FPP092): CADA UM PRECISA CONSTAR DO FPP093 PARA O
      *    FUNCIONARIO E ESTAR NA VALIDADE.
       CHECA-CURSO.
           MOVE "S" TO W-CURSOOK
           IF W-REQ-OK NOT = "S"
              GO TO CHECA-CURSO-FIM.
           MOVE SPACES TO W-REFPROD
           MOVE CODPRODFE TO W-REFPROD
           MOVE "F"       TO TIPORQ
           MOVE W-REFPROD TO REFRQ
           MOVE ZEROS     TO CURSORQ
           START ARQCURREQ KEY IS NOT LESS CHAVERQ
              INVALID KEY
                 GO TO CHECA-CURSO-FIM.
       CHECA-CURSO1.
           READ ARQCURREQ NEXT
           IF RQ-ERRO NOT = "00"
              GO TO CHECA-CURSO-FIM.
           IF TIPORQ NOT = "F" OR REFRQ NOT = W-REFPROD
              GO TO CHECA-CURSO-FIM.
           IF W-FC-OK NOT = "S"
              GO TO CHECA-CURSO2.
           MOVE W-FUNCSEL TO FUNCFC
           MOVE CURSORQ   TO CURSOFC
           READ ARQFUNCUR
           IF FC-ERRO NOT = "00"
              GO TO CHECA-CURSO2.
           IF VALIDFC < W-HOJE
              MOVE "N" TO W-CURSOOK
              MOVE "* CERTIFICACAO EXIGIDA ESTA VENCIDA (FPP093) *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHECA-CURSO-FIM.
           GO TO CHECA-CURSO1.
       CHECA-CURSO2.
           MOVE "N" TO W-CURSOOK
           MOVE "* FUNCIONARIO SEM A CERTIFICACAO EXIGIDA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHECA-CURSO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQFERRAM CADPROD ARQFUNC.
           IF W-REQ-OK = "S"
              CLOSE ARQCURREQ.
           IF W-FC-OK = "S"
              CLOSE ARQFUNCUR.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
