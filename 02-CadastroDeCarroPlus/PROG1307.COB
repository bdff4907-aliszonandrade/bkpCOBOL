                    RECORD KEY           IS CODFUNC
                    ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                    FILE STATUS          IS FUNC-ERRO.

       SELECT ARQCURREQ ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVERQ
                    FILE STATUS          IS RQ-ERRO.

       SELECT ARQFUNCUR ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEFC
                    FILE STATUS          IS FC-ERRO.

       SELECT ARQVISTOR ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEVI
                    FILE STATUS          IS VI-ERRO.

       SELECT ARQSCORE ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS FUNCSC
                    FILE STATUS          IS SC-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 CARGOFUNC PIC 999.
           03 DEPFUNC PIC 999.
           03 FILLER PIC X(101).

      *    CURSOS EXIGIDOS (FPP092); AQUI SO OS DO TIPO V, COM A
      *    PLACA NA REFERENCIA.
       FD ARQCURREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCURREQ.DAT".
       01 REGCURREQ.
          03 CHAVERQ.
             05 TIPORQ         PIC X(01).
             05 REFRQ          PIC X(08).
             05 CURSORQ        PIC 9(03).
          03 OPERADOR-RQ       PIC X(08).
          03 DATAGRAVACAO-RQ.
             05 DATAGRAV-RQ    PIC 9(8).
             05 HORAGRAV-RQ    PIC 9(6).

      *    CURSOS REALIZADOS PELO FUNCIONARIO E VALIDADE (FPP093).
       FD ARQFUNCUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCUR.DAT".
       01 REGFUNCUR.
          03 CHAVEFC.
             05 FUNCFC         PIC 9(06).
             05 CURSOFC        PIC 9(03).
          03 DATAREALFC        PIC 9(08).
          03 VALIDFC           PIC 9(08).
          03 ENTIDFC           PIC X(30).
          03 OPERADOR-FC       PIC X(08).
          03 DATAGRAVACAO-FC.
             05 DATAGRAV-FC    PIC 9(8).
             05 HORAGRAV-FC    PIC 9(6).

      *    VISTORIAS DE SAIDA E RETORNO (PROG1329): SEM A VISTORIA DO
      *    DIA O CARRO NAO E ENTREGUE NEM RECEBIDO DE VOLTA.
       FD ARQVISTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVISTOR.DAT".
       01 REGVISTOR.
          03 CHAVEVI.
             05 PLACAVI        PIC X(08).
             05 DATAVI         PIC 9(08).
             05 HORAVI         PIC 9(06).
          03 TIPOVI            PIC X(01).
          03 ORIGVI            PIC X(01).
          03 FUNCVI            PIC 9(06).
          03 CHAVEORVI.
             05 DATAORVI       PIC 9(08).
             05 HORAORVI       PIC 9(06).
          03 FILLER            PIC X(133).
          03 SITVI             PIC X(01).
          03 FILLER            PIC X(30).

      *    PONTUACAO DE RISCO DO CONDUTOR (PROG1331): RISCO ALTO
      *    NAO BLOQUEIA, MAS A ENTREGA PEDE CONFIRMACAO.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 CN-ERRO       PIC X(02) VALUE "00".
       01 W-CNH-OK      PIC X(01) VALUE "N".
       01 W-CNHOK       PIC X(01) VALUE "N".
       01 RQ-ERRO       PIC X(02) VALUE "00".
       01 W-REQ-OK      PIC X(01) VALUE "N".
       01 FC-ERRO       PIC X(02) VALUE "00".
       01 W-FC-OK       PIC X(01) VALUE "N".
       01 VI-ERRO       PIC X(02) VALUE "00".
       01 W-VISTOK      PIC X(01) VALUE "N".
       01 W-CHVIST      PIC X(22) VALUE SPACES.
       01 SC-ERRO       PIC X(02) VALUE "00".
       01 W-SC-OK       PIC X(01) VALUE "N".
       01 W-RISCOOK     PIC X(01) VALUE "S".
       01 W-AVRISCO.
           03 FILLER    PIC X(37) VALUE
              "* CONDUTOR DE RISCO ALTO - PONTUACAO ".
           03 W-AVPTOT  PIC ZZZ9.
           03 FILLER    PIC X(13) VALUE " (PROG1331) *".
       01 W-CURSOOK     PIC X(01) VALUE "N".
       01 W-CATOK       PIC X(01) VALUE "N".
       01 INDC          PIC 9(01) VALUE ZEROS.
       01 W-DOCSOK      PIC X(01) VALUE "N".
              MOVE "ARQUIVO ARQFUNC NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0V.
           OPEN I-O ARQVISTOR
           IF VI-ERRO NOT = "00"
              IF VI-ERRO = "30"
                 OPEN OUTPUT ARQVISTOR
                 CLOSE ARQVISTOR
                 GO TO R0V
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQVISTOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE "N" TO W-DOC-OK
           OPEN INPUT ARQDOCVEIC
           IF DC-ERRO = "00"
           OPEN INPUT ARQCNH
           IF CN-ERRO = "00"
              MOVE "S" TO W-CNH-OK.
           MOVE "N" TO W-REQ-OK
           OPEN INPUT ARQCURREQ
           IF RQ-ERRO = "00"
              MOVE "S" TO W-REQ-OK.
           MOVE "N" TO W-FC-OK
           OPEN INPUT ARQFUNCUR
           IF FC-ERRO = "00"
              MOVE "S" TO W-FC-OK.
           MOVE "N" TO W-SC-OK
           OPEN INPUT ARQSCORE
           IF SC-ERRO = "00"
              MOVE "S" TO W-SC-OK.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       R0B.
           MOVE SPACES TO W-OPERADOR
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *    VISTORIA DE SAIDA (PROG1329) FEITA HOJE E AINDA PENDENTE.
           PERFORM ACHA-SAIDA THRU ACHA-SAIDA-FIM
           IF W-VISTOK NOT = "S"
                   MOVE "* FACA A VISTORIA DE SAIDA NO PROG1329 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       ATR-002.
           ACCEPT TW-FUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           PERFORM CHECA-CNH THRU CHECA-CNH-FIM
           IF W-CNHOK NOT = "S"
                   GO TO R1.
      *    BLOQUEIO DE TREINAMENTO (FPP092/FPP093): CURSOS EXIGIDOS
      *    PARA A PLACA, REALIZADOS E DENTRO DA VALIDADE.
           PERFORM CHECA-CURSO THRU CHECA-CURSO-FIM
           IF W-CURSOOK NOT = "S"
                   GO TO R1.
      *    AVISO DE RISCO (PROG1331): CONDUTOR NA FAIXA ALTA SO
      *    RECEBE O CARRO COM CONFIRMACAO DO OPERADOR.
           PERFORM CHECA-RISCO THRU CHECA-RISCO-FIM
           IF W-RISCOOK NOT = "S"
                   GO TO R1.
           MOVE W-PLACA TO PLACAAT
           ACCEPT DATAAT FROM DATE YYYYMMDD
           ACCEPT HORAAT FROM TIME
           MOVE W-OPERADOR TO OPERADOR-AT
           WRITE REGATRIB
           IF AT-ERRO = "00" OR "02"
                   PERFORM LIGA-SAIDA THRU LIGA-SAIDA-FIM
                   MOVE "*** VEICULO ENTREGUE AO FUNCIONARIO ***"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *    A ATRIBUICAO ABERTA FICOU NO REGISTRO CORRENTE; O
      *    RETORNO DELA PRECISA ESTAR VISTORIADO (PROG1329).
           PERFORM ACHA-RETORNO THRU ACHA-RETORNO-FIM
           IF W-VISTOK NOT = "S"
                   MOVE "* FACA A VISTORIA DE RETORNO NO PROG1329 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           ACCEPT DATADEV FROM DATE YYYYMMDD
           ACCEPT HORADEV FROM TIME
           REWRITE REGATRIB
           IF AT-ERRO = "00" OR "02"
                   MOVE W-CHVIST TO CHAVEVI
                   READ ARQVISTOR
                   IF VI-ERRO = "00"
                      MOVE "V" TO SITVI
                      REWRITE REGVISTOR
                   END-IF
                   MOVE "*** DEVOLUCAO REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       CHECA-CNH-FIM.
           EXIT.
      *
      *    CONFERE OS CURSOS EXIGIDOS PARA A PLACA (TIPO V DO
      *    FPP092): CADA UM PRECISA CONSTAR DO FPP093 PARA O
      *    FUNCIONARIO E ESTAR NA VALIDADE. SEM O ARQUIVO DE
      *    EXIGENCIAS O BLOQUEIO NAO SE APLICA.
       CHECA-CURSO.
           MOVE "S" TO W-CURSOOK
           IF W-REQ-OK NOT = "S"
              GO TO CHECA-CURSO-FIM.
           MOVE "V"     TO TIPORQ
           MOVE W-PLACA TO REFRQ
           MOVE ZEROS   TO CURSORQ
           START ARQCURREQ KEY IS NOT LESS CHAVERQ
              INVALID KEY
                 GO TO CHECA-CURSO-FIM.
       CHECA-CURSO1.
           READ ARQCURREQ NEXT
           IF RQ-ERRO NOT = "00"
              GO TO CHECA-CURSO-FIM.
           IF TIPORQ NOT = "V" OR REFRQ NOT = W-PLACA
              GO TO CHECA-CURSO-FIM.
           IF W-FC-OK NOT = "S"
              GO TO CHECA-CURSO2.
           MOVE W-FUNC  TO FUNCFC
           MOVE CURSORQ TO CURSOFC
           READ ARQFUNCUR
           IF FC-ERRO NOT = "00"
              GO TO CHECA-CURSO2.
           IF VALIDFC < W-DATAHOJE
              MOVE "N" TO W-CURSOOK
              MOVE "*** CURSO EXIGIDO P/ O VEICULO ESTA VENCIDO ***"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHECA-CURSO-FIM.
           GO TO CHECA-CURSO1.
       CHECA-CURSO2.
           MOVE "N" TO W-CURSOOK
           MOVE "* FALTA CURSO EXIGIDO P/ O VEICULO (FPP093) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHECA-CURSO-FIM.
           EXIT.
      *
      *    PONTUACAO DE RISCO DA ULTIMA APURACAO DO PROG1331. SEM O
      *    ARQUIVO OU SEM PONTUACAO DO FUNCIONARIO NAO HA AVISO.
       CHECA-RISCO.
           MOVE "S" TO W-RISCOOK
           IF W-SC-OK NOT = "S"
              GO TO CHECA-RISCO-FIM.
           MOVE W-FUNC TO FUNCSC
           READ ARQSCORE
           IF SC-ERRO NOT = "00"
              GO TO CHECA-RISCO-FIM.
           IF FAIXASC NOT = "A"
              GO TO CHECA-RISCO-FIM.
           MOVE PTOTSC TO W-AVPTOT
           DISPLAY (13, 04) W-AVRISCO.
       CHECA-RISCO1.
           MOVE "N" TO W-OPCAO
           DISPLAY (15, 04) "CONFIRMA A ENTREGA (S/N) : "
           ACCEPT (15, 31) W-OPCAO WITH UPDATE
           IF W-OPCAO = "S" OR "s"
              GO TO CHECA-RISCO2.
           IF W-OPCAO NOT = "N" AND "n"
              GO TO CHECA-RISCO1.
           MOVE "N" TO W-RISCOOK.
       CHECA-RISCO2.
           DISPLAY (13, 04) LIMPA
           DISPLAY (15, 04) LIMPA.
       CHECA-RISCO-FIM.
           EXIT.
      *
      *    PROCURA UMA ENTREGA SEM DEVOLUCAO PARA A PLACA; SE HOUVER
      *    O REGISTRO FICA CARREGADO PARA USO DO CHAMADOR.
       BUSCA-ABERTA.
       BUSCA-ABERTA-FIM.
           EXIT.
      *
      *    A ULTIMA VISTORIA DA PLACA PRECISA SER UMA SAIDA PARA
      *    ATRIBUICAO, PENDENTE E FEITA HOJE.
       ACHA-SAIDA.
           MOVE "N" TO W-VISTOK
           MOVE SPACES TO W-CHVIST
           MOVE W-PLACA TO PLACAVI
           MOVE ZEROS TO DATAVI HORAVI
           START ARQVISTOR KEY IS NOT LESS CHAVEVI
              INVALID KEY
                 GO TO ACHA-SAIDA-FIM.
       ACHA-SAIDA1.
           READ ARQVISTOR NEXT
           IF VI-ERRO NOT = "00"
              GO TO ACHA-SAIDA-FIM.
           IF PLACAVI NOT = W-PLACA
              GO TO ACHA-SAIDA-FIM.
           MOVE "N" TO W-VISTOK
           IF TIPOVI = "S" AND ORIGVI = "A" AND SITVI = "P"
                           AND DATAVI = W-DATAHOJE
              MOVE "S" TO W-VISTOK
              MOVE CHAVEVI TO W-CHVIST.
           GO TO ACHA-SAIDA1.
       ACHA-SAIDA-FIM.
           EXIT.
      *
      *    A SAIDA FICA LIGADA A ATRIBUICAO GRAVADA E AO CONDUTOR.
       LIGA-SAIDA.
           MOVE W-CHVIST TO CHAVEVI
           READ ARQVISTOR
           IF VI-ERRO NOT = "00"
              GO TO LIGA-SAIDA-FIM.
           MOVE FUNCAT TO FUNCVI
           MOVE DATAAT TO DATAORVI
           MOVE HORAAT TO HORAORVI
           MOVE "V" TO SITVI
           REWRITE REGVISTOR.
       LIGA-SAIDA-FIM.
           EXIT.
      *
      *    VISTORIA DE RETORNO PENDENTE DA ATRIBUICAO CORRENTE.
       ACHA-RETORNO.
           MOVE "N" TO W-VISTOK
           MOVE SPACES TO W-CHVIST
           MOVE W-PLACA TO PLACAVI
           MOVE ZEROS TO DATAVI HORAVI
           START ARQVISTOR KEY IS NOT LESS CHAVEVI
              INVALID KEY
                 GO TO ACHA-RETORNO-FIM.
       ACHA-RETORNO1.
           READ ARQVISTOR NEXT
           IF VI-ERRO NOT = "00"
              GO TO ACHA-RETORNO-FIM.
           IF PLACAVI NOT = W-PLACA
              GO TO ACHA-RETORNO-FIM.
           IF TIPOVI = "R" AND ORIGVI = "A" AND SITVI = "P"
                 AND DATAORVI = DATAAT AND HORAORVI = HORAAT
              MOVE "S" TO W-VISTOK
              MOVE CHAVEVI TO W-CHVIST.
           GO TO ACHA-RETORNO1.
       ACHA-RETORNO-FIM.
           EXIT.
      *
      ************************************
      * HISTORICO DA PLACA NA TELA      *
      ************************************
           GO TO R1.
      *
       ROT-FIM.
           CLOSE ARQATRIB CADCARRO ARQFUNC ARQVISTOR
           IF W-DOC-OK = "S"
              CLOSE ARQDOCVEIC.
           IF W-CNH-OK = "S"
              CLOSE ARQCNH.
           IF W-REQ-OK = "S"
              CLOSE ARQCURREQ.
           IF W-FC-OK = "S"
              CLOSE ARQFUNCUR.
           IF W-SC-OK = "S"
              CLOSE ARQSCORE.
           DISPLAY (01, 01) ERASE.
       ROT-FIMP.
           EXIT PROGRAM.
