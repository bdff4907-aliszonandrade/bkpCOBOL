                    RECORD KEY           IS CHAVECH
                    ALTERNATE RECORD KEY IS CEPCH WITH DUPLICATES
                    FILE STATUS          IS ST-ERRO.
       SELECT ARQLOGSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS LG-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 STATUSANTIGOCH      PIC 9(01).
           03 STATUSNOVOCH        PIC 9(01).
      *
      *    LOG DE SEGURANCA (MESMO DO FPP000): REGISTRA AS ALTERACOES
      *    RECUSADAS POR REGISTRO REGRAVADO POR OUTRO OPERADOR.
       FD ARQLOGSEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGSEG.DOC".
       01 REGLOGSEG.
          03 LOGDATA           PIC 9(08).
          03 FILLER            PIC X(01).
          03 LOGHORA           PIC 9(06).
          03 FILLER            PIC X(01).
          03 LOGOPER           PIC X(08).
          03 FILLER            PIC X(01).
          03 LOGMOTIVO         PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-STATUS-ANTIGO PIC 9(01) VALUE ZEROS.
       01 W-CEP-ED      PIC 99999.999.
       01 MU-ERRO       PIC X(02) VALUE "00".
       01 W-MUNIC-OK    PIC X(01) VALUE "N".
       01 W-REGCEP-SALVA PIC X(221) VALUE SPACES.
      *
      *    CARIMBO (OPERADOR E DATA/HORA DA GRAVACAO) DO REGISTRO NO
      *    MOMENTO DA LEITURA: SE MUDAR ATE A REGRAVACAO, OUTRO
      *    OPERADOR ALTEROU O REGISTRO NESSE MEIO TEMPO.
       01 LG-ERRO           PIC X(02) VALUE "00".
       01 W-OPER-LIDO       PIC X(08) VALUE SPACES.
       01 W-GRAV-LIDA       PIC 9(14) VALUE ZEROS.
       01 W-COLIDIU         PIC X(01) VALUE "N".
       01 W-COLDATA         PIC 9999/99/99.
       01 W-COLHORA         PIC 9(06) VALUE ZEROS.
       01 W-COLHORA-R REDEFINES W-COLHORA.
           05 W-COLHH       PIC 9(02).
           05 W-COLMM       PIC 9(02).
           05 W-COLSS       PIC 9(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
           READ CADCEP
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE OPERADOR TO W-OPER-LIDO
                MOVE DATAGRAVACAO TO W-GRAV-LIDA
                MOVE STATS TO W-STATUS-ANTIGO
                PERFORM R5A
                PERFORM R7A
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM VER-COLISAO THRU VER-COLISAO-FIM
                IF W-COLIDIU = "S"
                   GO TO R1.
                MOVE W-OPERADOR TO OPERADOR
                ACCEPT DATAGRAV FROM DATE YYYYMMDD
                ACCEPT HORAGRAV FROM TIME
                MOVE "ERRO NA EXCLUSAO DO REGISTRO CEP"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-----------[ REGRAVACAO CONCORRENTE ]----------------------------
      *    RELE O REGISTRO DO DISCO E CONFERE O CARIMBO GUARDADO NA
      *    LEITURA. SE OUTRO OPERADOR GRAVOU NESSE MEIO TEMPO, MOSTRA
      *    QUEM E QUANDO, REGISTRA NO LOG DE SEGURANCA E A ALTERACAO
      *    TEM DE SER REFEITA SOBRE OS DADOS ATUAIS.
       VER-COLISAO.
           MOVE "N" TO W-COLIDIU
           MOVE REGCEP TO W-REGCEP-SALVA
           READ CADCEP
           IF ST-ERRO NOT = "00"
              MOVE W-REGCEP-SALVA TO REGCEP
              GO TO VER-COLISAO-FIM.
           IF OPERADOR = W-OPER-LIDO
              AND DATAGRAVACAO = W-GRAV-LIDA
              MOVE W-REGCEP-SALVA TO REGCEP
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV TO W-COLDATA
           MOVE HORAGRAV TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR " EM "
                  W-COLDATA " " W-COLHH ":" W-COLMM " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "* REGISTRO MUDOU - REFACA A ALTERACAO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           OPEN EXTEND ARQLOGSEG
           IF LG-ERRO NOT = "00"
              OPEN OUTPUT ARQLOGSEG.
           MOVE SPACES TO REGLOGSEG
           ACCEPT LOGDATA FROM DATE YYYYMMDD
           ACCEPT LOGHORA FROM TIME
           MOVE W-OPERADOR TO LOGOPER
           STRING "COLISAO CADCEP " CEP
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
      *-----------[ AUDITORIA DE MUDANCA DE STATUS DO CEP ]-------------
       ALT-HIST.
                IF STATS = W-STATUS-ANTIGO
           DISPLAY (22, 01) LIMPA
           DISPLAY (23, 01) LIMPA
           IF W-OPCAO = "S" OR "s"
                   MOVE OPERADOR TO W-OPER-LIDO
                   MOVE DATAGRAVACAO TO W-GRAV-LIDA
                   MOVE STATS TO W-STATUS-ANTIGO
                   PERFORM R5A
                   PERFORM R7A
