                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEJR
                    FILE STATUS          IS JR-ERRO.
       SELECT ARQLOGSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS LG-ERRO.
           SELECT ARQDEPEN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
          03 OPERJR            PIC X(08).
          03 IMAGANT           PIC X(210).
          03 IMAGNOV           PIC X(210).
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
       WORKING-STORAGE SECTION.
       
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-JRN-OP          PIC X(01) VALUE SPACES.
       01 W-JRN-ANT         PIC X(210) VALUE SPACES.
       01 W-JRN-NOV         PIC X(210) VALUE SPACES.
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
       01 W-DATAHOJE.
           05 W-ANOHOJE PIC 9(4).
           05 W-MESHOJE PIC 9(2).
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                   DISPLAY TELA
                   MOVE OPERADOR IN REGDEPEN TO W-OPER-LIDO
                   MOVE DATAGRAVACAO IN REGDEPEN TO W-GRAV-LIDA
                   MOVE "*** DEPENDENTE JA CADASTRAD0 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM VER-COLISAO THRU VER-COLISAO-FIM
                IF W-COLIDIU = "S"
                   GO TO R1.
                MOVE W-OPERADOR TO OPERADOR IN REGDEPEN
                ACCEPT DATAGRAV IN REGDEPEN FROM DATE YYYYMMDD
                ACCEPT HORAGRAV IN REGDEPEN FROM TIME
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
           MOVE REGDEPEN TO W-JRN-NOV
           READ ARQDEPEN
           IF ST-ERRO NOT = "00"
              MOVE W-JRN-NOV TO REGDEPEN
              GO TO VER-COLISAO-FIM.
           IF OPERADOR IN REGDEPEN = W-OPER-LIDO
              AND DATAGRAVACAO IN REGDEPEN = W-GRAV-LIDA
              MOVE W-JRN-NOV TO REGDEPEN
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV IN REGDEPEN TO W-COLDATA
           MOVE HORAGRAV IN REGDEPEN TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR IN REGDEPEN " EM "
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
           STRING "COLISAO ARQDEPEN " CODDEPEN
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
       R2A.
           MOVE DEPENFUNC TO CODFUNC.
           READ ARQFUNC.
