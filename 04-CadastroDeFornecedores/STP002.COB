                        FILE STATUS  IS ST-ERRO
                        ALTERNATE RECORD KEY IS DATAMOD
                                       WITH DUPLICATES.

           SELECT ARQLOGSEG ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS LG-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
             05 DATAGRAV   PIC 9(8).
             05 HORAGRAV   PIC 9(6).
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
       FD CADCEP
               LABEL RECORD IS STANDARD
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 IND           PIC 9(2) VALUE ZEROS.
       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-REGFORN-SALVA PIC X(114) VALUE SPACES.
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
       01 W-CNPJ-OK     PIC X(01) VALUE "S".
       01 W-CNPJ-NUM    PIC 9(15).
       01 W-CNPJ-AUX REDEFINES W-CNPJ-NUM.
           READ CADFORN
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE OPERADOR TO W-OPER-LIDO
                MOVE DATAGRAVACAO TO W-GRAV-LIDA
                PERFORM R5A
                DISPLAY TELA
                MOVE "*** FORNECEDOR JA CADASTRAD0 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM VER-COLISAO THRU VER-COLISAO-FIM
                IF W-COLIDIU = "S"
                   GO TO R1.
                MOVE W-OPERADOR TO OPERADOR
                ACCEPT DATAGRAV FROM DATE YYYYMMDD
                ACCEPT HORAGRAV FROM TIME
                MOVE "ERRO NA EXCLUSAO DO REGISTRO FORNECEDOR"   TO MENS
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
           MOVE REGFORN TO W-REGFORN-SALVA
           READ CADFORN
           IF ST-ERRO NOT = "00"
              MOVE W-REGFORN-SALVA TO REGFORN
              GO TO VER-COLISAO-FIM.
           IF OPERADOR = W-OPER-LIDO
              AND DATAGRAVACAO = W-GRAV-LIDA
              MOVE W-REGFORN-SALVA TO REGFORN
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
           STRING "COLISAO CADFORN " CNPJ
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
      *-----------------[ VALIDACAO DO CNPJ (MOD 11) ]-------------------
       VAL-CNPJ.
           MOVE "S" TO W-CNPJ-OK
