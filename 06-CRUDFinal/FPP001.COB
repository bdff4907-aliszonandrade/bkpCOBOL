                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEJR
                    FILE STATUS          IS JR-ERRO.
       SELECT ARQLOGSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS LG-ERRO.
       SELECT ARQDEP ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODFUNC
                   ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                   FILE STATUS  IS ST-ERRO.
       SELECT ARQDEPCHF ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODDEPCH
                   FILE STATUS  IS CH-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               05 ESTADOCIVIL1 PIC X(1).
               05 ESTADOCIVIL2 PIC X(16).
           03 CPF PIC 9(11).
      *
      *    CHEFE DO DEPARTAMENTO (CODIGO DO FUNCIONARIO): AGRUPA OS
      *    AVISOS DE FIM DE CONTRATO E E O AVALIADOR PADRAO.
       FD ARQDEPCHF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPCHF.DAT".
       01 REGDEPCHF.
          03 CODDEPCH          PIC 9(03).
          03 CHEFECH           PIC 9(06).
          03 OPERADOR-CH       PIC X(08).
          03 DATAGRAVACAO-CH.
             05 DATAGRAV-CH    PIC 9(8).
             05 HORAGRAV-CH    PIC 9(6).


      *
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
       01 W-ARQFUNC-OK      PIC X(01) VALUE "N".
       01 W-OPERADOR        PIC X(08) VALUE SPACES.
       01 JR-ERRO           PIC X(02) VALUE "00".
       01 CH-ERRO           PIC X(02) VALUE "00".
       01 W-CHEFEDEP        PIC 9(06) VALUE ZEROS.
       01 W-JRN-ARQ         PIC X(08) VALUE SPACES.
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


       01 TABSTATUSX.
                 OPEN OUTPUT ARQJRNHR
                 CLOSE ARQJRNHR
                 GO TO R0JR.
       R0CH.
           OPEN I-O ARQDEPCHF
           IF CH-ERRO NOT = "00"
              IF CH-ERRO = "30"
                 OPEN OUTPUT ARQDEPCHF
                 CLOSE ARQDEPCHF
                 GO TO R0CH.
       R1.
           MOVE SPACES TO NOMEDEP STATUSDE1 STATUSDE STATUSDEAUX
           MOVE ZEROS TO CODEDEP NIVELH1 NIVELHAUX CODDEPPAI.
           READ ARQDEP
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                   MOVE OPERADOR IN REGDEP TO W-OPER-LIDO
                   MOVE DATAGRAVACAO IN REGDEP TO W-GRAV-LIDA
                   MOVE STATUSDE TO W-STATUSDE-ANTIGO
                   MOVE NIVELH   TO W-NIVELH-ANTIGO
                   DISPLAY TELA
           ACCEPT HORAGRAV IN REGDEP FROM TIME
           WRITE REGDEP
           IF ST-ERRO = "00" OR "02"
                 PERFORM GRAVA-CHF THRU GRAVA-CHF-FIM
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
                   MOVE "ARQDEP  " TO W-JRN-ARQ
                   MOVE "D" TO W-JRN-OP
                   PERFORM GRAVA-JRN THRU GRAVA-JRN-FIM
                   MOVE CODEDEP TO CODDEPCH
                   DELETE ARQDEPCHF RECORD
                   MOVE "*** REGISTRO DEPARTAMENTO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM VER-COLISAO THRU VER-COLISAO-FIM
                IF W-COLIDIU = "S"
                   GO TO R1.
                MOVE W-OPERADOR TO OPERADOR IN REGDEP
                ACCEPT DATAGRAV IN REGDEP FROM DATE YYYYMMDD
                ACCEPT HORAGRAV IN REGDEP FROM TIME
                   MOVE "R" TO W-JRN-OP
                   PERFORM GRAVA-JRN THRU GRAVA-JRN-FIM
                   PERFORM ALT-HIST THRU ALT-HIST-FIM
                   PERFORM GRAVA-CHF THRU GRAVA-CHF-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
              MOVE "ERRO NA EXCLUSAO DO REGISTRO DEPARTAMENTO"   TO MENS
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
           MOVE REGDEP TO W-JRN-NOV
           READ ARQDEP
           IF ST-ERRO NOT = "00"
              MOVE W-JRN-NOV TO REGDEP
              GO TO VER-COLISAO-FIM.
           IF OPERADOR IN REGDEP = W-OPER-LIDO
              AND DATAGRAVACAO IN REGDEP = W-GRAV-LIDA
              MOVE W-JRN-NOV TO REGDEP
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV IN REGDEP TO W-COLDATA
           MOVE HORAGRAV IN REGDEP TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR IN REGDEP " EM "
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
           STRING "COLISAO ARQDEP " CODEDEP
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
       ALT-HIST.
                IF STATUSDE = W-STATUSDE-ANTIGO
                   AND NIVELH = W-NIVELH-ANTIGO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ALT-HIST-FIM.
                EXIT.
      *-----------[ CHEFE DO DEPARTAMENTO ]-----------------------------
      *    PERGUNTADO NO FIM DA GRAVACAO; ZERO = SEM CHEFE DEFINIDO.
      *    COM O CADASTRO DE FUNCIONARIOS ABERTO O CODIGO E CRITICADO.
       GRAVA-CHF.
           MOVE CODEDEP TO CODDEPCH
           READ ARQDEPCHF
           IF CH-ERRO = "00"
              MOVE CHEFECH TO W-CHEFEDEP
           ELSE
              MOVE ZEROS   TO W-CHEFEDEP.
       GRAVA-CHF1.
           DISPLAY (23, 12) "CHEFE DO DEPTO (COD.FUNC., 0=NENHUM):"
           ACCEPT  (23, 50) W-CHEFEDEP WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-CHEFEDEP = ZEROS OR W-ARQFUNC-OK NOT = "S"
              GO TO GRAVA-CHF2.
           MOVE W-CHEFEDEP TO CODFUNC
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-CHF1.
       GRAVA-CHF2.
           MOVE CODEDEP    TO CODDEPCH
           MOVE W-CHEFEDEP TO CHEFECH
           MOVE W-OPERADOR TO OPERADOR-CH
           ACCEPT DATAGRAV-CH FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-CH FROM TIME
           WRITE REGDEPCHF
           IF CH-ERRO = "22"
              REWRITE REGDEPCHF.
       GRAVA-CHF-FIM.
           EXIT.


      *-----------[ JORNAL DE IMAGENS ANTES/DEPOIS ]--------------------
           EXIT.
       ROT-FIM.
           CLOSE ARQDEP ARQDEPHIST.
           CLOSE ARQJRNHR ARQDEPCHF.
           IF W-ARQFUNC-OK = "S"
              CLOSE ARQFUNC.
           EXIT PROGRAM.
