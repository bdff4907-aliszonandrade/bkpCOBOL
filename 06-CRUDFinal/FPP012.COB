       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * CONSULTA CARGOS*
      * SALARIO MASCARADO PARA O OPERADOR SEM ACESSO   *
      * AOS DADOS SENSIVEIS (FPP036/FPP120); A         *
      * EXIBICAO COMPLETA VAI AO ARQLOGSENS.DOC        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT ARQCARGTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.

       SELECT ARQLOGSENS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS LS-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).

       FD ARQCARGTX
               LABEL RECORD IS STANDARD
           03 TXTIPOSALARIO      PIC X(15).
           03 FILLER             PIC X(01) VALUE SPACES.
           03 TXSALARIO          PIC ZZZ.ZZ9,99.
           03 TXSALARIOX REDEFINES TXSALARIO PIC X(10).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 TXSTATUS           PIC X(16).
      *
      *    LOG DAS EXIBICOES COMPLETAS DE CAMPOS SENSIVEIS.
       FD ARQLOGSENS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGSENS.DOC".
       01 REGLOGSENS.
           03 LSDATA              PIC 9(08).
           03 FILLER              PIC X(01).
           03 LSHORA              PIC 9(06).
           03 FILLER              PIC X(01).
           03 LSOPER              PIC X(08).
           03 FILLER              PIC X(01).
           03 LSPROG              PIC X(08).
           03 FILLER              PIC X(01).
           03 LSCODFUNC           PIC 9(06).
           03 FILLER              PIC X(01).
           03 LSCAMPOS            PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-SEL            PIC 9(01) VALUE ZEROS.
       01 LIN              PIC 9(02) VALUE ZEROS.
       01 CODCARGOENTR          PIC 9(09) VALUE ZEROS.
       01 NOMEDEPENTR         PIC X(30) VALUE SPACES.
       01 LS-ERRO          PIC X(02) VALUE "00".
       01 W-MASC           PIC X(01) VALUE "N".
       01 W-MASCVAL        PIC X(10) VALUE "***.***,**".
       01 W-LSFUNC         PIC 9(06) VALUE ZEROS.
       01 W-LSCAMPOS       PIC X(30) VALUE SPACES.
      *
      *    OPERADOR LOGADO E ACESSO AOS DADOS SENSIVEIS (FPP000).
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
       01 PARMSENS EXTERNAL.
           03 W-VESENS    PIC X(1).
           03 W-SENSAL    PIC X(1).
           03 W-SENCPF    PIC X(1).
           03 W-SENBCO    PIC X(1).
      *-----------------------------------------------------------------
      *
      *************************
           03 DETTIPOSALARIO    PIC X(15) VALUE SPACES.
           03 FILLER            PIC X(01) VALUE SPACES.  
           03 DETSALARIO        PIC ZZZ.ZZ9,99 VALUE ZEROS.        
           03 DETSALARIOX REDEFINES DETSALARIO PIC X(10).
           03 FILLER            PIC X(02) VALUE SPACES.
           03 DETSTATUS         PIC X(16) VALUE SPACES.
      
           MOVE NOMECARGO      TO DETNOME
           MOVE TIPOSALARIO    TO DETTIPOSALARIO
           MOVE SALARIO        TO DETSALARIO
           PERFORM VER-SAL THRU VER-SAL-FIM
           IF W-MASC = "S"
                  MOVE W-MASCVAL TO DETSALARIOX.
           MOVE STATUSC        TO DETSTATUS 
           COMPUTE LIN = CONLIN + 6
           DISPLAY (LIN, 02) DETALHE
           MOVE NOMECARGO   TO TXNOME
           MOVE TIPOSALARIO TO TXTIPOSALARIO
           MOVE SALARIO     TO TXSALARIO
           PERFORM VER-SAL THRU VER-SAL-FIM
           IF W-MASC = "S"
                  MOVE W-MASCVAL TO TXSALARIOX.
           MOVE STATUSC     TO TXSTATUS
           WRITE REGCARGTX
           GO TO DUMP-RD.
       ROT-FIM3.
           STOP RUN.
      *
      **********************************
      * SALARIO: MASCARA OU REGISTRA   *
      **********************************
      *    W-MASC = S QUANDO O SALARIO E SENSIVEL E O OPERADOR SO
      *    VE MASCARADO; SE ELE VE COMPLETO, A EXIBICAO VAI AO LOG
      *    COM O CODIGO DO CARGO NO LUGAR DO FUNCIONARIO.
       VER-SAL.
           MOVE "N" TO W-MASC
           IF W-SENSAL = "N"
              GO TO VER-SAL-FIM.
           IF W-VESENS = "M"
              MOVE "S" TO W-MASC
              GO TO VER-SAL-FIM.
           MOVE CODCARGO  TO W-LSFUNC
           MOVE "SALARIO DO CARGO" TO W-LSCAMPOS
           PERFORM GRAVA-LOGS THRU GRAVA-LOGS-FIM.
       VER-SAL-FIM.
           EXIT.
      *
       GRAVA-LOGS.
           OPEN EXTEND ARQLOGSENS
           IF LS-ERRO NOT = "00"
              OPEN OUTPUT ARQLOGSENS.
           MOVE SPACES TO REGLOGSENS
           ACCEPT LSDATA FROM DATE YYYYMMDD
           ACCEPT LSHORA FROM TIME
           MOVE W-OPERLOG  TO LSOPER
           MOVE "FPP012"   TO LSPROG
           MOVE W-LSFUNC   TO LSCODFUNC
           MOVE W-LSCAMPOS TO LSCAMPOS
           WRITE REGLOGSENS
           CLOSE ARQLOGSENS.
       GRAVA-LOGS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
