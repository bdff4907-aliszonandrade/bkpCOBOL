      **************************************************
      * EXPORTACAO EM CSV DOS ARQUIVOS MESTRES          *
      * (DEPARTAMENTO, CARGO, DEPENDENTE E FUNCIONARIO) *
      * O SALARIO DOS CARGOS SAI MASCARADO PARA O       *
      * OPERADOR SEM ACESSO AOS DADOS SENSIVEIS         *
      * (FPP036/FPP120); A EXPORTACAO COMPLETA VAI AO   *
      * ARQLOGSENS.DOC                                  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT ARQFUNCCSV ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS CV-ERRO.
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
      *
       FD ARQDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.CSV".
       01 REGFUNCCSV              PIC X(120).
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
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-CONT         PIC 9(06) VALUE ZEROS.
       01 W-LINHA        PIC X(120) VALUE SPACES.
       01 W-SALARIOTX    PIC ZZZ.ZZ9,99.
       01 W-SALARIOX REDEFINES W-SALARIOTX PIC X(10).
       01 LS-ERRO        PIC X(02) VALUE "00".
       01 W-MASCSAL      PIC X(01) VALUE "N".
       01 W-MASCVAL      PIC X(10) VALUE "***.***,**".
       01 W-CONTDEP      PIC 9(06) VALUE ZEROS.
       01 W-CONTCARG     PIC 9(06) VALUE ZEROS.
       01 W-CONTDEPEN    PIC 9(06) VALUE ZEROS.
       01 W-CONTCARGTX   PIC ZZZ.ZZ9.
       01 W-CONTDEPENTX  PIC ZZZ.ZZ9.
       01 W-CONTFUNCTX   PIC ZZZ.ZZ9.
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
       SCREEN SECTION.
       01  TELA.
      * EXPORTACAO CSV DO ARQUIVO DE CARGOS    *
      *****************************************
       CSV-CARG.
           PERFORM VER-SAL THRU VER-SAL-FIM
           OPEN OUTPUT ARQCARGCSV
           MOVE SPACES TO W-LINHA
           STRING "CODCARGO" DELIMITED BY SIZE
           IF ST-ERRO NOT = "00"
              GO TO CSV-CARG-FIM.
           MOVE SALARIO TO W-SALARIOTX
           IF W-MASCSAL = "S"
              MOVE W-MASCVAL TO W-SALARIOX.
           MOVE SPACES TO W-LINHA
           STRING CODCARGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *
      *    SALARIO DOS CARGOS: MASCARA PARA O OPERADOR QUE SO VE
      *    MASCARADO; SE ELE VE COMPLETO, A EXPORTACAO VAI AO LOG
      *    (SEM FUNCIONARIO: O SALARIO E DO CARGO).
       VER-SAL.
           MOVE "N" TO W-MASCSAL
           IF W-SENSAL = "N"
              GO TO VER-SAL-FIM.
           IF W-VESENS = "M"
              MOVE "S" TO W-MASCSAL
              GO TO VER-SAL-FIM.
           OPEN EXTEND ARQLOGSENS
           IF LS-ERRO NOT = "00"
              OPEN OUTPUT ARQLOGSENS.
           MOVE SPACES TO REGLOGSENS
           ACCEPT LSDATA FROM DATE YYYYMMDD
           ACCEPT LSHORA FROM TIME
           MOVE W-OPERLOG TO LSOPER
           MOVE "FPP006"  TO LSPROG
           MOVE ZEROS     TO LSCODFUNC
           MOVE "SALARIO DOS CARGOS (CSV)" TO LSCAMPOS
           WRITE REGLOGSENS
           CLOSE ARQLOGSENS.
       VER-SAL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
