                       ALTERNATE RECORD KEY IS NOMECARGO
                       WITH DUPLICATES.

           SELECT ARQGRADE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGR
                       FILE STATUS  IS GR-ERRO.

           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    PROGRAMACAO DE FERIAS APROVADA (FPP032): A FOLHA DE
      *    FERIAS PAGA PELO QUE FOI AGENDADO E APROVADO.
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 FILLER            PIC X(38).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
           03 OPERRC      PIC X(8).
           03 QTDRC       PIC 9(6).
      *-----------------------------------------------------------------
      *
      *    GRADE SALARIAL POR CARGO E NIVEL (FPP090): VALOR DO NIVEL
      *    DO FUNCIONARIO VIGENTE NA DATA DE REFERENCIA, NA MESMA
      *    UNIDADE DO SALARIO DO CARGO. SEM GRADE VALE O SALARIO
      *    DO CARGO.
       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 CHAVEGR.
             05 CARGOGR        PIC 9(03).
             05 NIVELGR        PIC 9(02).
             05 VIGENGR        PIC 9(08).
          03 VALORGR           PIC 9(06)V99.
          03 OPERADOR-GR       PIC X(08).
          03 DATAGRAVACAO-GR.
             05 DATAGRAV-GR    PIC 9(8).
             05 HORAGRAV-GR    PIC 9(6).
       WORKING-STORAGE SECTION.
       77 RC-ERRO    PIC X(02) VALUE "00".
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       77 FE-ERRO      PIC X(02) VALUE "00".
       77 CC-ERRO      PIC X(02) VALUE "00".
       77 W-CC-OK      PIC X(01) VALUE "N".
       77 GR-ERRO      PIC X(02) VALUE "00".
       77 W-GRD-OK     PIC X(01) VALUE "N".
       77 W-DATAGRADE  PIC 9(08) VALUE ZEROS.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
                 MOVE "* PROGRAME AS FERIAS NO FPP032 ANTES *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    GRADE SALARIAL (FPP090): SEM O ARQUIVO VALE O SALARIO
      *    DO CARGO PARA TODOS.
           MOVE "N" TO W-GRD-OK
           OPEN INPUT ARQGRADE
           IF GR-ERRO = "00"
              MOVE "S" TO W-GRD-OK.
      *
      *    CONTROLE DE COMPETENCIA: MES FECHADO NAO RODA SEM
      *    REABERTURA EXPLICITA NO FPP024.
           IF W-DIASGOZO = ZEROS
                   GO TO LER-FUNCIONARIO01.
       CALC1.
           PERFORM BUSCA-GRADE THRU BUSCA-GRADE-FIM
           IF  TIPOSALARIOAUX = "H"
               MOVE 220 TO X.
           IF  TIPOSALARIOAUX = "D"
                CLOSE ARQFUNC ARQFUNCTX ARQCARG ARQFERIAS.
                IF W-CC-OK = "S"
                   CLOSE ARQCOMPET.
                IF W-GRD-OK = "S"
                   CLOSE ARQGRADE.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      *    VALOR DO NIVEL DO FUNCIONARIO NA GRADE SALARIAL (FPP090):
      *    A ULTIMA VIGENCIA DO CARGO/NIVEL ATE O ULTIMO DIA DA
      *    COMPETENCIA SUBSTITUI O SALARIO DO CARGO LIDO NO ARQCARG.
      *    SEM GRADE PARA O CARGO/NIVEL FICA O SALARIO DO CARGO.
       BUSCA-GRADE.
           IF W-GRD-OK NOT = "S" OR NIVELS = ZEROS
              GO TO BUSCA-GRADE-FIM.
           COMPUTE W-DATAGRADE = W-ANOCOMP * 10000
                               + W-MESCOMP * 100 + 31
           MOVE CARGOFUNC TO CARGOGR
           MOVE NIVELS    TO NIVELGR
           MOVE ZEROS     TO VIGENGR
           START ARQGRADE KEY IS NOT LESS CHAVEGR
              INVALID KEY
                 GO TO BUSCA-GRADE-FIM.
       BUSCA-GRADE1.
           READ ARQGRADE NEXT
           IF GR-ERRO NOT = "00"
              GO TO BUSCA-GRADE-FIM.
           IF CARGOGR NOT = CARGOFUNC OR NIVELGR NOT = NIVELS
              GO TO BUSCA-GRADE-FIM.
           IF VIGENGR > W-DATAGRADE
              GO TO BUSCA-GRADE-FIM.
           MOVE VALORGR TO SALARIO
           GO TO BUSCA-GRADE1.
       BUSCA-GRADE-FIM.
           EXIT.
      *
      *    PARAMETROS DA EMPRESA (FPP044): SEM O ARQUIVO VALEM OS
      *    VALORES PADRAO DO PROGRAMA.
       LER-PARAM.
