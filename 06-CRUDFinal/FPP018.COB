                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERC
                       FILE STATUS  IS RC-ERRO.

           SELECT ARQPTNOT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPN
                       FILE STATUS  IS PN-ERRO.

           SELECT ARQFUNCTR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCCT
                       FILE STATUS  IS CT-ERRO.

           SELECT ARQGRADE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGR
                       FILE STATUS  IS GR-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 FILLER            PIC X(38).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
           03 NOMERC      PIC X(30).
           03 OPERRC      PIC X(8).
           03 QTDRC       PIC 9(6).
      *
      *    ADICIONAL NOTURNO E REFLEXO DO DSR PAGOS PELA FOLHA
      *    (FPP015) NA COMPETENCIA: INTEGRAM A BASE DO FGTS.
       FD ARQPTNOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTNOT.DAT".
       01 REGPTNOT.
           03 CHAVEPN.
               05 FUNCPN           PIC 9(6).
               05 COMPETPN         PIC 9(6).
           03 HNOTPN               PIC 9(3)V99.
           03 VALNOTPN             PIC 9(8).
           03 DSRPN                PIC 9(8).
           03 OPERADOR-PN          PIC X(08).
           03 DATAGRAVACAO-PN.
               05 DATAGRAV-PN PIC 9(8).
               05 HORAGRAV-PN PIC 9(6).
      *
      *    TIPO DE CONTRATO (FPP004): ESTAGIARIO (E) NAO TEM FGTS E O
      *    JOVEM APRENDIZ (A) RECOLHE 2%; SEM REGISTRO VALE COMO CLT.
       FD ARQFUNCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCTR.DAT".
       01 REGFUNCTR.
          03 FUNCCT            PIC 9(06).
          03 TIPOCT            PIC X(01).
          03 INSTCT            PIC X(30).
          03 FIMCT             PIC 9(08).
          03 OPERADOR-CT       PIC X(08).
          03 DATAGRAVACAO-CT.
             05 DATAGRAV-CT    PIC 9(8).
             05 HORAGRAV-CT    PIC 9(6).
          03 MODCT             PIC X(01).
          03 FIMEXP1CT         PIC 9(08).
          03 FIMEXP2CT         PIC 9(08).
          03 SITCT             PIC X(01).
      *
      *    GRADE SALARIAL POR CARGO E NIVEL (FPP090): O VALOR DO NIVEL
      *    SUBSTITUI O SALARIO DO CARGO, COMO NA FOLHA (FPP015).
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
      *-----------------------------------------------------------------
      *
      *    EMPRESA (FILIAL) DE CADA FUNCIONARIO, MANTIDA NO FPP004:
       77 CARG-ERRO    PIC X(02) VALUE "00".       
       77 CC-ERRO      PIC X(02) VALUE "00".
       77 W-CC-OK      PIC X(01) VALUE "N".
       77 PN-ERRO      PIC X(02) VALUE "00".
       77 W-PTNOT-OK   PIC X(01) VALUE "N".
       77 CT-ERRO      PIC X(02) VALUE "00".
       77 W-CTR-OK     PIC X(01) VALUE "N".
       77 W-TIPOCTR    PIC X(01) VALUE "C".
       77 GR-ERRO      PIC X(02) VALUE "00".
       77 W-GRD-OK     PIC X(01) VALUE "N".
       77 W-DATAGRADE  PIC 9(08) VALUE ZEROS.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 X       PIC 9(03) VALUE ZEROS.
       01 SALBRUTO      VALUE ZEROS  PIC 9(8).
       01 ADICPAG       VALUE ZEROS  PIC 9(8).
       01 W-DIASADM     VALUE 30     PIC 9(2).
       01 W-SALMINIMO    PIC 9(4)V99 VALUE 1412,00.
       01 HORAEXTRAPAG  VALUE ZEROS  PIC 9(8).
       01 TOTBRUTO      VALUE ZEROS  PIC 9(8).
       01 FGTS          VALUE ZEROS  PIC 9(8).
       01 TOTFGTS       VALUE ZEROS  PIC 9(8).
       01 W-PERCFGTS    PIC 9(01)V99 VALUE 0,08.
       01 W-PERCAPREND  PIC 9(01)V99 VALUE 0,02.
       01 W-PERCFUNC    PIC 9(01)V99 VALUE ZEROS.
      *
      *    AREA EXTERNA DO FECHAMENTO MENSAL (FPP037): QUANDO
      *    W-MODOLOTE = "S" O PROGRAMA RODA SEM OPERADOR, USANDO A
           05  FILLER                 PIC X(40) VALUE
           "   CARGO                      SAL.BRUTO ".
           05  FILLER                 PIC X(34) VALUE
           "  FGTS (8%/APRENDIZ 2%)".

       01  CAB4.
           05  FILLER                 PIC X(057) VALUE
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
      *    O ARQUIVO DE HORAS NOTURNAS E DSR E OPCIONAL.
           MOVE "N" TO W-PTNOT-OK
           OPEN INPUT ARQPTNOT
           IF PN-ERRO = "00"
              MOVE "S" TO W-PTNOT-OK.
           MOVE "N" TO W-CTR-OK
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO = "00"
              MOVE "S" TO W-CTR-OK.
           MOVE "N" TO W-GRD-OK
           OPEN INPUT ARQGRADE
           IF GR-ERRO = "00"
              MOVE "S" TO W-GRD-OK.
      *
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           PERFORM FILTRA-EMP THRU FILTRA-EMP-FIM
           IF W-EMPSEL NOT = 0 AND W-EMPFUNC NOT = W-EMPSEL
                      GO TO LER-FUNCIONARIO01.
      *    ESTAGIARIO RECEBE BOLSA, SEM DEPOSITO DE FGTS.
           MOVE "C" TO W-TIPOCTR
           IF W-CTR-OK = "S"
              MOVE CODFUNC TO FUNCCT
              READ ARQFUNCTR
              IF CT-ERRO = "00"
                 MOVE TIPOCT TO W-TIPOCTR.
           IF W-TIPOCTR = "E"
                      GO TO LER-FUNCIONARIO01.
       CALC1.
           PERFORM BUSCA-GRADE THRU BUSCA-GRADE-FIM
           IF  TIPOSALARIOAUX = "H"
               MOVE 220 TO X.
           IF  TIPOSALARIOAUX = "D"
               MOVE 30 TO X.
           IF  TIPOSALARIOAUX = "M"
               MOVE 1 TO X.
           COMPUTE SALBRUTO = SALARIO * X
           PERFORM CALC-PRORATA THRU CALC-PRORATA-FIM.
       CALC1AD.
      *    ADICIONAL DO CARGO (FPP002): INSALUBRIDADE DE 10/20/40%
      *    SOBRE O SALARIO MINIMO OU PERICULOSIDADE DE 30% SOBRE O
              COMPUTE ADICPAG = W-SALMINIMO * 0,40.
           IF ADICIONALAUX = "P"
              COMPUTE ADICPAG = SALBRUTO * 0,30.
      *    MES DA ADMISSAO PROPORCIONAL, COMO NA FOLHA (FPP015).
           IF W-DIASADM < 30
              COMPUTE SALBRUTO = SALBRUTO * W-DIASADM / 30
              COMPUTE ADICPAG = ADICPAG * W-DIASADM / 30.
           ADD ADICPAG TO SALBRUTO.
       CALC1A.
      *    HORA EXTRA: SO PARA FUNCIONARIO COM SALARIO POR HORA,
           IF TIPOSALARIOAUX = "H" AND HORASEXTRAS > 0
              COMPUTE HORAEXTRAPAG = SALARIO * 1,5 * HORASEXTRAS
              ADD HORAEXTRAPAG TO SALBRUTO.
      *    ADICIONAL NOTURNO E REFLEXO DO DSR DA COMPETENCIA, COMO
      *    PAGOS PELA FOLHA (FPP015).
           IF W-PTNOT-OK = "S"
              MOVE CODFUNC  TO FUNCPN
              MOVE W-COMPET TO COMPETPN
              READ ARQPTNOT
              IF PN-ERRO = "00"
                 ADD VALNOTPN DSRPN TO SALBRUTO.
           COMPUTE TOTBRUTO = TOTBRUTO + SALBRUTO.
       CALC2.
      *    FGTS: DEPOSITO MENSAL DO EMPREGADOR, 8% DA REMUNERACAO
      *    BRUTA (INCLUSIVE HORAS EXTRAS), NAO DESCONTADO DO FUNCIONARIO
      *    - 2% PARA O CONTRATO DE APRENDIZAGEM.
           MOVE W-PERCFGTS TO W-PERCFUNC
           IF W-TIPOCTR = "A"
              MOVE W-PERCAPREND TO W-PERCFUNC.
           COMPUTE FGTS = SALBRUTO * W-PERCFUNC
           COMPUTE TOTFGTS = TOTFGTS + FGTS.

       INC-003.
                CLOSE ARQFUNC ARQFUNCTX ARQCARG.
                IF W-CC-OK = "S"
                   CLOSE ARQCOMPET.
                IF W-PTNOT-OK = "S"
                   CLOSE ARQPTNOT.
                IF W-CTR-OK = "S"
                   CLOSE ARQFUNCTR.
                IF W-GRD-OK = "S"
                   CLOSE ARQGRADE.
       ROT-FIMFE.
                IF W-FE-OK = "S"
                   CLOSE ARQFUNEMP.
              MOVE CODEMPFU TO W-EMPFUNC.
       FILTRA-EMP-FIM.
           EXIT.
      *
      *    ADMISSAO NO MES DA COMPETENCIA: SALARIO E ADICIONAL SAO
      *    PAGOS PELOS DIAS TRABALHADOS NO MES COMERCIAL DE 30 DIAS,
      *    CONTANDO O PROPRIO DIA DA ADMISSAO.
       CALC-PRORATA.
           MOVE 30 TO W-DIASADM
           IF ANOADM NOT = W-ANOCOMP OR MESADM NOT = W-MESCOMP
              GO TO CALC-PRORATA-FIM.
           IF DIAADM > 30
              MOVE 1 TO W-DIASADM
           ELSE
              COMPUTE W-DIASADM = 30 - DIAADM + 1.
       CALC-PRORATA-FIM.
           EXIT.
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
       LER-PARAM.
           OPEN INPUT ARQPARAM
           IF PR-ERRO NOT = "00"
