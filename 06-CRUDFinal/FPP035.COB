                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESL
                       FILE STATUS  IS SL-ERRO.

           SELECT ARQGRADE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGR
                       FILE STATUS  IS GR-ERRO.

           SELECT ARQPTNOT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPN
                       FILE STATUS  IS PN-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).

       FD ARQPONTO
               LABEL RECORD IS STANDARD
           03 DATAGRAVACAO-SL.
               05 DATAGRAV-SL PIC 9(8).
               05 HORAGRAV-SL PIC 9(6).
      *
      *    GRADE SALARIAL POR CARGO E NIVEL (FPP090): O VALOR DO NIVEL
      *    SUBSTITUI O SALARIO DO CARGO, COMO NA FOLHA.
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
      *
      *    ADICIONAL NOTURNO E REFLEXO DO DSR PAGOS PELA FOLHA
      *    (GRAVADOS PELO FPP015 NA COMPETENCIA).
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
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-RESC-OK  PIC X(01) VALUE "N".
       77 SL-ERRO    PIC X(02) VALUE "00".
       77 W-SELO-OK  PIC X(01) VALUE "N".
       77 GR-ERRO    PIC X(02) VALUE "00".
       77 W-GRD-OK   PIC X(01) VALUE "N".
       77 W-DATAGRADE PIC 9(08) VALUE ZEROS.
       77 PN-ERRO    PIC X(02) VALUE "00".
       77 W-PTNOT-OK PIC X(01) VALUE "N".
       01 X          PIC 9(03) VALUE ZEROS.
       01 W-SALMINIMO    PIC 9(4)V99 VALUE 1412,00.
       01 W-PERCFGTS     PIC 9(01)V99 VALUE 0,08.
           05 W-RETMES  PIC 9(2) VALUE ZEROS.
       01 SALBRUTO       PIC 9(8) VALUE ZEROS.
       01 W-SALBASE      PIC 9(8) VALUE ZEROS.
       01 W-ADICMES      PIC 9(8) VALUE ZEROS.
       01 W-DIASADM      PIC 9(2) VALUE 30.
       01 W-VALEV        PIC 9(6)V99 VALUE ZEROS.
       01 ADICPAG        PIC 9(8) VALUE ZEROS.
       01 HORAEXTRAPAG   PIC 9(8) VALUE ZEROS.
       01 FALTASDESC     PIC 9(8) VALUE ZEROS.
       01 W-DSRPERD      PIC 9(2) VALUE ZEROS.
       01 W-VALORHORA    PIC 9(6)V99 VALUE ZEROS.
       01 W-QTDDIVERG    PIC 9(4) VALUE ZEROS.
       01 W-QTDRECALC    PIC 9(4) VALUE ZEROS.
           OPEN INPUT ARQRESC
           IF RS-ERRO = "00"
              MOVE "S" TO W-RESC-OK.
           MOVE "N" TO W-GRD-OK
           OPEN INPUT ARQGRADE
           IF GR-ERRO = "00"
              MOVE "S" TO W-GRD-OK.
           MOVE "N" TO W-PTNOT-OK
           OPEN INPUT ARQPTNOT
           IF PN-ERRO = "00"
              MOVE "S" TO W-PTNOT-OK.
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQCONCIL" TO MENS
           GO TO FOLHA-ORFA1.
      *
      *    BRUTO DE UM FUNCIONARIO NOS MOLDES DO FPP015 (BASE DO
      *    CARGO OU DO NIVEL NA GRADE, ADICIONAL, HORAS EXTRAS DO
      *    PONTO OU DO CADASTRO, ADICIONAL NOTURNO E REFLEXO DO DSR).
       CALC-BRUTO.
           PERFORM BUSCA-GRADE THRU BUSCA-GRADE-FIM
           IF  TIPOSALARIOAUX = "H"
               MOVE 220 TO X.
           IF  TIPOSALARIOAUX = "D"
               MOVE 1 TO X.
           COMPUTE SALBRUTO = SALARIO * X
           MOVE SALBRUTO TO W-SALBASE
           PERFORM CALC-PRORATA THRU CALC-PRORATA-FIM
           MOVE ZEROS TO ADICPAG
           IF ADICIONALAUX = "1"
              COMPUTE ADICPAG = W-SALMINIMO * 0,10.
           IF ADICIONALAUX = "4"
              COMPUTE ADICPAG = W-SALMINIMO * 0,40.
           IF ADICIONALAUX = "P"
              COMPUTE ADICPAG = W-SALBASE * 0,30.
      *    MES DA ADMISSAO PROPORCIONAL, COMO NA FOLHA.
           MOVE ADICPAG TO W-ADICMES
           IF W-DIASADM < 30
              COMPUTE SALBRUTO = SALBRUTO * W-DIASADM / 30
              COMPUTE ADICPAG = ADICPAG * W-DIASADM / 30.
           ADD ADICPAG TO SALBRUTO.
      *    AFASTAMENTO VIGENTE NA COMPETENCIA: MESMA SUPRESSAO DA
      *    FOLHA - 15 DIAS NO MES DE INICIO DE DOENCA/ACIDENTE E
      *    EXTRAS E FALTAS TRUNCADAS EM SEPARADO, EXATAMENTE COMO
      *    A FOLHA FAZ, PARA O BRUTO RECALCULADO BATER CENTAVO A
      *    CENTAVO COM O GRAVADO.
           COMPUTE W-VALORHORA = (W-SALBASE + W-ADICMES) / 220
           COMPUTE HORAEXTRAPAG = (W-VALORHORA * 1,5 * HE50PT)
                                + (W-VALORHORA * 2 * HE100PT)
           PERFORM DSR-FALTAS THRU DSR-FALTAS-FIM
           COMPUTE FALTASDESC = ((W-SALBASE + W-ADICMES) / 30)
                              * (FALTAS + W-DSRPERD)
           ADD HORAEXTRAPAG TO SALBRUTO
           SUBTRACT FALTASDESC FROM SALBRUTO
           GO TO CALC-BRUTO-NT.
       CALC-BRUTO-HE.
           IF TIPOSALARIOAUX = "H" AND HORASEXTRAS > 0
              COMPUTE HORAEXTRAPAG = SALARIO * 1,5 * HORASEXTRAS
              ADD HORAEXTRAPAG TO SALBRUTO.
      *    ADICIONAL NOTURNO E REFLEXO DO DSR: ENTRAM NO BRUTO COMO
      *    A FOLHA OS PAGOU NA COMPETENCIA (ARQPTNOT).
       CALC-BRUTO-NT.
           IF W-PTNOT-OK NOT = "S"
              GO TO CALC-BRUTO-EV.
           MOVE CODFUNC  TO FUNCPN
           MOVE W-COMPET TO COMPETPN
           READ ARQPTNOT
           IF PN-ERRO = "00"
              ADD VALNOTPN DSRPN TO SALBRUTO.
      *    LANCAMENTOS AVULSOS TRIBUTAVEIS: ENTRAM (PROVENTO) OU
      *    SAEM (DESCONTO) DO BRUTO EXATAMENTE COMO NA FOLHA.
       CALC-BRUTO-EV.
           EXIT.
       CALC-BRUTO-FIM.
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
       GRAVA-DIVERG.
           ADD 1 TO W-QTDDIVERG
       GRAVA-DIVERG-FIM.
           EXIT.
      *
      *    PERDA DO DSR POR FALTAS: CADA SEMANA (6 DIAS DE TRABALHO)
      *    COM FALTA PERDE O REPOUSO REMUNERADO. O DIA PERDIDO SE
      *    SOMA AS FALTAS NO DESCONTO, LIMITADO AOS 30 DIAS DO MES.
       DSR-FALTAS.
           COMPUTE W-DSRPERD = (FALTAS + 5) / 6
           IF FALTAS NOT < 30
              MOVE ZEROS TO W-DSRPERD
              GO TO DSR-FALTAS-FIM.
           IF FALTAS + W-DSRPERD > 30
              COMPUTE W-DSRPERD = 30 - FALTAS.
       DSR-FALTAS-FIM.
           EXIT.
      *
      *    CONFERE O LACRE DO REGISTRO DE FOLHA CONTRA O GRAVADO NO
      *    FECHAMENTO (FPP024): LACRE DIFERENTE = REGISTRO MEXIDO
      *    DEPOIS DO MES FECHADO.
       VERIF-SELO-FIM.
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
      *
      *    RESCISOES DA COMPETENCIA TAMBEM SAO CREDITADAS PELA
      *    REMESSA E ENTRAM NO TOTAL PREVISTO.
       SOMA-RESC.
              CLOSE ARQRESC.
           IF W-SELO-OK = "S"
              CLOSE ARQSELO.
           IF W-GRD-OK = "S"
              CLOSE ARQGRADE.
           IF W-PTNOT-OK = "S"
              CLOSE ARQPTNOT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
