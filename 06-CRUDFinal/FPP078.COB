       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP078.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************
      * ADIANTAMENTO QUINZENAL DE SALARIO  *
      * (CALCULO E RELATORIO DO DIA 20)    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.

           SELECT ARQCARG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODCARGO
                       FILE STATUS  IS CARG-ERRO
                       ALTERNATE RECORD KEY IS NOMECARGO
                       WITH DUPLICATES.

           SELECT ARQAFAST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS AFASTFUNC
                       FILE STATUS  IS AF-ERRO.

           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS COMPETCC
                       FILE STATUS  IS CC-ERRO.

           SELECT ARQADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAD
                       FILE STATUS  IS AD-ERRO.

           SELECT ARQFUNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQRELCAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERC
                       FILE STATUS  IS RC-ERRO.

           SELECT ARQGRADE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGR
                       FILE STATUS  IS GR-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC PIC 9(6).
           03 NOMEFUNC PIC X(30).
           03 GENEROAUX PIC X(1).
           03 GENERO.
               05 GENERO1 PIC X(1).
               05 GENERO2 PIC X(26).
           03 STATUSAUX PIC X.
           03 STATUSF.
               05 STATUSF1 PIC X.
               05 STATUSF2 PIC X(15).
           03 DATANASC.
               05 ANO              PIC 9(4).
               05 MES              PIC 9(2).
               05 DIA              PIC 9(2).
           03 SEXO PIC X.
           03 SEXO2 PIC X(9).
           03 CARGOFUNC PIC 999.
           03 DEPFUNC PIC 999.
           03 NIVELS PIC 9(2).
           03 IMP PIC X.
           03 IMP2 PIC X(11).
           03 QTDDEP PIC 9.
           03 ADMISSAO.
               05 ANOADM           PIC 9(4).
               05 MESADM           PIC 9(2).
               05 DIAADM           PIC 9(2).
           03 DEMISSAO.
               05 ANODEM           PIC 9(4).
               05 MESDEM           PIC 9(2).
               05 DIADEM           PIC 9(2).
           03 HORASEXTRAS          PIC 9(03).
           03 BANCO               PIC 9(03).
           03 AGENCIA             PIC 9(04).
           03 CONTA               PIC 9(08).
           03 CONTADV             PIC 9(01).
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
           03 ESTADOCIVILAUX PIC X(1).
           03 ESTADOCIVIL.
               05 ESTADOCIVIL1 PIC X(1).
               05 ESTADOCIVIL2 PIC X(16).
           03 CPF PIC 9(11).
      *
       FD ARQCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODCARGO PIC 9(3).
           03 NOMECARGO PIC X(25).
           03 TIPOSALARIOAUX PIC X(1).
           03 TIPOSALARIO.
               05 TIPOSALARIO1 PIC X(1).
               05 TIPOSALARIO2 PIC X(14).
           03 STATUSCAUX PIC X.
           03 STATUSC.
               05 STATUSC1 PIC X.
               05 STATUSC2 PIC X(15).
           03 SALARIO PIC 9(06)V99.
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
           03 ADICIONALAUX PIC X(1).
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    AFASTAMENTOS CADASTRADOS PELO FPP023: QUEM ESTA AFASTADO
      *    NA COMPETENCIA NAO RECEBE ADIANTAMENTO.
       FD ARQAFAST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFASTFUNC            PIC 9(6).
           03 TIPOAFASTAUX         PIC X(1).
           03 TIPOAFAST.
               05 TIPOAFAST1       PIC X(1).
               05 TIPOAFAST2       PIC X(14).
           03 DATAINIAF.
               05 ANOINIAF         PIC 9(4).
               05 MESINIAF         PIC 9(2).
               05 DIAINIAF         PIC 9(2).
           03 DATARETAF.
               05 ANORETAF         PIC 9(4).
               05 MESRETAF         PIC 9(2).
               05 DIARETAF         PIC 9(2).
           03 OPERADOR-AF          PIC X(08).
           03 DATAGRAVACAO-AF.
               05 DATAGRAV-AF PIC 9(8).
               05 HORAGRAV-AF PIC 9(6).
      *
      *    CONTROLE DE COMPETENCIA (FPP024): MES REMETIDO OU FECHADO
      *    NAO ACEITA NOVO ADIANTAMENTO.
       FD ARQCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPET.DAT".
       01 REGCOMPET.
           03 COMPETCC             PIC 9(6).
           03 SITCOMPAUX           PIC X(1).
           03 SITCOMP.
               05 SITCOMP1         PIC X(1).
               05 SITCOMP2         PIC X(14).
           03 OPERADOR-CC          PIC X(08).
           03 DATAGRAVACAO-CC.
               05 DATAGRAV-CC PIC 9(8).
               05 HORAGRAV-CC PIC 9(6).
      *
      *    ADIANTAMENTO QUINZENAL POR FUNCIONARIO E COMPETENCIA: O
      *    VALOR PAGO NO DIA 20 (REMETIDO PELO FPP019) E O VALOR
      *    REALMENTE ABATIDO PELA FOLHA DO MES (FPP015), PARA QUE UM
      *    RECALCULO REPITA O MESMO DESCONTO E O HOLERITE (FPP020)
      *    MOSTRE A LINHA DO ADIANTAMENTO. O REGISTRO DE FUNCIONARIO
      *    ZERO MARCA A COMPETENCIA JA REMETIDA PELO FPP019.
       FD ARQADIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADIANT.DAT".
       01 REGADIANT.
           03 CHAVEAD.
               05 FUNCAD           PIC 9(6).
               05 COMPETAD         PIC 9(6).
           03 PERCAD               PIC 9(2)V99.
           03 VALORAD              PIC 9(6)V99.
           03 DESCAD               PIC 9(6)V99.
           03 OPERADOR-AD          PIC X(08).
           03 DATAGRAVACAO-AD.
               05 DATAGRAV-AD PIC 9(8).
               05 HORAGRAV-AD PIC 9(6).
      *
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGFUNCIONARIOTX    PIC X(111).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRELCAT.DAT".
       01 REGRELCAT.
           03 CHAVERC.
               05 DATARC  PIC 9(8).
               05 HORARC  PIC 9(6).
               05 PROGRC  PIC X(8).
           03 COMPETRC    PIC 9(6).
           03 NOMERC      PIC X(30).
           03 OPERRC      PIC X(8).
           03 QTDRC       PIC 9(6).
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
       WORKING-STORAGE SECTION.
       77 RC-ERRO    PIC X(02) VALUE "00".
       77 GR-ERRO    PIC X(02) VALUE "00".
       77 W-GRD-OK   PIC X(01) VALUE "N".
       77 W-DATAGRADE PIC 9(08) VALUE ZEROS.
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-DATARELC PIC 9(08) VALUE ZEROS.
       01 W-HORARELC PIC 9(06) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 CARG-ERRO  PIC X(02) VALUE "00".
       77 AF-ERRO    PIC X(02) VALUE "00".
       77 W-AFAST-OK PIC X(01) VALUE "N".
       77 W-TEM-AFAST PIC X(01) VALUE "N".
       77 CC-ERRO    PIC X(02) VALUE "00".
       77 AD-ERRO    PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 X          PIC 9(03) VALUE ZEROS.
       01 W-PERCAD   PIC 9(02)V99 VALUE 40,00.
       01 W-SALBASE  PIC 9(8)V99 VALUE ZEROS.
       01 W-VALORAD  PIC 9(6)V99 VALUE ZEROS.
       01 W-TOTADIANT PIC 9(8)V99 VALUE ZEROS.
       01 W-QTDAFAST PIC 9(04) VALUE ZEROS.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-INICOMP.
           05 W-INIANO  PIC 9(4) VALUE ZEROS.
           05 W-INIMES  PIC 9(2) VALUE ZEROS.
       01 W-RETCOMP.
           05 W-RETANO  PIC 9(4) VALUE ZEROS.
           05 W-RETMES  PIC 9(2) VALUE ZEROS.
       01 W-ADMCOMP.
           05 W-ADMANO  PIC 9(4) VALUE ZEROS.
           05 W-ADMMES  PIC 9(2) VALUE ZEROS.
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(44) VALUE
           " *** ADIANTAMENTO QUINZENAL DE SALARIO ***  ".
           05  FILLER                 PIC X(07) VALUE
           "COMPET:".
           05  COMPETTX VALUE ZEROS   PIC 9(06).
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CAB3.
           05  FILLER                 PIC X(38) VALUE
           "CODIGO NOME DO FUNCIONARIO            ".
           05  FILLER                 PIC X(45) VALUE
           "    SALARIO BASE  PERC.  ADIANTAMENTO        ".

       01  DET.
           05  CODFUNCTX       VALUE ZEROS  PIC 999999.
           05  FILLER          PIC X(1) VALUE  " ".
           05  NOMEFUNCTX      VALUE SPACES PIC X(30).
           05  FILLER          PIC X(3) VALUE  "   ".
           05  SALBASETX       VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(2) VALUE  "  ".
           05  PERCTX          VALUE ZEROS  PIC Z9,99.
           05  FILLER          PIC X(2) VALUE  "  ".
           05  VALORTX         VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DE ADIANTAMENTOS DA COMPETENCIA.: ".
           05  TOTADIANTTX VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "FUNCIONARIOS COM ADIANTAMENTO.........: ".
           05  TOTFUNCTX   VALUE ZEROS  PIC ZZZ9.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "AFASTADOS SEM ADIANTAMENTO............: ".
           05  TOTAFASTTX  VALUE ZEROS  PIC ZZZ9.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** ADIANTAMENTO QUINZENAL DE SALARIO ***".
           05  LINE 08  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM)       :".
           05  TW-COMPET
               LINE 08  COLUMN 35  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 09  COLUMN 05
               VALUE  "PERCENTUAL DO SALARIO BASE :".
           05  TW-PERCAD
               LINE 09  COLUMN 35  PIC Z9,99
               USING  W-PERCAD
               HIGHLIGHT.
           05  LINE 11  COLUMN 05
               VALUE  "CONFIRMA CALCULO (S/N)     :".
           05  TW-OPCAO
               LINE 11  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           DISPLAY TELA.
       INC-CMP.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CMP.
       INC-PERC.
           ACCEPT TW-PERCAD
           IF W-PERCAD = ZEROS OR W-PERCAD > 50
              MOVE "* PERCENTUAL DEVE SER DE 0,01 A 50,00 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-PERC.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
      *    CONTROLE DE COMPETENCIA: O ADIANTAMENTO SAI ANTES DA FOLHA;
      *    MES JA REMETIDO OU FECHADO NAO PODE MAIS SER ALTERADO.
       INC-CC0.
           OPEN INPUT ARQCOMPET
           IF CC-ERRO NOT = "00"
              GO TO INC-OP0.
           MOVE W-COMPET TO COMPETCC
           READ ARQCOMPET
           IF CC-ERRO = "00"
              IF SITCOMPAUX = "R" OR SITCOMPAUX = "F"
                 CLOSE ARQCOMPET
                 MOVE "* COMPETENCIA REMETIDA/FECHADA NO FPP024 *"
                                                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
           CLOSE ARQCOMPET.
      *
       INC-OP0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQCARG
           IF CARG-ERRO NOT = "00"
              CLOSE ARQFUNC
              MOVE "* ARQUIVO CARGO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    O ARQUIVO DE AFASTAMENTOS E OPCIONAL.
           MOVE "N" TO W-AFAST-OK
           OPEN INPUT ARQAFAST
           IF AF-ERRO = "00"
              MOVE "S" TO W-AFAST-OK.
      *    A GRADE SALARIAL TAMBEM E OPCIONAL.
           MOVE "N" TO W-GRD-OK
           OPEN INPUT ARQGRADE
           IF GR-ERRO = "00"
              MOVE "S" TO W-GRD-OK.
      *
      *    O ARQUIVO DE ADIANTAMENTOS E CRIADO NA PRIMEIRA EXECUCAO.
       INC-AD0.
           OPEN I-O ARQADIANT
           IF AD-ERRO NOT = "00"
              IF AD-ERRO = "30"
                 OPEN OUTPUT ARQADIANT
                 CLOSE ARQADIANT
                 GO TO INC-AD0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQADIANT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    ADIANTAMENTO JA REMETIDO AO BANCO NAO PODE SER RECALCULADO:
      *    A FOLHA DESCONTARIA UM VALOR DIFERENTE DO QUE FOI PAGO.
           MOVE ZEROS    TO FUNCAD
           MOVE W-COMPET TO COMPETAD
           READ ARQADIANT
           IF AD-ERRO = "00"
              MOVE "* ADIANTAMENTO JA REMETIDO NO FPP019 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-COMPET TO COMPETTX
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB3
           WRITE REGFUNCIONARIOTX FROM CAB1.
      *
      *    VARRE O CADASTRO: DEMITIDOS, ADMITIDOS DEPOIS DA
      *    COMPETENCIA, ADMITIDOS NO MES APOS O DIA 20 E AFASTADOS
      *    NO MES FICAM SEM ADIANTAMENTO.
       LER-FUNC.
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO ROT-TOTAL.
       LER-FUNC1.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           IF STATUSAUX = "D"
              GO TO LER-FUNC-SEM.
           IF DEMISSAO NOT = ZEROS
              GO TO LER-FUNC-SEM.
           MOVE ANOADM TO W-ADMANO
           MOVE MESADM TO W-ADMMES
           IF W-ADMCOMP > W-COMPET
              GO TO LER-FUNC-SEM.
           IF W-ADMCOMP = W-COMPET AND DIAADM > 20
              GO TO LER-FUNC-SEM.
           PERFORM VERIF-AFAST THRU VERIF-AFAST-FIM
           IF W-TEM-AFAST = "S"
              ADD 1 TO W-QTDAFAST
              GO TO LER-FUNC-SEM.
           MOVE CARGOFUNC TO CODCARGO
           READ ARQCARG
           IF CARG-ERRO NOT = "00"
              GO TO LER-FUNC-SEM.
           PERFORM BUSCA-GRADE THRU BUSCA-GRADE-FIM
      *    SALARIO BASE DO MES PELO TIPO DE SALARIO DO CARGO, COMO NA
      *    FOLHA (H=220 HORAS, D=30 DIARIAS, M=MENSAL).
           MOVE 1 TO X
           IF TIPOSALARIOAUX = "H"
              MOVE 220 TO X.
           IF TIPOSALARIOAUX = "D"
              MOVE 30 TO X.
           COMPUTE W-SALBASE = SALARIO * X
           COMPUTE W-VALORAD ROUNDED = W-SALBASE * W-PERCAD / 100
           IF W-VALORAD = ZEROS
              GO TO LER-FUNC-SEM.
       GRAVA-AD.
      *    RECALCULO DA COMPETENCIA: REGRAVA O VALOR, MAS PRESERVA O
      *    QUE A FOLHA JA ABATEU.
           MOVE CODFUNC  TO FUNCAD
           MOVE W-COMPET TO COMPETAD
           READ ARQADIANT
           IF AD-ERRO NOT = "00"
              MOVE ZEROS TO DESCAD.
           MOVE W-PERCAD  TO PERCAD
           MOVE W-VALORAD TO VALORAD
           MOVE W-OPERLOG TO OPERADOR-AD
           ACCEPT DATAGRAV-AD FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-AD FROM TIME
           IF AD-ERRO = "00"
              REWRITE REGADIANT
           ELSE
              WRITE REGADIANT.
           ADD W-VALORAD TO W-TOTADIANT
           MOVE CODFUNC   TO CODFUNCTX
           MOVE NOMEFUNC  TO NOMEFUNCTX
           MOVE W-SALBASE TO SALBASETX
           MOVE W-PERCAD  TO PERCTX
           MOVE W-VALORAD TO VALORTX
           WRITE REGFUNCIONARIOTX FROM DET
           ADD 1 TO CONLIN1
           GO TO LER-FUNC1.
      *
      *    FUNCIONARIO SEM ADIANTAMENTO NESTE CALCULO: O REGISTRO QUE
      *    SOBROU DE UM CALCULO ANTERIOR DA COMPETENCIA E EXCLUIDO,
      *    SENAO A REMESSA (FPP019) PAGARIA E A FOLHA (FPP015)
      *    DESCONTARIA UM ADIANTAMENTO QUE NAO VALE MAIS. SE A FOLHA
      *    JA ABATEU O VALOR, O REGISTRO FICA E O OPERADOR E AVISADO.
       LER-FUNC-SEM.
           MOVE CODFUNC  TO FUNCAD
           MOVE W-COMPET TO COMPETAD
           READ ARQADIANT
           IF AD-ERRO NOT = "00"
              GO TO LER-FUNC1.
           IF DESCAD NOT = ZEROS
              MOVE SPACES TO MENS
              STRING "* FUNC. " CODFUNC
                     " - ADIANT. JA ABATIDO NA FOLHA *"
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LER-FUNC1.
           DELETE ARQADIANT RECORD
           GO TO LER-FUNC1.
      *
       ROT-TOTAL.
           MOVE W-TOTADIANT TO TOTADIANTTX
           MOVE CONLIN1     TO TOTFUNCTX
           MOVE W-QTDAFAST  TO TOTAFASTTX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT3
           MOVE W-COMPET TO COMPETRC
           MOVE CONLIN1  TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** ADIANTAMENTO CALCULADO - REMETA NO FPP019 **"
                                                   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    AFASTAMENTO ATIVO NA COMPETENCIA (MESMA REGRA DA FOLHA):
      *    W-TEM-AFAST = "S" QUANDO O FUNCIONARIO ESTA AFASTADO.
       VERIF-AFAST.
           MOVE "N" TO W-TEM-AFAST
           IF W-AFAST-OK NOT = "S"
              GO TO VERIF-AFAST-FIM.
           MOVE CODFUNC TO AFASTFUNC
           READ ARQAFAST
           IF AF-ERRO NOT = "00"
              GO TO VERIF-AFAST-FIM.
           MOVE ANOINIAF TO W-INIANO
           MOVE MESINIAF TO W-INIMES
           MOVE ANORETAF TO W-RETANO
           MOVE MESRETAF TO W-RETMES
           IF W-INICOMP > W-COMPET
              GO TO VERIF-AFAST-FIM.
           IF DATARETAF NOT = ZEROS AND W-RETCOMP < W-COMPET
              GO TO VERIF-AFAST-FIM.
           MOVE "S" TO W-TEM-AFAST.
       VERIF-AFAST-FIM.
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
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQFUNC ARQCARG ARQADIANT ARQFUNCTX.
           IF W-AFAST-OK = "S"
              CLOSE ARQAFAST.
           IF W-GRD-OK = "S"
              CLOSE ARQGRADE.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA, COMPETENCIA E DATA
      *    DA EMISSAO, PARA NAO SOBREPOR A EMISSAO ANTERIOR.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE W-DATARELC TO DATAREL
           MOVE SPACES TO W-NOMEREL
           STRING "FPP078-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
                  INTO W-NOMEREL.
       MONTA-NOME-FIM.
           EXIT.
      *
      *    REGISTRA A EMISSAO NO CATALOGO DE RELATORIOS.
       GRAVA-CAT.
           OPEN I-O ARQRELCAT
           IF RC-ERRO NOT = "00"
              IF RC-ERRO = "30"
                 OPEN OUTPUT ARQRELCAT
                 CLOSE ARQRELCAT
                 OPEN I-O ARQRELCAT
              ELSE
                 GO TO GRAVA-CAT-FIM.
           MOVE W-DATARELC TO DATARC
           MOVE W-HORARELC TO HORARC
           MOVE "FPP078" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
