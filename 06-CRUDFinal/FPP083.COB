       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP083.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * PARTICIPACAO NOS LUCROS E RESULTADOS (PLR)     *
      * RATEIA O VALOR DISTRIBUIDO ENTRE OS ELEGIVEIS  *
      * (PARTES IGUAIS, PROPORCIONAL AO SALARIO OU AOS *
      * MESES TRABALHADOS NO ANO DE APURACAO) E RETEM  *
      * O IRRF PELA TABELA EXCLUSIVA DA PLR, SEM INSS  *
      * E SEM FGTS. O RESULTADO FICA NO ARQPLR PARA A  *
      * REMESSA (FPP019 TIPO P), O INFORME (FPP021) E  *
      * A DIRF (FPP048).                               *
      **************************************************
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

           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS COMPETCC
                       FILE STATUS  IS CC-ERRO.

           SELECT ARQPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPL
                       FILE STATUS  IS PL-ERRO.

           SELECT ARQFUNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQRELCAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERC
                       FILE STATUS  IS RC-ERRO.
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
      *    CONTROLE DE COMPETENCIA (FPP024): MES REMETIDO OU FECHADO
      *    NAO ACEITA NOVO CALCULO DE PLR.
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
      *    PLR POR FUNCIONARIO E COMPETENCIA DE PAGAMENTO: VALOR
      *    BRUTO, IRRF EXCLUSIVO E LIQUIDO CREDITADO PELO FPP019.
       FD ARQPLR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLR.DAT".
       01 REGPLR.
           03 CHAVEPL.
               05 FUNCPL           PIC 9(6).
               05 COMPETPL         PIC 9(6).
           03 ANOAPURPL            PIC 9(4).
           03 REGRAPL              PIC X(1).
           03 SALPL                PIC 9(6)V99.
           03 MESESPL              PIC 9(2).
           03 BRUTOPL              PIC 9(8)V99.
           03 IRRFPL               PIC 9(8)V99.
           03 LIQPL                PIC 9(8)V99.
           03 OPERADOR-PL          PIC X(08).
           03 DATAGRAVACAO-PL.
               05 DATAGRAV-PL PIC 9(8).
               05 HORAGRAV-PL PIC 9(6).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 RC-ERRO    PIC X(02) VALUE "00".
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-DATARELC PIC 9(08) VALUE ZEROS.
       01 W-HORARELC PIC 9(06) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 CARG-ERRO  PIC X(02) VALUE "00".
       77 CC-ERRO    PIC X(02) VALUE "00".
       77 PL-ERRO    PIC X(02) VALUE "00".
       77 W-ELEG     PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 X          PIC 9(03) VALUE ZEROS.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-ANOAPUR  PIC 9(04) VALUE ZEROS.
       01 W-CORTE    PIC 9(08) VALUE ZEROS.
       01 W-VALORPOOL PIC 9(8)V99 VALUE ZEROS.
       01 W-REGRA    PIC X(01) VALUE "E".
       01 W-SALBASE  PIC 9(6)V99 VALUE ZEROS.
       01 W-MESES    PIC 9(02) VALUE ZEROS.
       01 W-PESO     PIC 9(8)V99 VALUE ZEROS.
       01 W-TOTPESO  PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDELEG  PIC 9(04) VALUE ZEROS.
       01 W-VALORPL  PIC 9(8)V99 VALUE ZEROS.
       01 W-IRRFPL   PIC 9(8)V99 VALUE ZEROS.
       01 W-LIQPL    PIC 9(8)V99 VALUE ZEROS.
       01 W-PLRANT   PIC 9(8)V99 VALUE ZEROS.
       01 W-IRANT    PIC 9(8)V99 VALUE ZEROS.
       01 W-BASEIR   PIC 9(8)V99 VALUE ZEROS.
       01 W-IRTOTAL  PIC S9(8)V99 VALUE ZEROS.
       01 W-TOTBRUTO PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTIRRF  PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTLIQ   PIC 9(10)V99 VALUE ZEROS.
       01 W-COMPINI  PIC 9(06) VALUE ZEROS.
       01 W-FUNCSAV  PIC 9(06) VALUE ZEROS.
      *
      *    TABELA EXCLUSIVA DE IRRF DA PLR (ANUAL, PROGRESSIVA, COM
      *    PARCELA A DEDUZIR). INCIDE SOBRE A SOMA DA PLR PAGA NO
      *    ANO, ABATIDO O IMPOSTO JA RETIDO NOS PAGAMENTOS ANTERIORES.
       01 W-PLRLIM1     PIC 9(6)V99 VALUE 7640,80.
       01 W-PLRLIM2     PIC 9(6)V99 VALUE 11354,40.
       01 W-PLRLIM3     PIC 9(6)V99 VALUE 15066,80.
       01 W-PLRLIM4     PIC 9(6)V99 VALUE 18728,40.
       01 W-PLRALIQ1    PIC 9V999 VALUE 0,075.
       01 W-PLRALIQ2    PIC 9V999 VALUE 0,150.
       01 W-PLRALIQ3    PIC 9V999 VALUE 0,225.
       01 W-PLRALIQ4    PIC 9V999 VALUE 0,275.
       01 W-PLRDED1     PIC 9(6)V99 VALUE 573,06.
       01 W-PLRDED2     PIC 9(6)V99 VALUE 1424,64.
       01 W-PLRDED3     PIC 9(6)V99 VALUE 2554,65.
       01 W-PLRDED4     PIC 9(6)V99 VALUE 3491,07.
       01 W-ADMDATA     PIC 9(08) VALUE ZEROS.
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(44) VALUE
           " *** PARTICIPACAO NOS LUCROS (PLR) ***      ".
           05  FILLER                 PIC X(07) VALUE
           "COMPET:".
           05  COMPETTX VALUE ZEROS   PIC 9(06).
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CAB2A.
           05  FILLER                 PIC X(17) VALUE
           "ANO DE APURACAO: ".
           05  ANOAPURTX   VALUE ZEROS  PIC 9999.
           05  FILLER                 PIC X(10) VALUE
           "  REGRA: ".
           05  REGRATX     VALUE SPACES PIC X(22).
           05  FILLER                 PIC X(16) VALUE
           "  VALOR TOTAL: ".
           05  POOLTX      VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  CAB3.
           05  FILLER                 PIC X(38) VALUE
           "CODIGO NOME DO FUNCIONARIO            ".
           05  FILLER                 PIC X(54) VALUE
           "     SALARIO MS      VALOR PLR     IRRF PLR    LIQUIDO".

       01  DET.
           05  CODFUNCTX       VALUE ZEROS  PIC 999999.
           05  FILLER          PIC X(1) VALUE  " ".
           05  NOMEFUNCTX      VALUE SPACES PIC X(30).
           05  FILLER          PIC X(1) VALUE  " ".
           05  SALBASETX       VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  MESESTX         VALUE ZEROS  PIC Z9.
           05  FILLER          PIC X(1) VALUE  " ".
           05  VALORTX         VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  IRRFTX          VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  LIQTX           VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DE PLR DISTRIBUIDO..............: ".
           05  TOTBRUTOTX  VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DE IRRF RETIDO (TABELA PLR).....: ".
           05  TOTIRRFTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL LIQUIDO A CREDITAR (FPP019 P)...: ".
           05  TOTLIQTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT4.
           05  FILLER                 PIC X(040) VALUE
           "FUNCIONARIOS ELEGIVEIS................: ".
           05  TOTFUNCTX   VALUE ZEROS  PIC ZZZ9.

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
               VALUE  "*** PARTICIPACAO NOS LUCROS E RESULTADOS ***".
           05  LINE 06  COLUMN 05
               VALUE  "COMPETENCIA DO PAGAMENTO   :".
           05  TW-COMPET
               LINE 06  COLUMN 35  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 07  COLUMN 05
               VALUE  "ANO DE APURACAO (AAAA)     :".
           05  TW-ANOAPUR
               LINE 07  COLUMN 35  PIC 9(04)
               USING  W-ANOAPUR
               HIGHLIGHT.
           05  LINE 08  COLUMN 05
               VALUE  "VALOR TOTAL A DISTRIBUIR   :".
           05  TW-VALORPOOL
               LINE 08  COLUMN 35  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VALORPOOL
               HIGHLIGHT.
           05  LINE 09  COLUMN 05
               VALUE  "REGRA DE RATEIO            :".
           05  TW-REGRA
               LINE 09  COLUMN 35  PIC X(01)
               USING  W-REGRA
               HIGHLIGHT.
           05  LINE 09  COLUMN 38
               VALUE  "E=IGUAL S=SALARIO M=MESES TRAB.".
           05  LINE 10  COLUMN 05
               VALUE  "ADMITIDOS ATE (AAAAMMDD)   :".
           05  TW-CORTE
               LINE 10  COLUMN 35  PIC 9(08)
               USING  W-CORTE
               HIGHLIGHT.
           05  LINE 12  COLUMN 05
               VALUE  "CONFIRMA CALCULO (S/N)     :".
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
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
           IF W-ANOAPUR = ZEROS
              COMPUTE W-ANOAPUR = W-ANOCOMP - 1
              DISPLAY TW-ANOAPUR.
       INC-APUR.
           ACCEPT TW-ANOAPUR
           IF W-ANOAPUR < 1990 OR W-ANOAPUR > W-ANOCOMP
              MOVE "* ANO DE APURACAO INVALIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-APUR.
       INC-POOL.
           ACCEPT TW-VALORPOOL
           IF W-VALORPOOL = ZEROS
              MOVE "* INFORME O VALOR TOTAL DA PLR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-POOL.
       INC-REGRA.
           ACCEPT TW-REGRA
           IF W-REGRA = "e"
              MOVE "E" TO W-REGRA.
           IF W-REGRA = "s"
              MOVE "S" TO W-REGRA.
           IF W-REGRA = "m"
              MOVE "M" TO W-REGRA.
           IF W-REGRA NOT = "E" AND "S" AND "M"
              MOVE "* REGRA: E=IGUAL S=SALARIO M=MESES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-REGRA.
      *    CORTE DE ELEGIBILIDADE: ZERO = ULTIMO DIA DO ANO APURADO.
       INC-CORTE.
           IF W-CORTE = ZEROS
              COMPUTE W-CORTE = W-ANOAPUR * 10000 + 1231
              DISPLAY TW-CORTE.
           ACCEPT TW-CORTE
           IF W-CORTE < 19900101
              MOVE "* DATA DE CORTE INVALIDA, USE AAAAMMDD *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CORTE.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
      *    CONTROLE DE COMPETENCIA: MES JA REMETIDO OU FECHADO NAO
      *    PODE MAIS TER A PLR ALTERADA.
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
      *
      *    O ARQUIVO DA PLR E CRIADO NA PRIMEIRA EXECUCAO.
       INC-PL0.
           OPEN I-O ARQPLR
           IF PL-ERRO NOT = "00"
              IF PL-ERRO = "30"
                 OPEN OUTPUT ARQPLR
                 CLOSE ARQPLR
                 GO TO INC-PL0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPLR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM1.
      *
      *    RECALCULO: APAGA A PLR JA GRAVADA NA COMPETENCIA, PARA QUE
      *    QUEM DEIXOU DE SER ELEGIVEL NAO FIQUE COM VALOR ANTIGO.
       LIMPA-PLR.
           MOVE ZEROS TO CHAVEPL
           START ARQPLR KEY IS NOT LESS CHAVEPL
              INVALID KEY
                 GO TO SOMA-PESO.
       LIMPA-PLR1.
           READ ARQPLR NEXT
           IF PL-ERRO NOT = "00"
              GO TO SOMA-PESO.
           IF COMPETPL NOT = W-COMPET
              GO TO LIMPA-PLR1.
           DELETE ARQPLR RECORD
           GO TO LIMPA-PLR1.
      *
      *    PRIMEIRA PASSADA: SOMA OS PESOS DOS ELEGIVEIS PELA REGRA
      *    (1 POR CABECA, SALARIO BASE OU MESES TRABALHADOS).
       SOMA-PESO.
           MOVE ZEROS TO W-TOTPESO W-QTDELEG
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO SOMA-PESO-FIM.
       SOMA-PESO1.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO SOMA-PESO-FIM.
           PERFORM ELEGIVEL THRU ELEGIVEL-FIM
           IF W-ELEG NOT = "S"
              GO TO SOMA-PESO1.
           ADD W-PESO TO W-TOTPESO
           ADD 1 TO W-QTDELEG
           GO TO SOMA-PESO1.
       SOMA-PESO-FIM.
           IF W-TOTPESO = ZEROS
              MOVE "* NENHUM FUNCIONARIO ELEGIVEL A PLR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1.
      *
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1.
           MOVE W-COMPET    TO COMPETTX
           MOVE W-ANOAPUR   TO ANOAPURTX
           MOVE W-VALORPOOL TO POOLTX
           IF W-REGRA = "E"
              MOVE "PARTES IGUAIS"          TO REGRATX.
           IF W-REGRA = "S"
              MOVE "PROPORCIONAL SALARIO"   TO REGRATX.
           IF W-REGRA = "M"
              MOVE "MESES TRABALHADOS"      TO REGRATX.
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB2A
           WRITE REGFUNCIONARIOTX FROM CAB3
           WRITE REGFUNCIONARIOTX FROM CAB1.
      *
      *    SEGUNDA PASSADA: COTA DE CADA ELEGIVEL = VALOR TOTAL X
      *    PESO / SOMA DOS PESOS, COM O IRRF DA TABELA DA PLR.
       LER-FUNC.
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO ROT-TOTAL.
       LER-FUNC1.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           PERFORM ELEGIVEL THRU ELEGIVEL-FIM
           IF W-ELEG NOT = "S"
              GO TO LER-FUNC1.
           COMPUTE W-VALORPL ROUNDED =
                   W-VALORPOOL * W-PESO / W-TOTPESO
           IF W-VALORPL = ZEROS
              GO TO LER-FUNC1.
           PERFORM CALC-IR THRU CALC-IR-FIM
           COMPUTE W-LIQPL = W-VALORPL - W-IRRFPL.
       GRAVA-PL.
           MOVE CODFUNC     TO FUNCPL
           MOVE W-COMPET    TO COMPETPL
           MOVE W-ANOAPUR   TO ANOAPURPL
           MOVE W-REGRA     TO REGRAPL
           MOVE W-SALBASE   TO SALPL
           MOVE W-MESES     TO MESESPL
           MOVE W-VALORPL   TO BRUTOPL
           MOVE W-IRRFPL    TO IRRFPL
           MOVE W-LIQPL     TO LIQPL
           MOVE W-OPERLOG   TO OPERADOR-PL
           ACCEPT DATAGRAV-PL FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-PL FROM TIME
           WRITE REGPLR
           IF PL-ERRO = "22"
              REWRITE REGPLR.
           ADD W-VALORPL TO W-TOTBRUTO
           ADD W-IRRFPL  TO W-TOTIRRF
           ADD W-LIQPL   TO W-TOTLIQ
           MOVE CODFUNC   TO CODFUNCTX
           MOVE NOMEFUNC  TO NOMEFUNCTX
           MOVE W-SALBASE TO SALBASETX
           MOVE W-MESES   TO MESESTX
           MOVE W-VALORPL TO VALORTX
           MOVE W-IRRFPL  TO IRRFTX
           MOVE W-LIQPL   TO LIQTX
           WRITE REGFUNCIONARIOTX FROM DET
           ADD 1 TO CONLIN1
           GO TO LER-FUNC1.
      *
       ROT-TOTAL.
           MOVE W-TOTBRUTO TO TOTBRUTOTX
           MOVE W-TOTIRRF  TO TOTIRRFTX
           MOVE W-TOTLIQ   TO TOTLIQTX
           MOVE CONLIN1    TO TOTFUNCTX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT3
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT4
           MOVE W-COMPET TO COMPETRC
           MOVE CONLIN1  TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** PLR CALCULADA - REMETA NO FPP019 (TIPO P) **"
                                                   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    ELEGIBILIDADE E PESO DO FUNCIONARIO NA REGRA ESCOLHIDA:
      *    ATIVO, ADMITIDO ATE A DATA DE CORTE E COM PELO MENOS UM
      *    MES TRABALHADO NO ANO DE APURACAO (MES COM 15 DIAS OU
      *    MAIS CONTA INTEIRO, COMO NO 13O SALARIO).
       ELEGIVEL.
           MOVE "N" TO W-ELEG
           MOVE ZEROS TO W-PESO W-MESES W-SALBASE
           IF STATUSAUX = "D" OR DEMISSAO NOT = ZEROS
              GO TO ELEGIVEL-FIM.
           MOVE ADMISSAO TO W-ADMDATA
           IF W-ADMDATA > W-CORTE
              GO TO ELEGIVEL-FIM.
           IF ANOADM > W-ANOAPUR
              GO TO ELEGIVEL-FIM.
           MOVE 12 TO W-MESES
           IF ANOADM = W-ANOAPUR
              COMPUTE W-MESES = 13 - MESADM
              IF DIAADM > 16
                 SUBTRACT 1 FROM W-MESES.
           IF W-MESES = ZEROS
              GO TO ELEGIVEL-FIM.
           MOVE CARGOFUNC TO CODCARGO
           READ ARQCARG
           IF CARG-ERRO NOT = "00"
              GO TO ELEGIVEL-FIM.
      *    SALARIO BASE DO MES PELO TIPO DE SALARIO DO CARGO, COMO NA
      *    FOLHA (H=220 HORAS, D=30 DIARIAS, M=MENSAL).
           MOVE 1 TO X
           IF TIPOSALARIOAUX = "H"
              MOVE 220 TO X.
           IF TIPOSALARIOAUX = "D"
              MOVE 30 TO X.
           COMPUTE W-SALBASE = SALARIO * X
           IF W-REGRA = "E"
              MOVE 1 TO W-PESO.
           IF W-REGRA = "S"
              MOVE W-SALBASE TO W-PESO.
           IF W-REGRA = "M"
              MOVE W-MESES TO W-PESO.
           IF W-PESO = ZEROS
              GO TO ELEGIVEL-FIM.
           MOVE "S" TO W-ELEG.
       ELEGIVEL-FIM.
           EXIT.
      *
      *    IRRF EXCLUSIVO DA PLR: A TABELA E APLICADA SOBRE A PLR
      *    ACUMULADA NO ANO DO PAGAMENTO (PAGAMENTOS ANTERIORES DO
      *    ARQPLR + ESTE) E DESCONTA-SE O IMPOSTO JA RETIDO.
       CALC-IR.
           MOVE ZEROS TO W-PLRANT W-IRANT W-IRRFPL
           MOVE CODFUNC TO W-FUNCSAV
           COMPUTE W-COMPINI = W-ANOCOMP * 100 + 1
           MOVE CODFUNC   TO FUNCPL
           MOVE W-COMPINI TO COMPETPL
           START ARQPLR KEY IS NOT LESS CHAVEPL
              INVALID KEY
                 GO TO CALC-IR2.
       CALC-IR1.
           READ ARQPLR NEXT
           IF PL-ERRO NOT = "00"
              GO TO CALC-IR2.
           IF FUNCPL NOT = W-FUNCSAV OR COMPETPL NOT < W-COMPET
              GO TO CALC-IR2.
           ADD BRUTOPL TO W-PLRANT
           ADD IRRFPL  TO W-IRANT
           GO TO CALC-IR1.
       CALC-IR2.
           COMPUTE W-BASEIR = W-PLRANT + W-VALORPL
           MOVE ZEROS TO W-IRTOTAL
           IF W-BASEIR > W-PLRLIM1
              COMPUTE W-IRTOTAL ROUNDED =
                      W-BASEIR * W-PLRALIQ1 - W-PLRDED1.
           IF W-BASEIR > W-PLRLIM2
              COMPUTE W-IRTOTAL ROUNDED =
                      W-BASEIR * W-PLRALIQ2 - W-PLRDED2.
           IF W-BASEIR > W-PLRLIM3
              COMPUTE W-IRTOTAL ROUNDED =
                      W-BASEIR * W-PLRALIQ3 - W-PLRDED3.
           IF W-BASEIR > W-PLRLIM4
              COMPUTE W-IRTOTAL ROUNDED =
                      W-BASEIR * W-PLRALIQ4 - W-PLRDED4.
           SUBTRACT W-IRANT FROM W-IRTOTAL
           IF W-IRTOTAL > ZEROS
              MOVE W-IRTOTAL TO W-IRRFPL.
       CALC-IR-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQFUNCTX.
       ROT-FIM1.
           CLOSE ARQFUNC ARQCARG ARQPLR.
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
           STRING "FPP083-" DELIMITED BY SIZE
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
           MOVE "FPP083" TO PROGRC
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
