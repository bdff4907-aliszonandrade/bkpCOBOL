       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP099.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * FOLHA COMPLEMENTAR DA COMPETENCIA FECHADA (ARQFLCPL)          *
      * AJUSTES APURADOS DEPOIS DO FECHAMENTO (FPP024/FPP059) NAO     *
      * VAO MAIS PARA O MES SEGUINTE: ENTRAM NUMA COMPLEMENTAR DA     *
      * PROPRIA COMPETENCIA, NUMERADA DE 1 A 9. O INSS E O IRRF SAO   *
      * RECALCULADOS SOBRE A BASE SOMADA (FOLHA ORIGINAL + COMPLE-    *
      * MENTARES ANTERIORES + ESTE VALOR) E SO A DIFERENCA E DESCON-  *
      * TADA. O ARQFOLHA FICA COMO FOI PAGO. A COMPLEMENTAR TEM       *
      * REMESSA PROPRIA (FPP019 TIPO C), HOLERITE (FPP020), S-1200    *
      * (FPP047) E LOTE CONTABIL (FPP052). DEPOIS DE REMETIDA NAO     *
      * ACEITA MAIS ALTERACAO; NOVO AJUSTE VAI NA SEQUENCIA SEGUINTE. *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFLCPL ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVECF
                    FILE STATUS          IS CF-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFL
                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS FL-ERRO.
           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS COMPETCC
                       FILE STATUS  IS CC-ERRO.
           SELECT ARQFUNCTR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCCT
                       FILE STATUS  IS CT-ERRO.
           SELECT ARQFUNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS TX-ERRO.
           SELECT ARQRELCAT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERC
                       FILE STATUS  IS RC-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    UM REGISTRO POR FUNCIONARIO EM CADA COMPLEMENTAR. O REGISTRO
      *    COM FUNCCF = ZEROS E O CONTROLE DA SEQUENCIA: SITCF
      *    A = ABERTA, R = REMETIDA (FPP019), SEM ALTERACAO DEPOIS.
      *    BASEANTCF, INSSANTCF E IRRFANTCF GUARDAM O QUE JA TINHA
      *    SIDO PAGO E RETIDO QUANDO A DIFERENCA FOI CALCULADA.
       FD ARQFLCPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFLCPL.DAT".
       01 REGFLCPL.
          03 CHAVECF.
             05 COMPETCF       PIC 9(06).
             05 SEQCF          PIC 9(01).
             05 FUNCCF         PIC 9(06).
          03 HISTCF            PIC X(40).
          03 PROVCF            PIC 9(08).
          03 BASEANTCF         PIC 9(08).
          03 INSSANTCF         PIC 9(08).
          03 IRRFANTCF         PIC 9(08).
          03 INSSCF            PIC 9(08).
          03 ALIQINSSCF        PIC 9V99.
          03 RENDACF           PIC 9(08).
          03 LIQCF             PIC 9(08).
          03 CARGOCF           PIC 9(03).
          03 DEPCF             PIC 9(03).
          03 SITCF             PIC X(01).
          03 OPERADOR-CF       PIC X(08).
          03 DATAGRAVACAO-CF.
             05 DATAGRAV-CF    PIC 9(8).
             05 HORAGRAV-CF    PIC 9(6).
      *
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
      *    RESULTADO DA FOLHA MENSAL (FPP015), COMO FOI PAGO.
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
           03 CHAVEFL.
               05 FUNCFL   PIC 9(6).
               05 COMPETFL PIC 9(6).
           03 BRUTOFL     PIC 9(8).
           03 HEXTRAFL    PIC 9(8).
           03 ADICFL      PIC 9(8).
           03 FALTASFL    PIC 9(8).
           03 INSSFL      PIC 9(8).
           03 ALIQINSSFL  PIC 9V99.
           03 RENDAFL     PIC 9(8).
           03 SALFAMFL    PIC 9(8).
           03 EMPRFL      PIC 9(8).
           03 VTFL        PIC 9(8).
           03 PENSFL      PIC 9(8).
           03 EVENPFL     PIC 9(8).
           03 EVENDFL     PIC 9(8).
           03 LIQFL       PIC 9(8).
           03 CARGOFL     PIC 9(3).
           03 DEPFL       PIC 9(3).
           03 QTDDEPFL    PIC 9(1).
           03 QTDDEPIRFL  PIC 9(2).
           03 DEDDEPFL    PIC 9(8).
           03 OPERADOR-FL PIC X(08).
           03 DATAGRAVACAO-FL.
               05 DATAGRAV-FL PIC 9(8).
               05 HORAGRAV-FL PIC 9(6).
      *
      *    SITUACAO DA COMPETENCIA (FPP024).
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
      *    TIPO DE CONTRATO (FPP068): ESTAGIARIO NAO TEM INSS.
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
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGFUNCIONARIOTX    PIC X(100).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 RC-ERRO      PIC X(02) VALUE "00".
       01 CF-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 FL-ERRO      PIC X(02) VALUE "00".
       01 CC-ERRO      PIC X(02) VALUE "00".
       01 CT-ERRO      PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 W-CTR-OK     PIC X(01) VALUE "N".
       01 W-NOMEREL    PIC X(30) VALUE SPACES.
       01 W-DATARELC   PIC 9(08) VALUE ZEROS.
       01 W-HORARELC   PIC 9(06) VALUE ZEROS.
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-SEQ        PIC 9(01) VALUE ZEROS.
       01 W-SEQANT     PIC 9(01) VALUE ZEROS.
       01 W-SITSEQ     PIC X(01) VALUE SPACES.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-COMPETN REDEFINES W-COMPET PIC 9(06).
      *
      *    O QUE JA FOI PAGO E RETIDO NA COMPETENCIA (FOLHA ORIGINAL
      *    MAIS AS COMPLEMENTARES DE SEQUENCIA MENOR).
       01 W-BRUTOANT   PIC 9(08) VALUE ZEROS.
       01 W-INSSANT    PIC 9(08) VALUE ZEROS.
       01 W-IRRFANT    PIC 9(08) VALUE ZEROS.
       01 W-DEDDEP     PIC 9(08) VALUE ZEROS.
       01 W-CARGO      PIC 9(03) VALUE ZEROS.
       01 W-DEP        PIC 9(03) VALUE ZEROS.
       01 W-TIPOCTR    PIC X(01) VALUE "C".
      *
      *    RECALCULO SOBRE A BASE SOMADA, COM AS MESMAS FAIXAS DA
      *    FOLHA MENSAL (FPP015).
       01 W-BASETOT    PIC 9(08) VALUE ZEROS.
       01 W-INSSTOT    PIC 9(08) VALUE ZEROS.
       01 W-BASEIR     PIC 9(08) VALUE ZEROS.
       01 W-IRRFTOT    PIC 9(08) VALUE ZEROS.
       01 Y            PIC 9V99 VALUE ZEROS.
       01 Z            PIC 9V99 VALUE ZEROS.
       01 W-INSSLIM1     PIC 9(4)V99 VALUE 2300,01.
       01 W-INSSLIM2     PIC 9(4)V99 VALUE 4500,01.
       01 W-INSSALIQ1    PIC 9V99 VALUE 0,08.
       01 W-INSSALIQ2    PIC 9V99 VALUE 0,09.
       01 W-INSSALIQ3    PIC 9V99 VALUE 0,10.
       01 W-IRRFLIM1     PIC 9(4)V99 VALUE 3400,01.
       01 W-IRRFLIM2     PIC 9(4)V99 VALUE 6000,01.
       01 W-IRRFLIM3     PIC 9(4)V99 VALUE 9500,01.
       01 W-IRRFALIQ0    PIC 9V99 VALUE 0.
       01 W-IRRFALIQ1    PIC 9V99 VALUE 0,12.
       01 W-IRRFALIQ2    PIC 9V99 VALUE 0,15.
       01 W-IRRFALIQ3    PIC 9V99 VALUE 0,20.
      *
       01 W-VALED      PIC ZZ.ZZZ.ZZ9.
       01 W-SITTX      PIC X(20) VALUE SPACES.
      *
      *    TOTAIS DO RELATORIO DA COMPLEMENTAR.
       01 W-QTDFUNC    PIC 9(04) VALUE ZEROS.
       01 W-TOTPROV    PIC 9(08) VALUE ZEROS.
       01 W-TOTINSS    PIC 9(08) VALUE ZEROS.
       01 W-TOTIRRF    PIC 9(08) VALUE ZEROS.
       01 W-TOTLIQ     PIC 9(08) VALUE ZEROS.
      *
       01  CPLSEP                     PIC X(81) VALUE ALL "-".

       01  CPLTIT.
           05  FILLER                 PIC X(32) VALUE
           "EMPRESA FATEC - ZL              ".
           05  FILLER                 PIC X(33) VALUE
           "FOLHA COMPLEMENTAR - COMPETENCIA ".
           05  CPLCOMPTX   VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(07) VALUE "  SEQ. ".
           05  CPLSEQTX    VALUE ZEROS  PIC 9(01).

       01  CPLCAB.
           05  FILLER                 PIC X(38) VALUE
           "CODIGO NOME".
           05  FILLER                 PIC X(43) VALUE
           "  COMPLEM.       INSS       IRRF    LIQUIDO".

       01  CPLDET.
           05  CPLFUNCTX   VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CPLNOMETX   VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CPLPROVTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CPLINSSTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CPLIRRFTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CPLLIQTX    VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.

       01  CPLHIS.
           05  FILLER                 PIC X(14) VALUE
           "       HIST.: ".
           05  CPLHISTX    VALUE SPACES PIC X(40).

       01  CPLTOT.
           05  FILLER                 PIC X(08) VALUE "TOTAL - ".
           05  CPLQTDTX    VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(26) VALUE
           " FUNCIONARIO(S)".
           05  CPLTPROVTX  VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CPLTINSSTX  VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CPLTIRRFTX  VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  CPLTLIQTX   VALUE ZEROS  PIC ZZ.ZZZ.ZZ9.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 15
               VALUE  "*** FOLHA COMPLEMENTAR DA COMPETENCIA ***".
           05  LINE 04  COLUMN 04 VALUE  "COMPETENCIA            :".
           05  LINE 04  COLUMN 40 VALUE  "(AAAAMM)".
           05  LINE 05  COLUMN 04 VALUE  "SEQUENCIA              :".
           05  LINE 05  COLUMN 33 VALUE  "(1 A 9)".
           05  LINE 07  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 09  COLUMN 04 VALUE  "BRUTO JA PAGO          :".
           05  LINE 10  COLUMN 04 VALUE  "INSS JA RETIDO         :".
           05  LINE 11  COLUMN 04 VALUE  "IRRF JA RETIDO         :".
           05  LINE 13  COLUMN 04 VALUE  "VALOR COMPLEMENTAR     :".
           05  LINE 14  COLUMN 04 VALUE  "HISTORICO              :".
           05  LINE 16  COLUMN 04 VALUE  "INSS DA COMPLEMENTAR   :".
           05  LINE 17  COLUMN 04 VALUE  "IRRF DA COMPLEMENTAR   :".
           05  LINE 18  COLUMN 04 VALUE  "LIQUIDO A PAGAR        :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-COMPET
               LINE 04  COLUMN 29  PIC 9(06)
               USING  W-COMPETN
               HIGHLIGHT.
           05  TW-SEQ
               LINE 05  COLUMN 29  PIC 9(01)
               USING  W-SEQ
               HIGHLIGHT.
           05  TW-FUNC
               LINE 07  COLUMN 29  PIC 9(06)
               USING  W-FUNC
               HIGHLIGHT.
           05  TPROVCF
               LINE 13  COLUMN 29  PIC ZZ.ZZZ.ZZ9
               USING  PROVCF
               HIGHLIGHT.
           05  THISTCF
               LINE 14  COLUMN 29  PIC X(40)
               USING  HISTCF
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQFLCPL
           IF CF-ERRO NOT = "00"
              IF CF-ERRO = "30"
                 OPEN OUTPUT ARQFLCPL
                 CLOSE ARQFLCPL
                 MOVE "*** ARQUIVO ARQFLCPL FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFLCPL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
       R0B.
           OPEN INPUT ARQFOLHA
           IF FL-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *    SEM O CONTROLE DE COMPETENCIAS NAO HA COMO SABER QUAIS
      *    ESTAO FECHADAS: A COMPLEMENTAR NAO E ACEITA.
       R0C.
           OPEN INPUT ARQCOMPET
           IF CC-ERRO NOT = "00"
              MOVE "SEM CONTROLE DE COMPETENCIAS - VER FPP024" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1A.
           MOVE "N" TO W-CTR-OK
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO = "00"
              MOVE "S" TO W-CTR-OK.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-COMPETN W-SEQ W-FUNC
           MOVE SPACES TO W-SITSEQ
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM
           DISPLAY TELA3.
       R2.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
                   MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE W-COMPETN TO COMPETCC
           READ ARQCOMPET
           IF CC-ERRO NOT = "00"
                   MOVE "* COMPETENCIA SEM CONTROLE NO FPP024 *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           IF SITCOMPAUX NOT = "F"
                   MOVE "* SO COMPETENCIA FECHADA TEM COMPLEMENTAR *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       R3.
           ACCEPT TW-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-SEQ = ZEROS
                   MOVE "A SEQUENCIA VAI DE 1 A 9" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE W-COMPETN TO COMPETCF
           MOVE W-SEQ     TO SEQCF
           MOVE ZEROS     TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO = "00"
                   MOVE SITCF TO W-SITSEQ
                   GO TO R3B.
           IF CF-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO ARQFLCPL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *    UMA COMPLEMENTAR NOVA SO DEPOIS DA ANTERIOR REMETIDA: O
      *    CALCULO DA DIFERENCA PARTE DO QUE JA FOI PAGO.
           IF W-SEQ = 1
                   GO TO R3A.
           COMPUTE W-SEQANT = W-SEQ - 1
           MOVE W-COMPETN TO COMPETCF
           MOVE W-SEQANT  TO SEQCF
           MOVE ZEROS     TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO NOT = "00"
                   MOVE "* INFORME A SEQUENCIA SEGUINTE A ULTIMA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF SITCF NOT = "R"
                   MOVE "* A COMPLEMENTAR ANTERIOR NAO FOI REMETIDA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R3A.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "ABRE A COMPLEMENTAR (S/N) : ".
           ACCEPT (23, 68) W-OPCAO WITH UPDATE
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N" OR "n"
                   GO TO R3.
           IF W-OPCAO NOT = "S" AND "s"
                   GO TO R3A.
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM
           MOVE W-COMPETN TO COMPETCF
           MOVE W-SEQ     TO SEQCF
           MOVE ZEROS     TO FUNCCF
           MOVE "CONTROLE DA FOLHA COMPLEMENTAR" TO HISTCF
           MOVE "A" TO SITCF
           MOVE W-OPERLOG TO OPERADOR-CF
           ACCEPT DATAGRAV-CF FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-CF FROM TIME
           WRITE REGFLCPL
           IF CF-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFLCPL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           MOVE "A" TO W-SITSEQ.
       R3B.
           MOVE "ABERTA" TO W-SITTX
           IF W-SITSEQ = "R"
                   MOVE "REMETIDA (CONSULTA)" TO W-SITTX.
           DISPLAY (05, 44) W-SITTX.
      *-------------[VISUALIZACAO DO FUNCIONARIO]-----------------------
       R4.
           MOVE ZEROS TO W-SEL
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM
           DISPLAY TELA3
           DISPLAY (05, 44) W-SITTX
           DISPLAY (23, 12) "F3=RELATORIO DA COMPLEMENTAR".
           ACCEPT TW-FUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-ACT = 04
                   PERFORM REL-CPL THRU REL-CPL-FIM
                   GO TO R4.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-FUNC = ZEROS
                   MOVE "O CODIGO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           MOVE W-FUNC TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           DISPLAY (07, 40) NOMEFUNC
           PERFORM BUSCA-ANT THRU BUSCA-ANT-FIM
           MOVE W-COMPETN TO COMPETCF
           MOVE W-SEQ     TO SEQCF
           MOVE W-FUNC    TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO = "00"
                   PERFORM MOSTRA-CALC THRU MOSTRA-CALC-FIM
                   DISPLAY TPROVCF THISTCF
                   GO TO R4A.
           IF CF-ERRO NOT = "23"
                   MOVE "ERRO NA LEITURA DO ARQUIVO ARQFLCPL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM
           IF W-SITSEQ = "R"
                   MOVE "* FUNCIONARIO SEM VALOR NESTA COMPLEMENTAR *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           GO TO R5.
       R4A.
           IF W-SITSEQ = "R"
                   MOVE "* COMPLEMENTAR REMETIDA - SO CONSULTA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           MOVE "*** VALOR JA LANCADO NESTA COMPLEMENTAR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
       R5.
           ACCEPT TPROVCF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF PROVCF = ZEROS
                   MOVE "O VALOR COMPLEMENTAR DEVE SER INFORMADO"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT THISTCF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF HISTCF = SPACES
                   MOVE "O HISTORICO DEVE SER INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
           PERFORM CALC-CPL THRU CALC-CPL-FIM
           PERFORM MOSTRA-CALC THRU MOSTRA-CALC-FIM
           IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-COMPETN TO COMPETCF
                MOVE W-SEQ     TO SEQCF
                MOVE W-FUNC    TO FUNCCF
                MOVE SPACES    TO SITCF
                MOVE W-OPERLOG TO OPERADOR-CF
                ACCEPT DATAGRAV-CF FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-CF FROM TIME
                WRITE REGFLCPL
                IF CF-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFLCPL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** VALOR COMPLEMENTAR GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO  A=ALTERAR  E=EXCLUIR"
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R4.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R5.
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQFLCPL RECORD
                IF CF-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** VALOR COMPLEMENTAR EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-CF
                ACCEPT DATAGRAV-CF FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-CF FROM TIME
                REWRITE REGFLCPL
                IF CF-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                MOVE "ERRO NA ALTERACAO DO ARQFLCPL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       LIMPA-REG.
           MOVE ZEROS TO PROVCF BASEANTCF INSSANTCF IRRFANTCF INSSCF
                         ALIQINSSCF RENDACF LIQCF CARGOCF DEPCF
           MOVE SPACES TO HISTCF SITCF.
       LIMPA-REG-FIM.
           EXIT.
      *
      *    O QUE O FUNCIONARIO JA RECEBEU NA COMPETENCIA: A FOLHA
      *    MENSAL GRAVADA E AS COMPLEMENTARES DE SEQUENCIA MENOR.
      *    SEM FOLHA MENSAL (ADMITIDO DEPOIS DO CALCULO) PARTE DE ZERO.
       BUSCA-ANT.
           MOVE ZEROS TO W-BRUTOANT W-INSSANT W-IRRFANT W-DEDDEP
           MOVE CARGOFUNC TO W-CARGO
           MOVE DEPFUNC   TO W-DEP
           MOVE W-FUNC    TO FUNCFL
           MOVE W-COMPETN TO COMPETFL
           READ ARQFOLHA
           IF FL-ERRO = "00"
              MOVE BRUTOFL  TO W-BRUTOANT
              MOVE INSSFL   TO W-INSSANT
              MOVE RENDAFL  TO W-IRRFANT
              MOVE DEDDEPFL TO W-DEDDEP
              MOVE CARGOFL  TO W-CARGO
              MOVE DEPFL    TO W-DEP.
           MOVE 1 TO W-SEQANT.
       BUSCA-ANT1.
           IF W-SEQANT NOT < W-SEQ
              GO TO BUSCA-ANT2.
           MOVE W-COMPETN TO COMPETCF
           MOVE W-SEQANT  TO SEQCF
           MOVE W-FUNC    TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO = "00"
              ADD PROVCF  TO W-BRUTOANT
              ADD INSSCF  TO W-INSSANT
              ADD RENDACF TO W-IRRFANT.
           ADD 1 TO W-SEQANT
           GO TO BUSCA-ANT1.
       BUSCA-ANT2.
           MOVE "C" TO W-TIPOCTR
           IF W-CTR-OK = "S"
              MOVE W-FUNC TO FUNCCT
              READ ARQFUNCTR
              IF CT-ERRO = "00"
                 MOVE TIPOCT TO W-TIPOCTR.
           MOVE W-BRUTOANT TO W-VALED
           DISPLAY (09, 29) W-VALED
           MOVE W-INSSANT  TO W-VALED
           DISPLAY (10, 29) W-VALED
           MOVE W-IRRFANT  TO W-VALED
           DISPLAY (11, 29) W-VALED.
       BUSCA-ANT-FIM.
           EXIT.
      *
      *    INSS E IRRF SOBRE A BASE SOMADA, COM AS FAIXAS DA FOLHA
      *    MENSAL; A COMPLEMENTAR DESCONTA SO O QUE FALTOU RETER.
       CALC-CPL.
           COMPUTE W-BASETOT = W-BRUTOANT + PROVCF
           IF  W-BASETOT < W-INSSLIM1
               MOVE W-INSSALIQ1 TO Y.
           IF  W-BASETOT NOT < W-INSSLIM1 AND W-BASETOT < W-INSSLIM2
               MOVE W-INSSALIQ2 TO Y.
           IF  W-BASETOT NOT < W-INSSLIM2
               MOVE W-INSSALIQ3 TO Y.
      *    A BOLSA DO ESTAGIARIO NAO TEM DESCONTO DE INSS.
           IF  W-TIPOCTR = "E"
               MOVE ZEROS TO Y.
           COMPUTE W-INSSTOT = W-BASETOT * Y
           MOVE ZEROS TO INSSCF
           IF W-INSSTOT > W-INSSANT
              COMPUTE INSSCF = W-INSSTOT - W-INSSANT.
           COMPUTE W-BASEIR = W-BASETOT - W-INSSTOT
           IF W-DEDDEP < W-BASEIR
              SUBTRACT W-DEDDEP FROM W-BASEIR
           ELSE
              MOVE ZEROS TO W-BASEIR.
           IF  W-BASEIR < W-IRRFLIM1
               MOVE W-IRRFALIQ0 TO Z.
           IF  W-BASEIR NOT < W-IRRFLIM1 AND W-BASEIR < W-IRRFLIM2
               MOVE W-IRRFALIQ1 TO Z.
           IF  W-BASEIR NOT < W-IRRFLIM2 AND W-BASEIR < W-IRRFLIM3
               MOVE W-IRRFALIQ2 TO Z.
           IF  W-BASEIR NOT < W-IRRFLIM3
               MOVE W-IRRFALIQ3 TO Z.
           COMPUTE W-IRRFTOT = W-BASEIR * Z
           MOVE ZEROS TO RENDACF
           IF W-IRRFTOT > W-IRRFANT
              COMPUTE RENDACF = W-IRRFTOT - W-IRRFANT.
           MOVE ZEROS TO LIQCF
           IF INSSCF + RENDACF < PROVCF
              COMPUTE LIQCF = PROVCF - INSSCF - RENDACF.
           MOVE Y          TO ALIQINSSCF
           MOVE W-BRUTOANT TO BASEANTCF
           MOVE W-INSSANT  TO INSSANTCF
           MOVE W-IRRFANT  TO IRRFANTCF
           MOVE W-CARGO    TO CARGOCF
           MOVE W-DEP      TO DEPCF.
       CALC-CPL-FIM.
           EXIT.
      *
       MOSTRA-CALC.
           MOVE INSSCF  TO W-VALED
           DISPLAY (16, 29) W-VALED
           MOVE RENDACF TO W-VALED
           DISPLAY (17, 29) W-VALED
           MOVE LIQCF   TO W-VALED
           DISPLAY (18, 29) W-VALED.
       MOSTRA-CALC-FIM.
           EXIT.
      *
      ************************************************
      * RELATORIO DA COMPLEMENTAR PARA CONFERENCIA   *
      ************************************************
       REL-CPL.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REL-CPL-FIM.
           MOVE ZEROS TO W-QTDFUNC W-TOTPROV W-TOTINSS W-TOTIRRF
                         W-TOTLIQ
           MOVE W-COMPETN TO CPLCOMPTX
           MOVE W-SEQ     TO CPLSEQTX
           WRITE REGFUNCIONARIOTX FROM CPLSEP
           WRITE REGFUNCIONARIOTX FROM CPLTIT
           WRITE REGFUNCIONARIOTX FROM CPLSEP
           WRITE REGFUNCIONARIOTX FROM CPLCAB
           WRITE REGFUNCIONARIOTX FROM CPLSEP
           MOVE W-COMPETN TO COMPETCF
           MOVE W-SEQ     TO SEQCF
           MOVE 1         TO FUNCCF
           START ARQFLCPL KEY IS NOT LESS CHAVECF
              INVALID KEY
                 GO TO REL-CPL2.
       REL-CPL1.
           READ ARQFLCPL NEXT
           IF CF-ERRO NOT = "00"
              GO TO REL-CPL2.
           IF COMPETCF NOT = W-COMPETN OR SEQCF NOT = W-SEQ
              GO TO REL-CPL2.
           MOVE FUNCCF TO CODFUNC CPLFUNCTX
           MOVE SPACES TO CPLNOMETX
           READ ARQFUNC
           IF FUNC-ERRO = "00"
              MOVE NOMEFUNC TO CPLNOMETX.
           MOVE PROVCF  TO CPLPROVTX
           MOVE INSSCF  TO CPLINSSTX
           MOVE RENDACF TO CPLIRRFTX
           MOVE LIQCF   TO CPLLIQTX
           WRITE REGFUNCIONARIOTX FROM CPLDET
           MOVE HISTCF  TO CPLHISTX
           WRITE REGFUNCIONARIOTX FROM CPLHIS
           ADD 1 TO W-QTDFUNC
           ADD PROVCF  TO W-TOTPROV
           ADD INSSCF  TO W-TOTINSS
           ADD RENDACF TO W-TOTIRRF
           ADD LIQCF   TO W-TOTLIQ
           GO TO REL-CPL1.
       REL-CPL2.
           WRITE REGFUNCIONARIOTX FROM CPLSEP
           MOVE W-QTDFUNC TO CPLQTDTX
           MOVE W-TOTPROV TO CPLTPROVTX
           MOVE W-TOTINSS TO CPLTINSSTX
           MOVE W-TOTIRRF TO CPLTIRRFTX
           MOVE W-TOTLIQ  TO CPLTLIQTX
           WRITE REGFUNCIONARIOTX FROM CPLTOT
           WRITE REGFUNCIONARIOTX FROM CPLSEP
           CLOSE ARQFUNCTX
           MOVE W-COMPETN TO COMPETRC
           MOVE W-QTDFUNC TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** RELATORIO GRAVADO - VER RELATORIO FPP099 **"
                                                   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       REL-CPL-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-CTR-OK = "S"
              CLOSE ARQFUNCTR.
           CLOSE ARQCOMPET.
       ROT-FIM1A.
           CLOSE ARQFOLHA.
       ROT-FIM2.
           CLOSE ARQFUNC.
       ROT-FIM3.
           CLOSE ARQFLCPL.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIM1.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM COMPETENCIA, SEQUENCIA E DATA.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP099-" DELIMITED BY SIZE
                  W-COMPETN DELIMITED BY SIZE
                  "-C"      DELIMITED BY SIZE
                  W-SEQ     DELIMITED BY SIZE
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
           MOVE "FPP099" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
               MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
               EXIT.
       FIM-ROT-TEMPO.
