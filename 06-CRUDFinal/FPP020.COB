                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS FL-ERRO.

           SELECT ARQFLCPL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECF
                       FILE STATUS  IS CF-ERRO.

           SELECT ARQEVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS ENDFUNC
                       FILE STATUS  IS EN-ERRO.

           SELECT ARQADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAD
                       FILE STATUS  IS AD-ERRO.

           SELECT ARQSINDDESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESD
                       FILE STATUS  IS SD-ERRO.

           SELECT ARQFUNCTX ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS TX-ERRO.
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    RESULTADO DA FOLHA GRAVADO PELO FPP015.
       FD ARQFOLHA
               05 DATAGRAV-PS PIC 9(8).
               05 HORAGRAV-PS PIC 9(6).

      *
      *    FOLHA COMPLEMENTAR DA COMPETENCIA FECHADA (FPP099): O
      *    HOLERITE PROPRIO MOSTRA O VALOR, A BASE JA PAGA E OS
      *    DESCONTOS DA DIFERENCA.
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
      *    ADIANTAMENTO QUINZENAL (FPP078): DESCAD E O VALOR QUE A
      *    FOLHA ABATEU, IMPRESSO EM LINHA PROPRIA NO HOLERITE.
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
      *    CONTRIBUICAO SINDICAL DESCONTADA PELA FOLHA (FPP015).
       FD ARQSINDDESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINDDESC.DAT".
       01 REGSINDDESC.
           03 CHAVESD.
               05 FUNCSD           PIC 9(6).
               05 COMPETSD         PIC 9(6).
           03 SINDSD               PIC 9(3).
           03 TIPOSD               PIC X(1).
           03 BASESD               PIC 9(8).
           03 VALORSD              PIC 9(8).
           03 OPERADOR-SD          PIC X(08).
           03 DATAGRAVACAO-SD.
               05 DATAGRAV-SD PIC 9(8).
               05 HORAGRAV-SD PIC 9(6).
      *
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 FILLER            PIC X(38).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
       01 TEV-ERRO            PIC X(02) VALUE "00".
       01 W-EVEN-OK           PIC X(01) VALUE "N".
       01 PS-ERRO             PIC X(02) VALUE "00".
       01 AD-ERRO             PIC X(02) VALUE "00".
       01 W-AD-OK             PIC X(01) VALUE "N".
       01 SD-ERRO             PIC X(02) VALUE "00".
       01 W-SD-OK             PIC X(01) VALUE "N".
       01 W-TEM-SIND          PIC X(01) VALUE "N".
       01 W-PENS-OK           PIC X(01) VALUE "N".
       01 CF-ERRO             PIC X(02) VALUE "00".
       01 W-CF-OK             PIC X(01) VALUE "N".
       01 W-SEQCPL            PIC 9(01) VALUE ZEROS.
       01 W-ULTCPL            PIC X(01) VALUE "N".
       01 W-ACT            PIC 9(02) VALUE ZEROS.
       01 MENS             PIC X(50) VALUE SPACES.
       01 PR-ERRO          PIC X(02) VALUE "00".
       01 W-VALEV          PIC 9(6)V99 VALUE ZEROS.
       01 W-SALMINIMO      PIC 9(4)V99 VALUE 1412,00.
       01 W-QTDHOL         PIC 9(6) VALUE ZEROS.
       01 W-BASETOT        PIC 9(8) VALUE ZEROS.
      *
      *    AREA EXTERNA DO FECHAMENTO MENSAL (FPP037): QUANDO
      *    W-MODOLOTE = "S" O PROGRAMA GRAVA OS HOLERITES DE TODA A
           05  HOLBENEFTX  VALUE SPACES PIC X(30).
           05  HOLPENSBTX  VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  HOLD6.
           05  FILLER                 PIC X(38) VALUE
           "ADIANTAMENTO QUINZENAL...............:".
           05  HOLADIANTTX VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  HOLD7.
           05  FILLER                 PIC X(38) VALUE
           "CONTRIBUICAO SINDICAL................:".
           05  HOLSINDTX   VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  HOLLIQ.
           05  FILLER                 PIC X(38) VALUE
           "LIQUIDO A RECEBER....................:".
           05  HOLLIQTX    VALUE ZEROS  PIC ZZZ.ZZ9,99.
      *
      *    LINHAS PROPRIAS DO HOLERITE DA FOLHA COMPLEMENTAR.
       01  HOLCTIT.
           05  FILLER                 PIC X(23) VALUE
           "FOLHA COMPLEMENTAR NR. ".
           05  HOLCSEQTX   VALUE ZEROS  PIC 9.
           05  FILLER                 PIC X(03) VALUE " - ".
           05  HOLCHISTX   VALUE SPACES PIC X(40).

       01  HOLCV1.
           05  FILLER                 PIC X(38) VALUE
           "VALOR COMPLEMENTAR...................:".
           05  HOLCPROVTX  VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  HOLCV2.
           05  FILLER                 PIC X(38) VALUE
           "BRUTO JA PAGO NA COMPETENCIA.........:".
           05  HOLCANTTX   VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  HOLCV3.
           05  FILLER                 PIC X(38) VALUE
           "BASE TOTAL DA COMPETENCIA............:".
           05  HOLCBASETX  VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  HOLCV4.
           05  FILLER                 PIC X(38) VALUE
           "INSS JA RETIDO NA COMPETENCIA........:".
           05  HOLCINSSTX  VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  HOLCV5.
           05  FILLER                 PIC X(38) VALUE
           "IRRF JA RETIDO NA COMPETENCIA........:".
           05  HOLCIRRFTX  VALUE ZEROS  PIC ZZZ.ZZ9,99.
      *
      ******************
      * ROTINA DE TELA *
      ******************
               VALUE  "CODIGO DO FUNCIONARIO:".
           05  LINE 06  COLUMN 20
               VALUE  "COMPETENCIA (AAAAMM) :".
           05  LINE 07  COLUMN 20
               VALUE  "FOLHA COMPLEMENTAR   :".
           05  LINE 07  COLUMN 47
               VALUE  "(0=FOLHA MENSAL)".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM :".
           05  LINE 23  COLUMN 41
               LINE 06  COLUMN 44  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  TW-SEQCPL
               LINE 07  COLUMN 44  PIC 9(01)
               USING  W-SEQCPL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ARQPENSAO
           IF PS-ERRO = "00"
              MOVE "S" TO W-PENS-OK.
           MOVE "N" TO W-AD-OK
           OPEN INPUT ARQADIANT
           IF AD-ERRO = "00"
              MOVE "S" TO W-AD-OK.
           MOVE "N" TO W-SD-OK
           OPEN INPUT ARQSINDDESC
           IF SD-ERRO = "00"
              MOVE "S" TO W-SD-OK.
      *    A FOLHA COMPLEMENTAR (FPP099) SO EXISTE DEPOIS DO PRIMEIRO
      *    AJUSTE EM COMPETENCIA FECHADA.
           MOVE "N" TO W-CF-OK
           OPEN INPUT ARQFLCPL
           IF CF-ERRO = "00"
              MOVE "S" TO W-CF-OK.
      *
       INC-OPEN.
      *    O ENDERECO DO FUNCIONARIO (FPP004) E OPCIONAL: SEM ELE O
              MOVE "S" TO W-END-OK.
       INC-001.
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           MOVE ZEROS TO CODFUNCENTR W-COMPET W-SEQCPL
           IF W-MODOLOTE = "S"
              MOVE W-COMPLOTE TO W-COMPET
              GO TO LOTE-001.
                                                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001B.
       INC-001C.
           ACCEPT TW-SEQCPL
           IF W-SEQCPL NOT = ZEROS AND W-CF-OK NOT = "S"
                      MOVE "* NAO HA FOLHA COMPLEMENTAR (FPP099) *"
                                                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001C.
           MOVE CODFUNCENTR TO CODFUNC
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
      *    BUSCA O RESULTADO GRAVADO PELA FOLHA: UMA REIMPRESSAO EM
      *    DEZEMBRO DO HOLERITE DE MARCO SAI IGUAL AO QUE FOI PAGO.
       LER-FOLHA.
           IF W-SEQCPL NOT = ZEROS
              GO TO LER-CPL.
           MOVE "N" TO W-ULTCPL
           MOVE CODFUNCENTR TO FUNCFL
           MOVE W-COMPET    TO COMPETFL
           READ ARQFOLHA
           PERFORM MONTA-HOL THRU MONTA-HOL-FIM
           GO TO ROT-EXIBE.
      *
      *    HOLERITE DA FOLHA COMPLEMENTAR: SO O VALOR LANCADO NO
      *    FPP099 E OS DESCONTOS DA DIFERENCA DE INSS E IRRF.
       LER-CPL.
           MOVE W-COMPET    TO COMPETCF
           MOVE W-SEQCPL    TO SEQCF
           MOVE CODFUNCENTR TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO = "23"
              MOVE "* FUNCIONARIO FORA DESTA COMPLEMENTAR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001A.
           IF CF-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQFLCPL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE CARGOCF TO CODCARGO
           READ ARQCARG
           IF CARG-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO CADASTRO CARGOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-ULTCPL
           PERFORM MONTA-HOLC THRU MONTA-HOLC-FIM
           GO TO ROT-EXIBEC.
      *
       MONTA-HOLC.
           MOVE W-COMPET       TO HOLCOMPETTX
           MOVE CODFUNC        TO HOLCODFUNC
           MOVE NOMEFUNC       TO HOLNOME
           MOVE CPF            TO HOLCPFTX
           MOVE NOMECARGO      TO HOLCARGO
           MOVE TIPOSALARIO    TO HOLTIPOSAL
           MOVE SEQCF          TO HOLCSEQTX
           MOVE HISTCF         TO HOLCHISTX
           MOVE PROVCF         TO HOLCPROVTX
           MOVE BASEANTCF      TO HOLCANTTX
           COMPUTE W-BASETOT = BASEANTCF + PROVCF
           MOVE W-BASETOT      TO HOLCBASETX
           MOVE INSSANTCF      TO HOLCINSSTX
           MOVE IRRFANTCF      TO HOLCIRRFTX
           MOVE ALIQINSSCF     TO HOLALIQINSS
           MOVE INSSCF         TO HOLINSSTX
           MOVE RENDACF        TO HOLRENDATX
           MOVE LIQCF          TO HOLLIQTX.
       MONTA-HOLC-FIM.
           EXIT.
      *
       ROT-EXIBEC.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 11) HOLTIT
           DISPLAY (03, 11) HOLSEP
           DISPLAY (04, 11) HOLLIN1
           DISPLAY (05, 11) HOLLIN2
           DISPLAY (06, 11) HOLCPFLIN
           DISPLAY (07, 11) HOLCTIT
           DISPLAY (08, 11) HOLSEP
           DISPLAY (09, 11) "VENCIMENTOS"
           DISPLAY (10, 11) HOLCV1
           DISPLAY (11, 11) HOLSEP
           DISPLAY (12, 11) "BASE DO RECALCULO DOS IMPOSTOS"
           DISPLAY (13, 11) HOLCV2
           DISPLAY (14, 11) HOLCV3
           DISPLAY (15, 11) HOLCV4
           DISPLAY (16, 11) HOLCV5
           DISPLAY (17, 11) HOLSEP
           DISPLAY (18, 11) "DESCONTOS (DIFERENCA)"
           DISPLAY (19, 11) HOLD1
           DISPLAY (20, 11) HOLD2
           DISPLAY (22, 11) HOLLIQ
           GO TO NOV-SOL.
      *
      *    MONTA AS LINHAS DO HOLERITE A PARTIR DO RESULTADO GRAVADO
       MONTA-HOL.
           MOVE W-COMPET       TO HOLCOMPETTX
           MOVE AUX            TO HOLEMPRTX
           MOVE PENSFL         TO HOLPENSTX
           MOVE LIQFL          TO HOLLIQTX
      *    ADIANTAMENTO DO DIA 20 ABATIDO PELA FOLHA (FPP078/FPP015).
           MOVE ZEROS          TO HOLADIANTTX
           IF W-AD-OK = "S"
              MOVE CODFUNC  TO FUNCAD
              MOVE W-COMPET TO COMPETAD
              READ ARQADIANT
              IF AD-ERRO = "00"
                 MOVE DESCAD TO HOLADIANTTX.
      *    CONTRIBUICAO SINDICAL (FPP081/FPP015), SO QUANDO HOUVER.
           MOVE ZEROS          TO HOLSINDTX
           MOVE "N"            TO W-TEM-SIND
           IF W-SD-OK = "S"
              MOVE CODFUNC  TO FUNCSD
              MOVE W-COMPET TO COMPETSD
              READ ARQSINDDESC
              IF SD-ERRO = "00"
                 MOVE "S"     TO W-TEM-SIND
                 MOVE VALORSD TO HOLSINDTX.
      *    BASE DA PENSAO PERCENTUAL, RECONSTITUIDA DO RESULTADO
           COMPUTE AUX = BRUTOFL - INSSFL.
      *    BLOCO DE ENDERECO, QUANDO CADASTRADO NO FPP004.
           DISPLAY (01, 01) ERASE
           DISPLAY (02, 11) HOLTIT
           DISPLAY (03, 11) HOLSEP
           DISPLAY (04, 11) HOLLIN1
           DISPLAY (05, 11) HOLLIN2
           DISPLAY (06, 11) HOLLIN3
           DISPLAY (07, 11) HOLCPFLIN
           DISPLAY (08, 11) HOLSEP
           DISPLAY (09, 11) "VENCIMENTOS"
           DISPLAY (10, 11) HOLV1
           DISPLAY (11, 11) HOLV2
           DISPLAY (12, 11) HOLVAD
           DISPLAY (13, 11) HOLV3
           DISPLAY (14, 11) HOLVBRUTO
           DISPLAY (15, 11) "DESCONTOS"
           DISPLAY (16, 11) HOLD1
           DISPLAY (17, 11) HOLD2
           DISPLAY (18, 11) HOLD3
           DISPLAY (19, 11) HOLD4
           DISPLAY (20, 11) HOLD5
           DISPLAY (21, 11) HOLD6
           DISPLAY (22, 11) HOLLIQ
           GO TO NOV-SOL.
      *
      *
      *    GRAVA UM HOLERITE COMPLETO NO ARQUIVO JA ABERTO
       GRAVA-HOL.
           IF W-ULTCPL = "S"
              PERFORM GRAVA-HOLC THRU GRAVA-HOLC-FIM
              GO TO GRAVA-HOL-FIM.
           MOVE HOLTIT      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLSEP      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           IF PENSFL > 0 AND W-PENS-OK = "S"
              PERFORM DUMP-PENS THRU DUMP-PENS-FIM.
           MOVE HOLD6       TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           IF W-TEM-SIND = "S"
              MOVE HOLD7    TO REGFUNCIONARIOTX
              WRITE REGFUNCIONARIOTX.
           MOVE HOLLIQ      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE SPACES      TO REGFUNCIONARIOTX
       GRAVA-HOL-FIM.
           EXIT.
      *
      *    GRAVA O HOLERITE DA FOLHA COMPLEMENTAR
       GRAVA-HOLC.
           MOVE HOLTIT      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLSEP      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLLIN1     TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLLIN2     TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLCPFLIN   TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLCTIT     TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLSEP      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLCV1      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLCV2      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLCV3      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLCV4      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLCV5      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLD1       TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLD2       TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE HOLLIQ      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX
           MOVE SPACES      TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX.
       GRAVA-HOLC-FIM.
           EXIT.
      *
      **********************************************
      * MODO DE LOTE (FPP037): HOLERITES DE TODA A *
      * COMPETENCIA NUM UNICO ARQUIVO VERSIONADO   *
              CLOSE ARQEVEN ARQTEVEN.
           IF W-PENS-OK = "S"
              CLOSE ARQPENSAO.
           IF W-AD-OK = "S"
              CLOSE ARQADIANT.
           IF W-SD-OK = "S"
              CLOSE ARQSINDDESC.
           IF W-CF-OK = "S"
              CLOSE ARQFLCPL.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           IF W-ULTCPL = "S"
              STRING "FPP020C" DELIMITED BY SIZE
                     HOLCSEQTX DELIMITED BY SIZE
                     "-"       DELIMITED BY SIZE
                     HOLCOMPETTX DELIMITED BY SIZE
                     "-"       DELIMITED BY SIZE
                     W-DATARELC DELIMITED BY SIZE
                     ".DOC"    DELIMITED BY SIZE
                     INTO W-NOMEREL
              GO TO MONTA-NOME-FIM.
           STRING "FPP020-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
