                       ALTERNATE RECORD KEY IS NOMECARGO
                       WITH DUPLICATES.

           SELECT ARQGRADE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGR
                       FILE STATUS  IS GR-ERRO.
           SELECT ARQDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS AFASTFUNC
                       FILE STATUS  IS AF-ERRO.

           SELECT ARQADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAD
                       FILE STATUS  IS AD-ERRO.

           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       ALTERNATE RECORD KEY IS NOMEDEPEN WITH DUPLICATES
                       FILE STATUS  IS DN-ERRO.

           SELECT ARQTDOC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODTD
                       FILE STATUS  IS TD-ERRO.

           SELECT ARQFUNDOC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFD
                       ALTERNATE RECORD KEY IS CODTDFD WITH DUPLICATES
                       FILE STATUS  IS FD-ERRO.

           SELECT ARQFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESP
                       FILE STATUS  IS SP-ERRO.

           SELECT ARQPTNOT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPN
                       FILE STATUS  IS PN-ERRO.

           SELECT ARQFERIAD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS DATAFER
                       FILE STATUS  IS CL-ERRO.

           SELECT ARQSIND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODSIND
                       FILE STATUS  IS SI-ERRO.

           SELECT ARQFUNSIND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCFS
                       FILE STATUS  IS FS-ERRO.

           SELECT ARQFUNCTR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCCT
                       FILE STATUS  IS CT-ERRO.

           SELECT ARQSINDDESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVESD
                       FILE STATUS  IS SD-ERRO.

           SELECT ARQRECFL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERF
                       FILE STATUS  IS RF-ERRO.

           SELECT ARQEXCFL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEX
                       FILE STATUS  IS EX-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               05 DATAGRAV-PT PIC 9(8).
               05 HORAGRAV-PT PIC 9(6).
      *
      *    HORAS NOTURNAS DO MES EM HORA REDUZIDA (FPP022/FPP055); A
      *    FOLHA DEVOLVE AQUI O ADICIONAL NOTURNO E O REFLEXO DO DSR
      *    PAGOS, QUE O ESOCIAL (FPP047) E O FGTS (FPP018) LEEM.
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
      *    FERIADOS DA EMPRESA (FPP073): DOMINGOS E FERIADOS DO MES
      *    SAO OS DIAS DE DESCANSO DO REFLEXO DO DSR.
       FD ARQFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
          03 DATAFER.
             05 ANOFER         PIC 9(04).
             05 MESFER         PIC 9(02).
             05 DIAFER         PIC 9(02).
          03 DESCFER           PIC X(25).
          03 OPERADOR-FR       PIC X(08).
          03 DATAGRAVACAO-FR.
             05 DATAGRAV-FR    PIC 9(8).
             05 HORAGRAV-FR    PIC 9(6).
      *
      *    SINDICATOS (FPP081) E SINDICATO/OPOSICAO POR FUNCIONARIO
      *    (FPP004). SINDFS ZERO SEGUE O SINDICATO DO CARGO.
       FD ARQSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSIND.DAT".
       01 REGSIND.
          03 CODSIND           PIC 9(03).
          03 NOMESIND          PIC X(30).
          03 CNPJSIND          PIC 9(14).
          03 MESBASESIND       PIC 9(02).
          03 TIPOCONTSIND      PIC X(01).
          03 FORMASIND         PIC X(01).
          03 PERCSIND          PIC 9(02)V99.
          03 VALORSIND         PIC 9(06)V99.
          03 OPERADOR-SI       PIC X(08).
          03 DATAGRAVACAO-SI.
             05 DATAGRAV-SI    PIC 9(8).
             05 HORAGRAV-SI    PIC 9(6).
      *
       FD ARQFUNSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNSIND.DAT".
       01 REGFUNSIND.
          03 FUNCFS            PIC 9(06).
          03 SINDFS            PIC 9(03).
          03 OPOSFS            PIC X(01).
          03 DATAOPOSFS        PIC 9(08).
          03 OPERADOR-FS       PIC X(08).
          03 DATAGRAVACAO-FS.
             05 DATAGRAV-FS    PIC 9(8).
             05 HORAGRAV-FS    PIC 9(6).
      *
      *    TIPO DE CONTRATO (FPP004): E = ESTAGIARIO RECEBE BOLSA SEM
      *    INSS E SEM SALARIO-FAMILIA; SEM REGISTRO VALE COMO CLT.
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
      *    CONTRIBUICAO SINDICAL DESCONTADA NA COMPETENCIA, BASE DA
      *    RELACAO DE RECOLHIMENTO POR SINDICATO (FPP082).
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
      *    AFASTAMENTOS CADASTRADOS PELO FPP023 (DOENCA, MATERNIDADE
      *    E ACIDENTE), COM DATA DE INICIO E RETORNO PREVISTO.
       FD ARQAFAST
               05 DATAGRAV-AF PIC 9(8).
               05 HORAGRAV-AF PIC 9(6).
      *
      *    ADIANTAMENTO QUINZENAL PAGO NO DIA 20 (FPP078): A FOLHA
      *    ABATE O VALOR PAGO E GUARDA EM DESCAD O QUE FOI ABATIDO.
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
      *    CONTROLE DE COMPETENCIA (FPP024): A FOLHA SO RODA COM O
      *    MES ABERTO (A) OU CALCULADO (C) E, AO TERMINAR, AVANCA A
      *    SITUACAO PARA CALCULADA (C).
               05 DATAGRAV-DN PIC 9(8).
               05 HORAGRAV-DN PIC 9(6).
      *
      *    DOCUMENTOS EXIGIDOS NA ADMISSAO (FPP104). EXIGCLT, EXIGEST
      *    E EXIGAPR DIZEM SE O DOCUMENTO E EXIGIDO DO CLT, DO
      *    ESTAGIARIO E DO APRENDIZ (TIPOCT DO ARQFUNCTR; SEM REGISTRO
      *    VALE CLT). DEPTD = S E DOCUMENTO DE CADA DEPENDENTE ATIVO
      *    (CERTIDAO DE NASCIMENTO): ENQUANTO NAO ENTREGUE O DEPENDENTE
      *    NAO CONTA PARA SALARIO-FAMILIA NEM PARA O IRRF (FPP015).
       FD ARQTDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTDOC.DAT".
       01 REGTDOC.
          03 CODTD             PIC 9(02).
          03 DESCTD            PIC X(30).
          03 EXIGCLT           PIC X(01).
          03 EXIGEST           PIC X(01).
          03 EXIGAPR           PIC X(01).
          03 DEPTD             PIC X(01).
          03 OPERADOR-TD       PIC X(08).
          03 DATAGRAVACAO-TD.
             05 DATAGRAV-TD    PIC 9(8).
             05 HORAGRAV-TD    PIC 9(6).
      *
      *    DOCUMENTOS ENTREGUES PELO FUNCIONARIO (FPP105). SEQFD E A
      *    SEQUENCIA DO DEPENDENTE NO ARQDEPEN NOS DOCUMENTOS DE
      *    DEPENDENTE E ZERO NOS DEMAIS. SEM REGISTRO, PENDENTE.
       FD ARQFUNDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNDOC.DAT".
       01 REGFUNDOC.
          03 CHAVEFD.
             05 FUNCFD         PIC 9(06).
             05 CODTDFD        PIC 9(02).
             05 SEQFD          PIC 9(01).
          03 DTRECFD           PIC 9(08).
          03 OBSFD             PIC X(30).
          03 OPERADOR-FD       PIC X(08).
          03 DATAGRAVACAO-FD.
             05 DATAGRAV-FD    PIC 9(8).
             05 HORAGRAV-FD    PIC 9(6).
      *
      *    RESULTADO DA FOLHA POR FUNCIONARIO E COMPETENCIA: E DAQUI
      *    QUE O HOLERITE (FPP020) E O INFORME (FPP021) LEEM OS
      *    VALORES REALMENTE PAGOS, SEM RECALCULAR O PASSADO.
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 FILLER            PIC X(38).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
          03 DATAGRAVACAO-FE.
             05 DATAGRAV-FE    PIC 9(8).
             05 HORAGRAV-FE    PIC 9(6).
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
      *
      *    REGISTRO DOS RECALCULOS DE UM UNICO FUNCIONARIO NUMA
      *    COMPETENCIA JA CALCULADA: QUEM FEZ, QUANDO, POR QUE E OS
      *    VALORES BRUTO/LIQUIDO ANTES E DEPOIS DO RECALCULO.
       FD ARQRECFL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRECFL.DAT".
       01 REGRECFL.
          03 CHAVERF.
             05 COMPETRF       PIC 9(06).
             05 FUNCRF         PIC 9(06).
             05 DATARF         PIC 9(08).
             05 HORARF         PIC 9(06).
             05 SEQRF          PIC 9(03).
          03 MOTIVORF          PIC X(40).
          03 BRUTOANTRF        PIC 9(08).
          03 LIQANTRF          PIC 9(08).
          03 BRUTORF           PIC 9(08).
          03 LIQRF             PIC 9(08).
          03 OPERADOR-RF       PIC X(08).
      *
      *    EXCECOES DA CONFERENCIA PRE-REMESSA (FPP096). O REGISTRO DE
      *    FUNCIONARIO ZERO E TIPO "*" MARCA A CONFERENCIA FEITA.
       FD ARQEXCFL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXCFL.DAT".
       01 REGEXCFL.
          03 CHAVEEX.
             05 COMPETEX       PIC 9(06).
             05 FUNCEX         PIC 9(06).
             05 TIPOEX         PIC X(01).
          03 VALATUEX          PIC 9(08).
          03 VALREFEX          PIC 9(08).
          03 SITEX             PIC X(01).
          03 JUSTEX            PIC X(40).
          03 OPERCIEX          PIC X(08).
          03 DATACIEX          PIC 9(08).
          03 OPERADOR-EX       PIC X(08).
          03 DATAGRAVACAO-EX.
             05 DATAGRAV-EX    PIC 9(8).
             05 HORAGRAV-EX    PIC 9(6).
       WORKING-STORAGE SECTION.
       77 RC-ERRO    PIC X(02) VALUE "00".
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       77 CC-ERRO      PIC X(02) VALUE "00".
       77 EM-ERRO      PIC X(02) VALUE "00".
       77 W-EMPR-OK    PIC X(01) VALUE "N".
       77 AD-ERRO      PIC X(02) VALUE "00".
       77 W-ADIANT-OK  PIC X(01) VALUE "N".
       77 PN-ERRO      PIC X(02) VALUE "00".
       77 W-TEM-PTNOT  PIC X(01) VALUE "N".
       77 CL-ERRO      PIC X(02) VALUE "00".
       77 W-CAL-OK     PIC X(01) VALUE "N".
       77 SI-ERRO      PIC X(02) VALUE "00".
       77 W-SIND-OK    PIC X(01) VALUE "N".
       77 FS-ERRO      PIC X(02) VALUE "00".
       77 W-FUNSIND-OK PIC X(01) VALUE "N".
       77 CT-ERRO      PIC X(02) VALUE "00".
       77 W-CTR-OK     PIC X(01) VALUE "N".
       77 GR-ERRO      PIC X(02) VALUE "00".
       77 W-GRD-OK     PIC X(01) VALUE "N".
       77 W-DATAGRADE  PIC 9(08) VALUE ZEROS.
       77 W-TIPOCTR    PIC X(01) VALUE "C".
       77 SD-ERRO      PIC X(02) VALUE "00".
       77 BN-ERRO      PIC X(02) VALUE "00".
       77 W-BEN-OK     PIC X(01) VALUE "N".
       77 PS-ERRO      PIC X(02) VALUE "00".
       77 FL-ERRO      PIC X(02) VALUE "00".
       77 DN-ERRO      PIC X(02) VALUE "00".
       77 W-DEPEN-OK   PIC X(01) VALUE "N".
       77 TD-ERRO      PIC X(02) VALUE "00".
       77 FD-ERRO      PIC X(02) VALUE "00".
       77 W-FUNDOC-OK  PIC X(01) VALUE "N".
       77 W-DOCDEP     PIC X(01) VALUE "S".
       77 W-DEPPEND    PIC 9(02) VALUE ZEROS.
       77 W-QTDDEPSF   PIC 9(02) VALUE ZEROS.
       77 W-ITD        PIC 9(02) VALUE ZEROS.
       77 W-QTDTD      PIC 9(02) VALUE ZEROS.
       77 W-RETOMAR    PIC X(01) VALUE SPACES.
       77 W-PONTO-OK   PIC X(01) VALUE "N".
       77 W-TEM-PONTO  PIC X(01) VALUE "N".
       77 W-EMPSEL   PIC 9(01) VALUE ZEROS.
       77 W-EMPFUNC  PIC 9(01) VALUE 1.
       77 SP-ERRO    PIC X(02) VALUE "00".
       77 RF-ERRO    PIC X(02) VALUE "00".
       77 EX-ERRO    PIC X(02) VALUE "00".
       77 W-RF-OK    PIC X(01) VALUE "N".
      *    FUNCIONARIO DO RECALCULO INDIVIDUAL (ZERO = FAIXA TODA).
       77 W-FUNCUNI  PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO   PIC X(40) VALUE SPACES.
       01 W-BRUTOANT    VALUE ZEROS  PIC 9(8).
       01 W-LIQANT      VALUE ZEROS  PIC 9(8).
       01 W-SUSPPENS    VALUE ZEROS  PIC 9(8).
       01 W-SUSPVT      VALUE ZEROS  PIC 9(8).
       01 W-SUSPEVD     VALUE ZEROS  PIC 9(8).
       01 HORAEXTRAPAG  VALUE ZEROS  PIC 9(8).
       01 FALTASDESC    VALUE ZEROS  PIC 9(8).
       01 EMPRDESC      VALUE ZEROS  PIC 9(8).
       01 ADIANTDESC    VALUE ZEROS  PIC 9(8).
       01 NOTURNOPAG    VALUE ZEROS  PIC 9(8).
       01 DSRPAG        VALUE ZEROS  PIC 9(8).
       01 SINDDESC      VALUE ZEROS  PIC 9(8).
       01 W-SINDCALC    VALUE ZEROS  PIC 9(3).
       01 W-DSR-UTEIS   VALUE ZEROS  PIC 9(2).
       01 W-DSR-DESC    VALUE ZEROS  PIC 9(2).
       01 W-DSRPERD     VALUE ZEROS  PIC 9(2).
       01 W-DU-DATA.
           05 W-DU-ANO PIC 9(4) VALUE ZEROS.
           05 W-DU-MES PIC 9(2) VALUE ZEROS.
           05 W-DU-DIA PIC 9(2) VALUE ZEROS.
       01 W-DU-ANOZ  PIC 9(4) VALUE ZEROS.
       01 W-DU-MESZ  PIC 9(4) VALUE ZEROS.
       01 W-DU-A     PIC 9(4) VALUE ZEROS.
       01 W-DU-B     PIC 9(4) VALUE ZEROS.
       01 W-DU-C     PIC 9(4) VALUE ZEROS.
       01 W-DU-D     PIC 9(4) VALUE ZEROS.
       01 W-DU-T1    PIC 9(6) VALUE ZEROS.
       01 W-DU-Q     PIC 9(6) VALUE ZEROS.
       01 W-DU-H     PIC 9(1) VALUE ZEROS.
       01 W-DU-R4    PIC 9(4) VALUE ZEROS.
       01 W-DU-DMAX  PIC 9(2) VALUE ZEROS.
       01 W-SALBASE     VALUE ZEROS  PIC 9(8).
       01 W-ADICMES     VALUE ZEROS  PIC 9(8).
       01 W-DIASADM     VALUE 30     PIC 9(2).
       01 ADICPAG       VALUE ZEROS  PIC 9(8).
       01 W-SALMINIMO    PIC 9(4)V99 VALUE 1412,00.
       01 W-DIASVT      VALUE ZEROS  PIC 9(2).
       01 EVENDLIQ      VALUE ZEROS  PIC 9(8).
       01 EVENIRR       VALUE ZEROS  PIC 9(8).
       01 W-QTDDEPIR    VALUE ZEROS  PIC 9(2).
      *    DOCUMENTOS DE DEPENDENTE (DEPTD = S NO ARQTDOC) E OS TIPOS
      *    DE CONTRATO QUE OS EXIGEM.
       01 W-TABTDX.
           03 TABTD OCCURS 30 TIMES.
               05 TT-COD    PIC 9(02).
               05 TT-CLT    PIC X(01).
               05 TT-EST    PIC X(01).
               05 TT-APR    PIC X(01).
       01 DEDDEPIR      VALUE ZEROS  PIC 9(8).
       01 W-BASEIR      VALUE ZEROS  PIC 9(8).
       01 W-DEDDEPVAL    PIC 9(3)V99 VALUE 189,59.
               USING  W-DEPFIM
               HIGHLIGHT.
           05  LINE 12  COLUMN 01
               VALUE  "             RECALCULAR SO O FUNCIONARIO".
           05  LINE 12  COLUMN 41
               VALUE  " (0=FAIXA TODA) :".
           05  TW-FUNCUNI
               LINE 12  COLUMN 59  PIC 9(06)
               USING  W-FUNCUNI
               HIGHLIGHT.
           05  LINE 13  COLUMN 01
               VALUE  "                         MOTIVO :".
           05  TW-MOTIVO
               LINE 13  COLUMN 34  PIC X(40)
               USING  W-MOTIVO
               HIGHLIGHT.
           05  LINE 15  COLUMN 01
               VALUE  "                         CONFIRMA IMPRES".
           05  LINE 15  COLUMN 41
               VALUE  "SAO (S ou N ) :".
           05  LINE 24  COLUMN 01 
               VALUE  " MENSAGEM :".
           05  TW-OPCAO
               LINE 15  COLUMN 57  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.

                MOVE SPACES TO NOMEFUNC .
                MOVE SPACES TO NOMECARGO.
                MOVE ZEROS  TO CODFUNC CODCARGO.
                MOVE ZEROS  TO W-FUNCUNI
                MOVE SPACES TO W-MOTIVO
                IF W-MODOLOTE = "S"
                   MOVE W-COMPLOTE TO W-COMPET
                   GO TO INC-OP0.
                   MOVE "* FAIXA INVALIDA: ATE MENOR QUE DE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FAIXA.
      *
      *    RECALCULO INDIVIDUAL: CORRIGIDO UM PONTO OU UM AVULSO
      *    DEPOIS DA FOLHA CALCULADA, SO O FUNCIONARIO INFORMADO E
      *    RECALCULADO, SEM MEXER NOS DEMAIS NEM NO CHECKPOINT. O
      *    MOTIVO E OBRIGATORIO E FICA REGISTRADO NO ARQRECFL.
       INC-UNI.
                ACCEPT TW-FUNCUNI
                IF W-FUNCUNI = ZEROS
                   MOVE SPACES TO W-MOTIVO
                   DISPLAY TW-MOTIVO
                   GO TO INC-OPC.
       INC-MOT.
                ACCEPT TW-MOTIVO
                IF W-MOTIVO = SPACES
                   MOVE "* INFORME O MOTIVO DO RECALCULO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MOT.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *    O ARQUIVO DE ADIANTAMENTOS QUINZENAIS TAMBEM E OPCIONAL.
           MOVE "N" TO W-ADIANT-OK
           OPEN I-O ARQADIANT
           IF AD-ERRO = "00"
              MOVE "S" TO W-ADIANT-OK
           ELSE
              IF AD-ERRO NOT = "30"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQADIANT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *    O ARQUIVO DE BENEFICIOS TAMBEM E OPCIONAL.
           MOVE "N" TO W-BEN-OK
           OPEN INPUT ARQBENEF
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *    DOCUMENTOS DA ADMISSAO (FPP104/FPP105): O DEPENDENTE SO
      *    CONTA PARA O IRRF E PARA O SALARIO-FAMILIA DEPOIS DE
      *    ENTREGUES OS DOCUMENTOS DE DEPENDENTE EXIGIDOS. SEM O
      *    CADASTRO DE DOCUMENTOS NADA E EXIGIDO; SEM O ARQUIVO DE
      *    ENTREGAS NADA FOI ENTREGUE.
           MOVE ZEROS TO W-QTDTD
           OPEN INPUT ARQTDOC
           IF TD-ERRO = "00"
              PERFORM CARREGA-TD THRU CARREGA-TD-FIM
              CLOSE ARQTDOC.
           MOVE "N" TO W-FUNDOC-OK
           OPEN INPUT ARQFUNDOC
           IF FD-ERRO = "00"
              MOVE "S" TO W-FUNDOC-OK.
      *
      *    O CALENDARIO DE FERIADOS E OPCIONAL: SEM ELE SO OS
      *    DOMINGOS CONTAM COMO DESCANSO NO REFLEXO DO DSR.
           MOVE "N" TO W-CAL-OK
           OPEN INPUT ARQFERIAD
           IF CL-ERRO = "00"
              MOVE "S" TO W-CAL-OK.
           PERFORM CONTA-DSR THRU CONTA-DSR-FIM.
      *
      *    ARQUIVO DAS HORAS NOTURNAS, CRIADO NA PRIMEIRA EXECUCAO -
      *    TAMBEM RECEBE O REFLEXO DO DSR DE QUEM NAO TEM HORA NOTURNA.
       INC-PN0.
           OPEN I-O ARQPTNOT
           IF PN-ERRO NOT = "00"
              IF PN-ERRO = "30"
                 OPEN OUTPUT ARQPTNOT
                 CLOSE ARQPTNOT
                 GO TO INC-PN0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPTNOT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *    SINDICATOS: SEM A TABELA DO FPP081 NAO HA CONTRIBUICAO; O
      *    ARQUIVO DOS DESCONTOS E CRIADO NA PRIMEIRA EXECUCAO.
           MOVE "N" TO W-SIND-OK
           OPEN INPUT ARQSIND
           IF SI-ERRO = "00"
              MOVE "S" TO W-SIND-OK.
           MOVE "N" TO W-FUNSIND-OK
           OPEN INPUT ARQFUNSIND
           IF FS-ERRO = "00"
              MOVE "S" TO W-FUNSIND-OK.
           MOVE "N" TO W-CTR-OK
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO = "00"
              MOVE "S" TO W-CTR-OK.
      *    GRADE SALARIAL (FPP090): SEM O ARQUIVO VALE O SALARIO
      *    DO CARGO PARA TODOS.
           MOVE "N" TO W-GRD-OK
           OPEN INPUT ARQGRADE
           IF GR-ERRO = "00"
              MOVE "S" TO W-GRD-OK.
       INC-SD0.
           OPEN I-O ARQSINDDESC
           IF SD-ERRO NOT = "00"
              IF SD-ERRO = "30"
                 OPEN OUTPUT ARQSINDDESC
                 CLOSE ARQSINDDESC
                 GO TO INC-SD0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSINDDESC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *
      *    O ARQUIVO DE RESULTADOS DA FOLHA E CRIADO NA PRIMEIRA
      *    EXECUCAO E REGRAVADO A CADA RECALCULO DA COMPETENCIA.
       INC-FL0.
       INC-CC1.
           MOVE W-COMPET TO COMPETCC
           READ ARQCOMPET
           IF CC-ERRO = "23" AND W-FUNCUNI NOT = ZEROS
              MOVE "* COMPETENCIA AINDA NAO CALCULADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF CC-ERRO = "23"
              MOVE "A"          TO SITCOMPAUX
              MOVE "A > ABERTA" TO SITCOMP
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       INC-CC2.
           PERFORM DESFAZ-CONF THRU DESFAZ-CONF-FIM
           IF W-FUNCUNI NOT = ZEROS
              GO TO UNI-001.
      *
           MOVE "N" TO W-RETOMAR.
           MOVE ZEROS TO CKPT-CODDEP.
                    GO TO ROT-TOTAL.
           GO TO DEPT-LOOP.
      *
      *    RECALCULO DE UM UNICO FUNCIONARIO: O CHECKPOINT DA FAIXA
      *    NAO E LIDO NEM GRAVADO E SO O ARQFOLHA E O ARQSUSP DO
      *    FUNCIONARIO SAO REGRAVADOS. A SITUACAO DA COMPETENCIA
      *    NAO MUDA.
       UNI-001.
           MOVE W-FUNCUNI TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "* FUNCIONARIO NAO CADASTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF STATUSAUX = "D"
              MOVE "* DEMITIDO NAO ENTRA NA FOLHA MENSAL *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM FILTRA-EMP THRU FILTRA-EMP-FIM
           IF W-EMPSEL NOT = 0 AND W-EMPFUNC NOT = W-EMPSEL
              MOVE "* FUNCIONARIO DE OUTRA EMPRESA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE DEPFUNC TO CODDEP
           READ ARQDEP
           IF DEP-ERRO NOT = "00"
              MOVE "* DEPARTAMENTO DO FUNCIONARIO NAO EXISTE *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    VALORES ANTERIORES DA FOLHA, PARA O REGISTRO.
           MOVE ZEROS TO W-BRUTOANT W-LIQANT
           MOVE CODFUNC  TO FUNCFL
           MOVE W-COMPET TO COMPETFL
           READ ARQFOLHA
           IF FL-ERRO = "00"
              MOVE BRUTOFL TO W-BRUTOANT
              MOVE LIQFL   TO W-LIQANT.
       UNI-RF0.
           OPEN I-O ARQRECFL
           IF RF-ERRO NOT = "00"
              IF RF-ERRO = "30"
                 OPEN OUTPUT ARQRECFL
                 CLOSE ARQRECFL
                 GO TO UNI-RF0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQRECFL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE "S" TO W-RF-OK
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
                      MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           MOVE ZEROS TO SUBBRUTO SUBINSS SUBRENDA SUBLIQUIDO SUBFUNC
           MOVE ZEROS TO SUBBENEF CONLIN
           MOVE W-FUNCUNI TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 MOVE "*** ARQUIVO DE FUNCIONARIO VAZIO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           GO TO ROT-CABEC.
      *
      *    PASSA PARA O PROXIMO DEPARTAMENTO E REPOSICIONA O ARQUIVO
      *    DE FUNCIONARIOS NO INICIO PARA UMA NOVA VARREDURA.
       DEPT-LOOP.
           PERFORM FILTRA-EMP THRU FILTRA-EMP-FIM
           IF W-EMPSEL NOT = 0 AND W-EMPFUNC NOT = W-EMPSEL
                      GO TO LER-FUNCIONARIO01.
           MOVE "C" TO W-TIPOCTR
           IF W-CTR-OK = "S"
              MOVE CODFUNC TO FUNCCT
              READ ARQFUNCTR
              IF CT-ERRO = "00"
                 MOVE TIPOCT TO W-TIPOCTR.
           MOVE ZEROS TO W-DEPPEND.
       CALC1.
           PERFORM BUSCA-GRADE THRU BUSCA-GRADE-FIM
           IF  TIPOSALARIOAUX = "H"
               MOVE 220 TO X.
           IF  TIPOSALARIOAUX = "D"
           IF  TIPOSALARIOAUX = "M"
               MOVE 1 TO X.
           COMPUTE SALBRUTO = SALARIO * X
           MOVE SALBRUTO TO W-SALBASE
           PERFORM CALC-PRORATA THRU CALC-PRORATA-FIM.
       CALC1AD.
      *    ADICIONAL DO CARGO (FPP002): INSALUBRIDADE DE 10/20/40%
      *    SOBRE O SALARIO MINIMO OU PERICULOSIDADE DE 30% SOBRE O
           IF ADICIONALAUX = "4"
              COMPUTE ADICPAG = W-SALMINIMO * 0,40.
           IF ADICIONALAUX = "P"
              COMPUTE ADICPAG = W-SALBASE * 0,30.
      *    NO MES DA ADMISSAO SALARIO E ADICIONAL SAO PROPORCIONAIS;
      *    O VALOR DA HORA E DO DIA CONTINUA SOBRE O MES CHEIO.
           MOVE ADICPAG TO W-ADICMES
           IF W-DIASADM < 30
              COMPUTE SALBRUTO = SALBRUTO * W-DIASADM / 30
              COMPUTE ADICPAG = ADICPAG * W-DIASADM / 30.
           ADD ADICPAG TO SALBRUTO.
       CALC1AF.
      *    AFASTAMENTOS (FPP023): DOENCA E ACIDENTE TEM OS PRIMEIROS
      *    HORAS EXTRAS E FALTAS: QUANDO O PONTO DA COMPETENCIA FOI
      *    LANCADO (FPP022) VALEM OS APONTAMENTOS DO MES - EXTRAS A
      *    50% E A 100% SOBRE O VALOR DA HORA E DESCONTO DAS FALTAS
      *    INJUSTIFICADAS (INCLUSIVE SUSPENSAO DO FPP095) E DO DSR
      *    PERDIDO SOBRE O VALOR DO DIA. SEM PONTO LANCADO
      *    VALE O CAMPO FIXO HORASEXTRAS DO CADASTRO (SO HORISTA).
           MOVE "N" TO W-TEM-PONTO
           IF W-PONTO-OK = "S"
              IF PT-ERRO = "00"
                 MOVE "S" TO W-TEM-PONTO.
           IF W-TEM-PONTO = "S"
              COMPUTE W-VALORHORA = (W-SALBASE + W-ADICMES) / 220
              COMPUTE HORAEXTRAPAG = (W-VALORHORA * 1,5 * HE50PT)
                                   + (W-VALORHORA * 2 * HE100PT)
              PERFORM DSR-FALTAS THRU DSR-FALTAS-FIM
              COMPUTE FALTASDESC = ((W-SALBASE + W-ADICMES) / 30)
                                 * (FALTAS + W-DSRPERD)
              ADD HORAEXTRAPAG TO SALBRUTO
              SUBTRACT FALTASDESC FROM SALBRUTO
           ELSE
              IF TIPOSALARIOAUX = "H" AND HORASEXTRAS > 0
                 COMPUTE HORAEXTRAPAG = SALARIO * 1,5 * HORASEXTRAS
                 ADD HORAEXTRAPAG TO SALBRUTO.
       CALC1AN.
      *    ADICIONAL NOTURNO DE 20% SOBRE O VALOR DA HORA NORMAL, PAGO
      *    NAS HORAS NOTURNAS REDUZIDAS (FPP022/FPP055), E REFLEXO DO
      *    DSR SOBRE AS HORAS EXTRAS E O ADICIONAL NOTURNO: VALOR DO
      *    MES DIVIDIDO PELOS DIAS UTEIS (SEG-SAB FORA FERIADOS) E
      *    MULTIPLICADO PELOS DOMINGOS E FERIADOS. OS DOIS ENTRAM NO
      *    BRUTO, E PORTANTO NAS BASES DE INSS, IRRF E FGTS.
           MOVE ZEROS TO NOTURNOPAG DSRPAG
           MOVE "N" TO W-TEM-PTNOT
           MOVE CODFUNC  TO FUNCPN
           MOVE W-COMPET TO COMPETPN
           READ ARQPTNOT
           IF PN-ERRO = "00"
              MOVE "S" TO W-TEM-PTNOT
              COMPUTE W-VALORHORA = (W-SALBASE + W-ADICMES) / 220
              COMPUTE NOTURNOPAG = W-VALORHORA * 0,20 * HNOTPN.
           IF W-DSR-UTEIS > ZEROS
              COMPUTE DSRPAG = (HORAEXTRAPAG + NOTURNOPAG)
                             / W-DSR-UTEIS * W-DSR-DESC.
           ADD NOTURNOPAG DSRPAG TO SALBRUTO
           IF W-TEM-PTNOT NOT = "S" AND DSRPAG = ZEROS
              GO TO CALC1EV.
           MOVE NOTURNOPAG TO VALNOTPN
           MOVE DSRPAG     TO DSRPN
           MOVE SPACES     TO OPERADOR-PN
           ACCEPT DATAGRAV-PN FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-PN FROM TIME
           IF W-TEM-PTNOT = "S"
              REWRITE REGPTNOT
           ELSE
              MOVE ZEROS TO HNOTPN
              WRITE REGPTNOT.
       CALC1EV.
      *    LANCAMENTOS AVULSOS (FPP029): PROVENTO TRIBUTAVEL ENTRA
      *    NO BRUTO ANTES DO INSS; PROVENTO SO DE IRRF ENTRA NA BASE
               MOVE W-INSSALIQ2 TO Y.
           IF  SALBRUTO NOT < W-INSSLIM2
               MOVE W-INSSALIQ3 TO Y.
      *    A BOLSA DO ESTAGIARIO NAO TEM DESCONTO DE INSS.
           IF  W-TIPOCTR = "E"
               MOVE ZEROS TO Y.
           COMPUTE INSS = SALBRUTO * Y
           COMPUTE AUX = SALBRUTO - INSS
           COMPUTE TOTINSS = TOTINSS + INSS.
              GO TO CALC2A2.
           IF DEPENFUNC NOT = CODFUNC
              GO TO CALC2A2.
           IF DEPEN-STATUSAUX NOT = "A"
              GO TO CALC2A1.
           PERFORM VER-DOCDEP THRU VER-DOCDEP-FIM
           IF W-DOCDEP NOT = "S"
              ADD 1 TO W-DEPPEND
              GO TO CALC2A1.
           IF DIMP = "S"
              ADD 1 TO W-QTDDEPIR.
           GO TO CALC2A1.
       CALC2A2.

       CALC4A.
      *    SALARIO-FAMILIA: PAGO POR DEPENDENTE P/ QUEM GANHA POUCO
      *    DEPENDENTES COM DOCUMENTO PENDENTE NAO ENTRAM NA CONTA.
      *    NO MES DA ADMISSAO A COTA E PROPORCIONAL AOS DIAS.
           MOVE ZEROS TO SALFAM W-QTDDEPSF
           IF QTDDEP > W-DEPPEND
              COMPUTE W-QTDDEPSF = QTDDEP - W-DEPPEND.
           IF SALBRUTO NOT > W-LIMITESALFAM AND W-TIPOCTR NOT = "E"
              COMPUTE SALFAM = W-QTDDEPSF * W-VALORSALFAM
                             * W-DIASADM / 30
              ADD SALFAM TO LIQUIDO
              ADD SALFAM TO TOTLIQUIDO.

       CALC4AF.
      *    ADIANTAMENTO QUINZENAL (FPP078): SALARIO JA PAGO NO DIA 20,
      *    ABATIDO ANTES DA FILA DE DESCONTOS E LIMITADO AO LIQUIDO.
      *    O VALOR ABATIDO FICA EM DESCAD PARA O HOLERITE (FPP020).
           MOVE ZEROS TO ADIANTDESC
           IF W-ADIANT-OK NOT = "S"
              GO TO CALC4AA.
           MOVE CODFUNC  TO FUNCAD
           MOVE W-COMPET TO COMPETAD
           READ ARQADIANT
           IF AD-ERRO NOT = "00"
              GO TO CALC4AA.
           MOVE VALORAD TO ADIANTDESC
           IF ADIANTDESC > LIQUIDO
              MOVE LIQUIDO TO ADIANTDESC.
           SUBTRACT ADIANTDESC FROM LIQUIDO
           SUBTRACT ADIANTDESC FROM TOTLIQUIDO
           MOVE ADIANTDESC TO DESCAD
           REWRITE REGADIANT.

       CALC4AA.
      *    FILA DE PRIORIDADE DOS DESCONTOS: PRIMEIRO OS LEGAIS
      *    (PENSAO JUDICIAL), DEPOIS EMPRESTIMO CONSIGNADO, VALE
      *    EMPREGADOR, ACUMULADO NO SUBTOTAL DO DEPARTAMENTO.
           MOVE ZEROS TO VTDESC VTCUSTO VRCUSTO
           IF W-BEN-OK NOT = "S"
              GO TO CALC4AS.
           IF W-TEM-AFAST = "S"
              GO TO CALC4AS.
           MOVE CODFUNC TO BENFUNC
           READ ARQBENEF
           IF BN-ERRO NOT = "00"
              GO TO CALC4AS.
      *    SEM PONTO, NO MES DA ADMISSAO OS DIAS DE VALE SAO
      *    PROPORCIONAIS, E O LIMITE DE 6% VAI SOBRE O SALARIO PAGO.
           MOVE 22 TO W-DIASVT
           IF W-DIASADM < 30
              COMPUTE W-DIASVT = 22 * W-DIASADM / 30.
           IF W-TEM-PONTO = "S"
              MOVE DIASTRAB TO W-DIASVT.
           IF OPTVT = "S"
              COMPUTE VTCUSTO = VRDIAVT * W-DIASVT
              COMPUTE W-LIMITEVT = W-SALBASE * 0,06 * W-DIASADM / 30
              MOVE VTCUSTO TO VTDESC
              IF VTDESC > W-LIMITEVT
                 MOVE W-LIMITEVT TO VTDESC.
           COMPUTE SUBBENEF = SUBBENEF
                  + (VTCUSTO - VTDESC) + VRCUSTO.

       CALC4AS.
      *    CONTRIBUICAO ASSISTENCIAL/CONFEDERATIVA (FPP081): VALE O
      *    SINDICATO INFORMADO NO FUNCIONARIO (FPP004) OU, SEM ELE, O
      *    DO CARGO. QUEM ENTREGOU CARTA DE OPOSICAO NAO E DESCONTADO.
      *    SO DESCE ATE ONDE O LIQUIDO ALCANCA, SEM SUSPENSAO PARA O
      *    MES SEGUINTE, E FICA NO ARQSINDDESC PARA O FPP082.
           MOVE ZEROS TO SINDDESC W-SINDCALC
           IF W-SIND-OK NOT = "S"
              GO TO CALC4AS1.
           IF SINDCARGO NUMERIC
              MOVE SINDCARGO TO W-SINDCALC.
           IF W-FUNSIND-OK = "S"
              MOVE CODFUNC TO FUNCFS
              READ ARQFUNSIND
              IF FS-ERRO = "00"
                 IF OPOSFS = "S"
                    GO TO CALC4AS1
                 ELSE
                    IF SINDFS NOT = ZEROS
                       MOVE SINDFS TO W-SINDCALC.
           IF W-SINDCALC = ZEROS
              GO TO CALC4AS1.
           MOVE W-SINDCALC TO CODSIND
           READ ARQSIND
           IF SI-ERRO NOT = "00"
              GO TO CALC4AS1.
           IF FORMASIND = "P"
              COMPUTE SINDDESC ROUNDED = W-SALBASE * PERCSIND / 100
           ELSE
              COMPUTE SINDDESC ROUNDED = VALORSIND.
           IF SINDDESC > LIQUIDO
              MOVE LIQUIDO TO SINDDESC.
           SUBTRACT SINDDESC FROM LIQUIDO
           SUBTRACT SINDDESC FROM TOTLIQUIDO.
       CALC4AS1.
      *    NO RECALCULO DA COMPETENCIA O DESCONTO E REGRAVADO, OU
      *    APAGADO SE DEIXOU DE EXISTIR (OPOSICAO, TROCA DE CARGO).
           MOVE CODFUNC  TO FUNCSD
           MOVE W-COMPET TO COMPETSD
           READ ARQSINDDESC
           IF SD-ERRO = "00" AND SINDDESC = ZEROS
              DELETE ARQSINDDESC RECORD.
           IF SINDDESC = ZEROS
              GO TO CALC4AE.
           MOVE W-SINDCALC   TO SINDSD
           MOVE TIPOCONTSIND TO TIPOSD
           MOVE W-SALBASE    TO BASESD
           MOVE SINDDESC     TO VALORSD
           MOVE SPACES       TO OPERADOR-SD
           ACCEPT DATAGRAV-SD FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-SD FROM TIME
           IF SD-ERRO = "00"
              REWRITE REGSINDDESC
           ELSE
              WRITE REGSINDDESC.

       CALC4AE.
      *    DESCONTOS AVULSOS (ULTIMA PRIORIDADE): SO DESCEM ATE ONDE
      *    O LIQUIDO ALCANCA; O RESTO FICA SUSPENSO PARA O MES
           MOVE LIQUIDO     TO LIQFL
           MOVE CARGOFUNC   TO CARGOFL
           MOVE DEPFUNC     TO DEPFL
           MOVE W-QTDDEPSF  TO QTDDEPFL
           MOVE W-QTDDEPIR  TO QTDDEPIRFL
           MOVE DEDDEPIR    TO DEDDEPFL
           MOVE SPACES      TO OPERADOR-FL
                   ADD 1 TO CONLIN.

           ADD 1 TO CONLIN CONLIN1
           IF W-FUNCUNI NOT = ZEROS
                 GO TO UNI-FIM.
           IF CONLIN < 34
                 GO TO LER-FUNCIONARIO01
           ELSE
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    FIM DO RECALCULO INDIVIDUAL: IMPRIME O SUBTOTAL DO
      *    FUNCIONARIO, REGISTRA QUEM RECALCULOU E POR QUE, E
      *    CATALOGA O RELATORIO.
       UNI-FIM.
           MOVE CODDEP  TO DEPCODTX
           MOVE NOMEDEP TO DEPNOMETX
           MOVE SUBBRUTO   TO SUBBRUTOTX
           MOVE SUBINSS    TO SUBINSSTX
           MOVE SUBRENDA   TO SUBRENDATX
           MOVE SUBLIQUIDO TO SUBLIQUIDOTX
           MOVE SUBBENEF   TO SUBBENEFTX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM DEPCAB
           WRITE REGFUNCIONARIOTX FROM DEPSUB
           WRITE REGFUNCIONARIOTX FROM DEPBEN
           MOVE W-COMPET    TO COMPETRF
           MOVE W-FUNCUNI   TO FUNCRF
           ACCEPT DATARF FROM DATE YYYYMMDD
           ACCEPT HORARF FROM TIME
           MOVE ZEROS       TO SEQRF
           MOVE W-MOTIVO    TO MOTIVORF
           MOVE W-BRUTOANT  TO BRUTOANTRF
           MOVE W-LIQANT    TO LIQANTRF
           MOVE SALBRUTO    TO BRUTORF
           MOVE LIQUIDO     TO LIQRF
           MOVE W-OPERLOG   TO OPERADOR-RF.
       UNI-FIM1.
           WRITE REGRECFL
           IF RF-ERRO = "22"
              ADD 1 TO SEQRF
              GO TO UNI-FIM1.
           MOVE W-COMPET TO COMPETRC
           MOVE 1        TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** RECALCULO DO FUNCIONARIO CONCLUIDO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
                   CLOSE ARQAFAST.
                IF W-EMPR-OK = "S"
                   CLOSE ARQEMPR.
                IF W-ADIANT-OK = "S"
                   CLOSE ARQADIANT.
                IF W-CAL-OK = "S"
                   CLOSE ARQFERIAD.
                CLOSE ARQPTNOT ARQSINDDESC.
                IF W-SIND-OK = "S"
                   CLOSE ARQSIND.
                IF W-FUNSIND-OK = "S"
                   CLOSE ARQFUNSIND.
                IF W-CTR-OK = "S"
                   CLOSE ARQFUNCTR.
                IF W-GRD-OK = "S"
                   CLOSE ARQGRADE.
                IF W-BEN-OK = "S"
                   CLOSE ARQBENEF.
                IF W-PENS-OK = "S"
                   CLOSE ARQEVEN ARQTEVEN.
                IF W-DEPEN-OK = "S"
                   CLOSE ARQDEPEN.
                IF W-FUNDOC-OK = "S"
                   CLOSE ARQFUNDOC.
                CLOSE ARQFOLHA.
                CLOSE ARQCOMPET.
                CLOSE ARQSUSP.
                IF W-RF-OK = "S"
                   CLOSE ARQRECFL.
       ROT-FIMFE.
                IF W-FE-OK = "S"
                   CLOSE ARQFUNEMP.
       ROT-FIMS.
                STOP RUN.
      *
      *    A FOLHA DA COMPETENCIA VAI SER REGRAVADA: A CONFERENCIA
      *    PRE-REMESSA FEITA SOBRE OS VALORES ANTERIORES PERDE A
      *    VALIDADE E O FPP096 PRECISA SER RODADO DE NOVO ANTES DO
      *    FECHAMENTO NO FPP024.
       DESFAZ-CONF.
           OPEN I-O ARQEXCFL
           IF EX-ERRO NOT = "00"
              GO TO DESFAZ-CONF-FIM.
           MOVE W-COMPET TO COMPETEX
           MOVE ZEROS    TO FUNCEX
           MOVE "*"      TO TIPOEX
           READ ARQEXCFL
           IF EX-ERRO = "00"
              DELETE ARQEXCFL RECORD.
           CLOSE ARQEXCFL.
       DESFAZ-CONF-FIM.
           EXIT.
      *
      *    CARGA DOS DOCUMENTOS DE DEPENDENTE DO ARQTDOC.
       CARREGA-TD.
           MOVE ZEROS TO CODTD
           START ARQTDOC KEY IS NOT LESS CODTD
              INVALID KEY
                 GO TO CARREGA-TD-FIM.
       CARREGA-TD1.
           READ ARQTDOC NEXT
           IF TD-ERRO NOT = "00" OR W-QTDTD = 30
              GO TO CARREGA-TD-FIM.
           IF DEPTD NOT = "S"
              GO TO CARREGA-TD1.
           ADD 1 TO W-QTDTD
           MOVE CODTD   TO TT-COD (W-QTDTD)
           MOVE EXIGCLT TO TT-CLT (W-QTDTD)
           MOVE EXIGEST TO TT-EST (W-QTDTD)
           MOVE EXIGAPR TO TT-APR (W-QTDTD)
           GO TO CARREGA-TD1.
       CARREGA-TD-FIM.
           EXIT.
      *
      *    DOCUMENTOS DO DEPENDENTE CORRENTE DO ARQDEPEN EXIGIDOS NO
      *    CONTRATO DO FUNCIONARIO: W-DOCDEP = N SE FALTA ALGUM.
       VER-DOCDEP.
           MOVE "S" TO W-DOCDEP
           MOVE 1 TO W-ITD.
       VER-DOCDEP1.
           IF W-ITD > W-QTDTD
              GO TO VER-DOCDEP-FIM.
           IF W-TIPOCTR = "E" AND TT-EST (W-ITD) NOT = "S"
              GO TO VER-DOCDEP2.
           IF W-TIPOCTR = "A" AND TT-APR (W-ITD) NOT = "S"
              GO TO VER-DOCDEP2.
           IF W-TIPOCTR NOT = "E" AND W-TIPOCTR NOT = "A"
                                  AND TT-CLT (W-ITD) NOT = "S"
              GO TO VER-DOCDEP2.
           IF W-FUNDOC-OK NOT = "S"
              MOVE "N" TO W-DOCDEP
              GO TO VER-DOCDEP-FIM.
           MOVE DEPENFUNC      TO FUNCFD
           MOVE TT-COD (W-ITD) TO CODTDFD
           MOVE SEQUENCIA      TO SEQFD
           READ ARQFUNDOC
           IF FD-ERRO NOT = "00" OR DTRECFD = ZEROS
              MOVE "N" TO W-DOCDEP
              GO TO VER-DOCDEP-FIM.
       VER-DOCDEP2.
           ADD 1 TO W-ITD
           GO TO VER-DOCDEP1.
       VER-DOCDEP-FIM.
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
      *    RECOLHE OS DESCONTOS SUSPENSOS DO FUNCIONARIO: OS DE
      *    COMPETENCIAS ANTERIORES, AINDA PENDENTES, ENTRAM NA FILA
      *    DESTE MES E SAO MARCADOS COMO RECOLHIDOS (COM A
              MOVE CODEMPFU TO W-EMPFUNC.
       FILTRA-EMP-FIM.
           EXIT.
      ******************************************
      * DIAS DO REFLEXO DO DSR NA COMPETENCIA: *
      * DOMINGOS E FERIADOS (FPP073) SAO OS    *
      * DESCANSOS, OS DEMAIS SAO DIAS UTEIS    *
      ******************************************
       CONTA-DSR.
           MOVE ZEROS TO W-DSR-UTEIS W-DSR-DESC
           MOVE W-ANOCOMP TO W-DU-ANO
           MOVE W-MESCOMP TO W-DU-MES
           MOVE 1 TO W-DU-DIA
           IF W-DU-MES = ZEROS
              GO TO CONTA-DSR-FIM.
           PERFORM DIAS-MES THRU DIAS-MES-FIM.
       CONTA-DSR1.
           IF W-DU-DIA > W-DU-DMAX
              GO TO CONTA-DSR-FIM.
           PERFORM VERIF-DSR THRU VERIF-DSR-FIM
           ADD 1 TO W-DU-DIA
           GO TO CONTA-DSR1.
       CONTA-DSR-FIM.
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
       VERIF-DSR.
           MOVE W-DU-ANO TO W-DU-ANOZ
           MOVE W-DU-MES TO W-DU-MESZ
           IF W-DU-MESZ < 3
              ADD 12 TO W-DU-MESZ
              SUBTRACT 1 FROM W-DU-ANOZ.
           COMPUTE W-DU-A = (13 * (W-DU-MESZ + 1)) / 5
           COMPUTE W-DU-B = W-DU-ANOZ / 4
           COMPUTE W-DU-C = W-DU-ANOZ / 100
           COMPUTE W-DU-D = W-DU-ANOZ / 400
           COMPUTE W-DU-T1 = W-DU-DIA + W-DU-A + W-DU-ANOZ
                  + W-DU-B - W-DU-C + W-DU-D
           DIVIDE W-DU-T1 BY 7 GIVING W-DU-Q REMAINDER W-DU-H
      *    RESTO 1 = DOMINGO (CONGRUENCIA DE ZELLER).
           IF W-DU-H = 1
              ADD 1 TO W-DSR-DESC
              GO TO VERIF-DSR-FIM.
           IF W-CAL-OK = "S"
              MOVE W-DU-DATA TO DATAFER
              READ ARQFERIAD
              IF CL-ERRO = "00"
                 ADD 1 TO W-DSR-DESC
                 GO TO VERIF-DSR-FIM.
           ADD 1 TO W-DSR-UTEIS.
       VERIF-DSR-FIM.
           EXIT.
      *
       DIAS-MES.
           MOVE 31 TO W-DU-DMAX
           IF W-DU-MES = 4 OR W-DU-MES = 6 OR W-DU-MES = 9
                           OR W-DU-MES = 11
              MOVE 30 TO W-DU-DMAX.
           IF W-DU-MES = 2
              MOVE 28 TO W-DU-DMAX
              DIVIDE W-DU-ANO BY 4 GIVING W-DU-Q
                     REMAINDER W-DU-R4
              IF W-DU-R4 = ZEROS
                 MOVE 29 TO W-DU-DMAX.
       DIAS-MES-FIM.
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
       LER-PARAM.
           OPEN INPUT ARQPARAM
           IF PR-ERRO NOT = "00"
           EXIT.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA, COMPETENCIA E DATA
      *    DA EMISSAO, PARA NAO SOBREPOR A EMISSAO ANTERIOR. O
      *    RECALCULO DE UM UNICO FUNCIONARIO LEVA O CODIGO DELE NO
      *    NOME E NAO SE CONFUNDE COM O RELATORIO DA FOLHA COMPLETA.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           IF W-FUNCUNI NOT = ZEROS
              GO TO MONTA-NOME-UNI.
           STRING "FPP015-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
                  INTO W-NOMEREL.
           GO TO MONTA-NOME-FIM.
       MONTA-NOME-UNI.
           STRING "FPP015U-" DELIMITED BY SIZE
                  W-FUNCUNI  DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  W-COMPET   DELIMITED BY SIZE
                  ".DOC"     DELIMITED BY SIZE
                  INTO W-NOMEREL.
       MONTA-NOME-FIM.
           EXIT.
      *
