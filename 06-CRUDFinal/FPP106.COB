       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP106.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * RELATORIO DE DOCUMENTOS PENDENTES DA ADMISSAO                 *
      * PARA CADA FUNCIONARIO NAO DEMITIDO LISTA OS DOCUMENTOS        *
      * EXIGIDOS NO SEU TIPO DE CONTRATO (FPP104) AINDA NAO ENTREGUES *
      * (FPP105); OS DOCUMENTOS DE DEPENDENTE SAO COBRADOS DE CADA    *
      * DEPENDENTE ATIVO DO ARQDEPEN.                                 *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNDOC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEFD
                    ALTERNATE RECORD KEY IS CODTDFD WITH DUPLICATES
                    FILE STATUS          IS FD-ERRO.
           SELECT ARQTDOC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODTD
                    FILE STATUS          IS TD-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQFUNCTR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCCT
                       FILE STATUS  IS CT-ERRO.
           SELECT ARQDEPEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEPEN
                       ALTERNATE RECORD KEY IS NOMEDEPEN WITH DUPLICATES
                       FILE STATUS  IS DN-ERRO.

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
       FD ARQDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPEN.DAT".
       01 REGDEPEN.
           03 CODDEPEN.
               05 DEPENFUNC   PIC 9(6).
               05 SEQUENCIA        PIC 9(1).
           03 NOMEDEPEN            PIC X(30).
           03 GRAUPARENTESCOAUX    PIC 9.
           03 GRAUPARENTESCO.
               05 GRAUPARENTESCO1  PIC 9.
               05 GRAUPARENTESCO2  PIC X(20).
           03 DEPEN-DATANASC.
               05 ANO-DN           PIC 9(4).
               05 MES-DN           PIC 9(2).
               05 DIA-DN           PIC 9(2).
           03 DEPEN-SEXO                 PIC X.
           03 DEPEN-SEXO2                PIC X(9).
           03 INSS-DN              PIC X.
           03 INSS2-DN             PIC X(11).
           03 DIMP                  PIC X.
           03 DIMP2                 PIC X(11).
           03 DEPEN-STATUSAUX      PIC X.
           03 DEPEN-STATUS.
               05 DEPEN-STATUS1    PIC X.
               05 DEPEN-STATUS2    PIC X(16).
           03 OPERADOR-DN PIC X(08).
           03 DATAGRAVACAO-DN.
               05 DATAGRAV-DN PIC 9(8).
               05 HORAGRAV-DN PIC 9(6).
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
       77 FD-ERRO    PIC X(02) VALUE "00".
       77 TD-ERRO    PIC X(02) VALUE "00".
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 CT-ERRO    PIC X(02) VALUE "00".
       77 DN-ERRO    PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-FUNDOC-OK   PIC X(01) VALUE "N".
       01 W-CTR-OK      PIC X(01) VALUE "N".
       01 W-DEPEN-OK    PIC X(01) VALUE "N".
       01 W-TIPOCTR     PIC X(01) VALUE "C".
       01 W-EXIGE       PIC X(01) VALUE "N".
       01 W-ENTREGUE    PIC X(01) VALUE "N".
       01 W-SEQDOC      PIC 9(01) VALUE ZEROS.
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-COMPETN     PIC 9(06) VALUE ZEROS.
       01 W-PENDFUNC    PIC 9(03) VALUE ZEROS.
       01 W-QTDFUNC     PIC 9(05) VALUE ZEROS.
       01 W-QTDPEND     PIC 9(05) VALUE ZEROS.
      *
      *    TABELA DE DOCUMENTOS CARREGADA DO ARQTDOC.
       01 W-IND        PIC 9(02) VALUE ZEROS.
       01 W-QTDTB      PIC 9(02) VALUE ZEROS.
       01 W-TABDOCX.
           03 TABDOC OCCURS 30 TIMES.
               05 TB-COD    PIC 9(02).
               05 TB-DESC   PIC X(30).
               05 TB-CLT    PIC X(01).
               05 TB-EST    PIC X(01).
               05 TB-APR    PIC X(01).
               05 TB-DEP    PIC X(01).
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(042) VALUE
           "------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(50) VALUE
           " *** DOCUMENTOS PENDENTES DA ADMISSAO ***         ".
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABDET.
           05  FILLER                 PIC X(060) VALUE
           "  CODIGO NOME                      DOCUMENTO".
           05  FILLER                 PIC X(039) VALUE
           "            DEPENDENTE".

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETFUNCTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(25).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETCODTX        VALUE ZEROS  PIC 9(02).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETDESCTX       VALUE SPACES PIC X(30).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETSEQTX        VALUE SPACES PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETDEPTX        VALUE SPACES PIC X(25).

       01  LINHA-TOT.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  FILLER          PIC X(30) VALUE
               "FUNCIONARIOS COM PENDENCIA ..:".
           05  TOTFUNCTX       VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  FILLER          PIC X(24) VALUE
               "DOCUMENTOS PENDENTES ..:".
           05  TOTPENDTX       VALUE ZEROS  PIC ZZZZ9.

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
           05  LINE 02  COLUMN 15
               VALUE  "*** DOCUMENTOS PENDENTES DA ADMISSAO ***".
           05  LINE 05  COLUMN 05
               VALUE  "FUNCIONARIOS NAO DEMITIDOS COM DOCUMENTOS".
           05  LINE 06  COLUMN 05
               VALUE  "EXIGIDOS NO CONTRATO AINDA NAO ENTREGUES.".
           05  LINE 11  COLUMN 05
               VALUE  "CONFIRMA EMISSAO (S/N)     :".
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
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-COMPETN
           MOVE "S" TO W-OPCAO
           DISPLAY TELA.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT ARQTDOC
           IF TD-ERRO NOT = "00"
              MOVE "* CADASTRE OS DOCUMENTOS NO FPP104 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           PERFORM CARREGA-TAB THRU CARREGA-TAB-FIM
           CLOSE ARQTDOC
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    SEM ENTREGAS TUDO ESTA PENDENTE; SEM CONTRATOS TODOS SAO
      *    CLT; SEM DEPENDENTES NAO HA DOCUMENTO DE DEPENDENTE.
           MOVE "N" TO W-FUNDOC-OK W-CTR-OK W-DEPEN-OK
           OPEN INPUT ARQFUNDOC
           IF FD-ERRO = "00"
              MOVE "S" TO W-FUNDOC-OK.
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO = "00"
              MOVE "S" TO W-CTR-OK.
           OPEN INPUT ARQDEPEN
           IF DN-ERRO = "00"
              MOVE "S" TO W-DEPEN-OK.
           MOVE ZEROS TO W-QTDFUNC W-QTDPEND
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CABDET
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO ROT-TOTAL.
      *
       LER-FUNC.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           IF STATUSAUX = "D"
              GO TO LER-FUNC.
           MOVE "C" TO W-TIPOCTR
           IF W-CTR-OK = "S"
              MOVE CODFUNC TO FUNCCT
              READ ARQFUNCTR
              IF CT-ERRO = "00"
                 MOVE TIPOCT TO W-TIPOCTR.
           MOVE ZEROS TO W-PENDFUNC
           MOVE 1 TO W-IND.
       LER-FUNC1.
           IF W-IND > W-QTDTB
              GO TO LER-FUNC2.
           PERFORM VER-EXIGE THRU VER-EXIGE-FIM
           IF W-EXIGE NOT = "S"
              GO TO LER-FUNC1A.
           IF TB-DEP (W-IND) = "S"
              PERFORM LISTA-DEP THRU LISTA-DEP-FIM
              GO TO LER-FUNC1A.
           MOVE ZEROS TO W-SEQDOC
           PERFORM VER-ENTREGA THRU VER-ENTREGA-FIM
           IF W-ENTREGUE NOT = "S"
              MOVE SPACES TO DETSEQTX DETDEPTX
              PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       LER-FUNC1A.
           ADD 1 TO W-IND
           GO TO LER-FUNC1.
       LER-FUNC2.
           IF W-PENDFUNC > ZEROS
              ADD 1 TO W-QTDFUNC.
           GO TO LER-FUNC.
      *
       ROT-TOTAL.
           MOVE W-QTDFUNC TO TOTFUNCTX
           MOVE W-QTDPEND TO TOTPENDTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT
           CLOSE ARQFUNCTX
           MOVE W-COMPETN TO COMPETRC
           MOVE W-QTDPEND TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-QTDPEND = ZEROS
              MOVE "* NENHUM DOCUMENTO PENDENTE *" TO MENS
           ELSE
              MOVE "** PENDENCIAS EMITIDAS - VER RELATORIO FPP106 **"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       GRAVA-DET.
           MOVE CODFUNC         TO DETFUNCTX
           MOVE NOMEFUNC        TO DETNOMETX
           MOVE TB-COD  (W-IND) TO DETCODTX
           MOVE TB-DESC (W-IND) TO DETDESCTX
           WRITE REGFUNCIONARIOTX FROM DET
           ADD 1 TO W-PENDFUNC
           ADD 1 TO W-QTDPEND.
       GRAVA-DET-FIM.
           EXIT.
      *
       CARREGA-TAB.
           MOVE ZEROS TO W-QTDTB CODTD
           START ARQTDOC KEY IS NOT LESS CODTD
              INVALID KEY
                 GO TO CARREGA-TAB-FIM.
       CARREGA-TAB1.
           READ ARQTDOC NEXT
           IF TD-ERRO NOT = "00" OR W-QTDTB = 30
              GO TO CARREGA-TAB-FIM.
           ADD 1 TO W-QTDTB
           MOVE CODTD   TO TB-COD  (W-QTDTB)
           MOVE DESCTD  TO TB-DESC (W-QTDTB)
           MOVE EXIGCLT TO TB-CLT  (W-QTDTB)
           MOVE EXIGEST TO TB-EST  (W-QTDTB)
           MOVE EXIGAPR TO TB-APR  (W-QTDTB)
           MOVE DEPTD   TO TB-DEP  (W-QTDTB)
           GO TO CARREGA-TAB1.
       CARREGA-TAB-FIM.
           EXIT.
      *
      *    DOCUMENTO W-IND EXIGIDO NO TIPO DE CONTRATO W-TIPOCTR.
       VER-EXIGE.
           MOVE TB-CLT (W-IND) TO W-EXIGE
           IF W-TIPOCTR = "E"
              MOVE TB-EST (W-IND) TO W-EXIGE.
           IF W-TIPOCTR = "A"
              MOVE TB-APR (W-IND) TO W-EXIGE.
       VER-EXIGE-FIM.
           EXIT.
      *
      *    DOCUMENTO TB-COD (W-IND) DO FUNCIONARIO (DEPENDENTE
      *    W-SEQDOC) RECEBIDO?
       VER-ENTREGA.
           MOVE "N" TO W-ENTREGUE
           IF W-FUNDOC-OK NOT = "S"
              GO TO VER-ENTREGA-FIM.
           MOVE CODFUNC        TO FUNCFD
           MOVE TB-COD (W-IND) TO CODTDFD
           MOVE W-SEQDOC       TO SEQFD
           READ ARQFUNDOC
           IF FD-ERRO = "00" AND DTRECFD NOT = ZEROS
              MOVE "S" TO W-ENTREGUE.
       VER-ENTREGA-FIM.
           EXIT.
      *
      *    UM DOCUMENTO POR DEPENDENTE ATIVO DO FUNCIONARIO.
       LISTA-DEP.
           IF W-DEPEN-OK NOT = "S"
              GO TO LISTA-DEP-FIM.
           MOVE CODFUNC TO DEPENFUNC
           MOVE ZEROS   TO SEQUENCIA
           START ARQDEPEN KEY IS GREATER CODDEPEN
              INVALID KEY
                 GO TO LISTA-DEP-FIM.
       LISTA-DEP1.
           READ ARQDEPEN NEXT
           IF DN-ERRO NOT = "00"
              GO TO LISTA-DEP-FIM.
           IF DEPENFUNC NOT = CODFUNC
              GO TO LISTA-DEP-FIM.
           IF DEPEN-STATUSAUX NOT = "A"
              GO TO LISTA-DEP1.
           MOVE SEQUENCIA TO W-SEQDOC
           PERFORM VER-ENTREGA THRU VER-ENTREGA-FIM
           IF W-ENTREGUE NOT = "S"
              MOVE SEQUENCIA TO DETSEQTX
              MOVE NOMEDEPEN TO DETDEPTX
              PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
           GO TO LISTA-DEP1.
       LISTA-DEP-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           IF W-FUNDOC-OK = "S"
              CLOSE ARQFUNDOC.
           IF W-CTR-OK = "S"
              CLOSE ARQFUNCTR.
           IF W-DEPEN-OK = "S"
              CLOSE ARQDEPEN.
           CLOSE ARQFUNC.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA, DATA E HORA.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE W-DATARELC TO DATAREL
           MOVE SPACES TO W-NOMEREL
           STRING "FPP106-" DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-HORARELC DELIMITED BY SIZE
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
           MOVE "FPP106" TO PROGRC
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
