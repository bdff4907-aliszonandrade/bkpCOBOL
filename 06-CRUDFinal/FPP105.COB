       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP105.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * DOCUMENTOS ENTREGUES PELO FUNCIONARIO (ARQFUNDOC)             *
      * REGISTRA A DATA DE RECEBIMENTO DE CADA DOCUMENTO EXIGIDO NA   *
      * ADMISSAO (FPP104) PARA O TIPO DE CONTRATO DO FUNCIONARIO; OS  *
      * DOCUMENTOS DE DEPENDENTE SAO UM POR DEPENDENTE ATIVO. A TELA  *
      * MOSTRA O QUE AINDA ESTA PENDENTE. DATA ZERADA DESFAZ A        *
      * ENTREGA.                                                      *
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
                    FILE STATUS          IS ST-ERRO.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 TD-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 CT-ERRO      PIC X(02) VALUE "00".
       01 DN-ERRO      PIC X(02) VALUE "00".
       01 W-CTR-OK     PIC X(01) VALUE "N".
       01 W-DEPEN-OK   PIC X(01) VALUE "N".
       01 W-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-CODDOC     PIC 9(02) VALUE ZEROS.
       01 W-SEQDOC     PIC 9(01) VALUE ZEROS.
       01 W-DTREC      PIC 9(08) VALUE ZEROS.
       01 W-OBS        PIC X(30) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-TIPOCTR    PIC X(01) VALUE "C".
       01 W-CTRTX      PIC X(12) VALUE SPACES.
       01 W-EXIGE      PIC X(01) VALUE "N".
       01 W-ENTREGUE   PIC X(01) VALUE "N".
       01 W-EXISTE     PIC X(01) VALUE "N".
       01 W-LIN        PIC 9(02) VALUE ZEROS.
       01 W-QTDPEND    PIC 9(03) VALUE ZEROS.
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
      *
      *    TABELA DE DOCUMENTOS CARREGADA DO ARQTDOC.
       01 W-IND        PIC 9(02) VALUE ZEROS.
       01 W-IDOC       PIC 9(02) VALUE ZEROS.
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
       01 W-PENDLIN.
           05 W-PLCOD      PIC 9(02).
           05 FILLER       PIC X(01) VALUE " ".
           05 W-PLDESC     PIC X(30).
           05 FILLER       PIC X(01) VALUE " ".
           05 W-PLSEQ      PIC X(01).
           05 FILLER       PIC X(01) VALUE " ".
           05 W-PLNOME     PIC X(25).
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 14
               VALUE  "*** DOCUMENTOS ENTREGUES NA ADMISSAO ***".
           05  LINE 04  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 05  COLUMN 04 VALUE  "TIPO DE CONTRATO       :".
           05  LINE 07  COLUMN 04 VALUE  "DOCUMENTO              :".
           05  LINE 08  COLUMN 04 VALUE  "DEPENDENTE (SEQUENCIA) :".
           05  LINE 09  COLUMN 04 VALUE  "DATA DO RECEBIMENTO    :".
           05  LINE 09  COLUMN 40 VALUE  "(AAAAMMDD, 0 = DESFAZ)".
           05  LINE 10  COLUMN 04 VALUE  "OBSERVACAO             :".
           05  LINE 12  COLUMN 04 VALUE  "DOCUMENTOS PENDENTES   :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-FUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  W-FUNC
               HIGHLIGHT.
           05  TW-CODDOC
               LINE 07  COLUMN 29  PIC 9(02)
               USING  W-CODDOC
               HIGHLIGHT.
           05  TW-SEQDOC
               LINE 08  COLUMN 29  PIC 9(01)
               USING  W-SEQDOC
               HIGHLIGHT.
           05  TW-DTREC
               LINE 09  COLUMN 29  PIC 9(08)
               USING  W-DTREC
               HIGHLIGHT.
           05  TW-OBS
               LINE 10  COLUMN 29  PIC X(30)
               USING  W-OBS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQFUNDOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQFUNDOC
                 CLOSE ARQFUNDOC
                 MOVE "*** ARQUIVO ARQFUNDOC FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNDOC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQTDOC
           IF TD-ERRO NOT = "00"
              MOVE "* CADASTRE OS DOCUMENTOS NO FPP104 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
           PERFORM CARREGA-TAB THRU CARREGA-TAB-FIM
           CLOSE ARQTDOC
           IF W-QTDTB = ZEROS
              MOVE "* CADASTRE OS DOCUMENTOS NO FPP104 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
       R0B.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
      *    SEM CONTRATOS TODOS SAO CLT; SEM DEPENDENTES NAO HA
      *    DOCUMENTO DE DEPENDENTE A COBRAR.
           MOVE "N" TO W-CTR-OK W-DEPEN-OK
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO = "00"
              MOVE "S" TO W-CTR-OK.
           OPEN INPUT ARQDEPEN
           IF DN-ERRO = "00"
              MOVE "S" TO W-DEPEN-OK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-FUNC.
       R1A.
           MOVE ZEROS  TO W-CODDOC W-SEQDOC W-DTREC
           MOVE SPACES TO W-OBS
           DISPLAY TELA3.
       R2.
           ACCEPT TW-FUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-FUNC TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           DISPLAY (04, 37) NOMEFUNC
           MOVE "C" TO W-TIPOCTR
           IF W-CTR-OK = "S"
              MOVE W-FUNC TO FUNCCT
              READ ARQFUNCTR
              IF CT-ERRO = "00"
                 MOVE TIPOCT TO W-TIPOCTR.
           MOVE "CLT"         TO W-CTRTX
           IF W-TIPOCTR = "E"
              MOVE "ESTAGIARIO" TO W-CTRTX.
           IF W-TIPOCTR = "A"
              MOVE "APRENDIZ"   TO W-CTRTX.
           DISPLAY (05, 29) W-CTRTX
           PERFORM LISTA-PEND THRU LISTA-PEND-FIM.
       R3.
           MOVE ZEROS  TO W-SEQDOC W-DTREC
           MOVE SPACES TO W-OBS
           DISPLAY TW-SEQDOC TW-DTREC TW-OBS
           DISPLAY (07, 33) "                              "
           DISPLAY (08, 33) "                              "
           ACCEPT TW-CODDOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           PERFORM BUSCA-DOC THRU BUSCA-DOC-FIM
           IF W-IDOC = ZEROS
                   MOVE "* DOCUMENTO NAO CADASTRADO NO FPP104 *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           DISPLAY (07, 33) TB-DESC (W-IDOC)
           MOVE W-IDOC TO W-IND
           PERFORM VER-EXIGE THRU VER-EXIGE-FIM
           IF W-EXIGE NOT = "S"
                   MOVE "* DOCUMENTO NAO EXIGIDO NESTE CONTRATO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF TB-DEP (W-IDOC) NOT = "S"
                   GO TO R5.
       R4.
           ACCEPT TW-SEQDOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-DEPEN-OK NOT = "S"
                   MOVE "* NENHUM DEPENDENTE CADASTRADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE W-FUNC   TO DEPENFUNC
           MOVE W-SEQDOC TO SEQUENCIA
           READ ARQDEPEN
           IF DN-ERRO NOT = "00"
                   MOVE "* DEPENDENTE NAO CADASTRADO NO FPP003 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           DISPLAY (08, 33) NOMEDEPEN.
       R5.
           MOVE W-FUNC   TO FUNCFD
           MOVE W-CODDOC TO CODTDFD
           MOVE W-SEQDOC TO SEQFD
           MOVE "N" TO W-EXISTE
           READ ARQFUNDOC
           IF ST-ERRO = "00"
              MOVE "S"     TO W-EXISTE
              MOVE DTRECFD TO W-DTREC
              MOVE OBSFD   TO W-OBS
           ELSE
              MOVE W-HOJE  TO W-DTREC.
           DISPLAY TW-OBS.
       R6.
           ACCEPT TW-DTREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 AND TB-DEP (W-IDOC) = "S"
                   GO TO R4.
           IF W-ACT = 01
                   GO TO R3.
           IF W-DTREC = ZEROS
                   GO TO EXC-OPC.
           MOVE W-DTREC TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
           IF W-DTREC > W-HOJE
                   MOVE "O RECEBIMENTO NAO PODE SER FUTURO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
           ACCEPT TW-OBS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-FUNC    TO FUNCFD
                MOVE W-CODDOC  TO CODTDFD
                MOVE W-SEQDOC  TO SEQFD
                MOVE W-DTREC   TO DTRECFD
                MOVE W-OBS     TO OBSFD
                MOVE W-OPERLOG TO OPERADOR-FD
                ACCEPT DATAGRAV-FD FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-FD FROM TIME
                IF W-EXISTE = "S"
                   REWRITE REGFUNDOC
                ELSE
                   WRITE REGFUNDOC.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFUNDOC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** ENTREGA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM LISTA-PEND THRU LISTA-PEND-FIM
                GO TO R3.
      *
      *    DATA ZERADA: O DOCUMENTO VOLTA A FICAR PENDENTE.
       EXC-OPC.
                IF W-EXISTE NOT = "S"
                   MOVE "* DOCUMENTO AINDA NAO ENTREGUE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                DISPLAY (23, 40) "DESFAZER  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ENTREGA MANTIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQFUNDOC RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** ENTREGA DESFEITA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM LISTA-PEND THRU LISTA-PEND-FIM
                GO TO R3.
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
       BUSCA-DOC.
           MOVE ZEROS TO W-IDOC
           MOVE 1 TO W-IND.
       BUSCA-DOC1.
           IF W-IND > W-QTDTB
              GO TO BUSCA-DOC-FIM.
           IF TB-COD (W-IND) = W-CODDOC
              MOVE W-IND TO W-IDOC
              GO TO BUSCA-DOC-FIM.
           ADD 1 TO W-IND
           GO TO BUSCA-DOC1.
       BUSCA-DOC-FIM.
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
      *    DOCUMENTO TB-COD (W-IND) DO FUNCIONARIO W-FUNC (DEPENDENTE
      *    W-SEQDOC) RECEBIDO?
       VER-ENTREGA.
           MOVE "N" TO W-ENTREGUE
           MOVE W-FUNC         TO FUNCFD
           MOVE TB-COD (W-IND) TO CODTDFD
           MOVE W-SEQDOC       TO SEQFD
           READ ARQFUNDOC
           IF ST-ERRO = "00" AND DTRECFD NOT = ZEROS
              MOVE "S" TO W-ENTREGUE.
       VER-ENTREGA-FIM.
           EXIT.
      *
      *    TOTAL DE PENDENCIAS DO FUNCIONARIO E AS PRIMEIRAS NOVE NAS
      *    LINHAS 13 A 21.
       LISTA-PEND.
           MOVE SPACES TO W-PENDLIN
           MOVE 13 TO W-LIN.
       LISTA-PEND0.
           DISPLAY (W-LIN, 04) W-PENDLIN
           ADD 1 TO W-LIN
           IF W-LIN < 22
              GO TO LISTA-PEND0.
           MOVE ZEROS TO W-QTDPEND
           MOVE 13 TO W-LIN
           MOVE 1 TO W-IND.
       LISTA-PEND1.
           IF W-IND > W-QTDTB
              GO TO LISTA-PEND2.
           PERFORM VER-EXIGE THRU VER-EXIGE-FIM
           IF W-EXIGE NOT = "S"
              GO TO LISTA-PEND1A.
           IF TB-DEP (W-IND) = "S"
              PERFORM LISTA-DEP THRU LISTA-DEP-FIM
              GO TO LISTA-PEND1A.
           MOVE ZEROS TO W-SEQDOC
           PERFORM VER-ENTREGA THRU VER-ENTREGA-FIM
           IF W-ENTREGUE NOT = "S"
              MOVE SPACES TO W-PLSEQ W-PLNOME
              PERFORM MOSTRA-PEND THRU MOSTRA-PEND-FIM.
       LISTA-PEND1A.
           ADD 1 TO W-IND
           GO TO LISTA-PEND1.
       LISTA-PEND2.
           MOVE ZEROS TO W-SEQDOC
           DISPLAY (12, 29) W-QTDPEND.
       LISTA-PEND-FIM.
           EXIT.
      *
      *    UM DOCUMENTO POR DEPENDENTE ATIVO DO FUNCIONARIO.
       LISTA-DEP.
           IF W-DEPEN-OK NOT = "S"
              GO TO LISTA-DEP-FIM.
           MOVE W-FUNC TO DEPENFUNC
           MOVE ZEROS  TO SEQUENCIA
           START ARQDEPEN KEY IS GREATER CODDEPEN
              INVALID KEY
                 GO TO LISTA-DEP-FIM.
       LISTA-DEP1.
           READ ARQDEPEN NEXT
           IF DN-ERRO NOT = "00"
              GO TO LISTA-DEP-FIM.
           IF DEPENFUNC NOT = W-FUNC
              GO TO LISTA-DEP-FIM.
           IF DEPEN-STATUSAUX NOT = "A"
              GO TO LISTA-DEP1.
           MOVE SEQUENCIA TO W-SEQDOC
           PERFORM VER-ENTREGA THRU VER-ENTREGA-FIM
           IF W-ENTREGUE NOT = "S"
              MOVE SEQUENCIA TO W-PLSEQ
              MOVE NOMEDEPEN TO W-PLNOME
              PERFORM MOSTRA-PEND THRU MOSTRA-PEND-FIM.
           GO TO LISTA-DEP1.
       LISTA-DEP-FIM.
           EXIT.
      *
       MOSTRA-PEND.
           ADD 1 TO W-QTDPEND
           IF W-LIN > 21
              GO TO MOSTRA-PEND-FIM.
           MOVE TB-COD  (W-IND) TO W-PLCOD
           MOVE TB-DESC (W-IND) TO W-PLDESC
           DISPLAY (W-LIN, 04) W-PENDLIN
           ADD 1 TO W-LIN.
       MOSTRA-PEND-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-CTR-OK = "S"
              CLOSE ARQFUNCTR.
           IF W-DEPEN-OK = "S"
              CLOSE ARQDEPEN.
           CLOSE ARQFUNC.
       ROT-FIM3.
           CLOSE ARQFUNDOC.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIM1.
           STOP RUN.
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
