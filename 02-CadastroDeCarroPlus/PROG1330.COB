       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG1330.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * UTILIZACAO MENSAL DA FROTA E VEICULOS OCIOSOS  *
      * PARA CADA VEICULO ATIVO, DIA A DIA NO MES:     *
      *   DIAS ATRIBUIDOS (ARQATRIB)                   *
      *   DIAS RESERVADOS (ARQRESVEI) E QUANTOS DELES  *
      *   O CARRO RODOU DE FATO (ARQDIARIO)            *
      *   KM RODADOS NO DIARIO DE BORDO                *
      *   DIAS UTEIS OCIOSOS: NEM ATRIBUIDO NEM RODADO *
      *   (CALENDARIO DE FERIADOS ARQFERIAD - FPP073)  *
      * O VEICULO ENTRA NO DEPARTAMENTO DA ATRIBUICAO  *
      * (OU DA RESERVA) COM MAIS DIAS NO MES. ABAIXO   *
      * DO LIMITE DE UTILIZACAO ELE E CANDIDATO A      *
      * REMANEJAMENTO OU BAIXA (PROG1325). NO FINAL,   *
      * AS RESERVAS NAO UTILIZADAS (NO-SHOW) POR       *
      * FUNCIONARIO.                                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCARRO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PLACA
                   FILE STATUS  IS CAR-ERRO.

           SELECT ARQATRIB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEAT
                   FILE STATUS  IS AT-ERRO.

           SELECT ARQRESVEI ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVERV
                   FILE STATUS  IS RV-ERRO.

           SELECT ARQDIARIO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEDB
                   FILE STATUS  IS DB-ERRO.

           SELECT ARQFERIAD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DATAFER
                   FILE STATUS  IS CL-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODFUNC
                   ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                   FILE STATUS  IS FUNC-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODDEP
                   ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES
                   FILE STATUS  IS DP-ERRO.

           SELECT ARQUTITX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCARRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARRO.DAT".
       01 REGCARRO.
          03 PLACA             PIC X(08).
          03 PROPRIETARIO      PIC X(30).
          03 ANOFABRICACAO     PIC 9(04).
          03 SITUACAO          PIC X(01).
          03 MARCA             PIC 9(01).
          03 OPERADOR          PIC X(08).
          03 DATAGRAVACAO.
             05 DATAGRAV       PIC 9(8).
             05 HORAGRAV       PIC 9(6).
      *
       FD ARQATRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQATRIB.DAT".
       01 REGATRIB.
          03 CHAVEAT.
             05 PLACAAT        PIC X(08).
             05 DATAAT         PIC 9(08).
             05 HORAAT         PIC 9(06).
          03 FUNCAT            PIC 9(06).
          03 DEPAT             PIC 9(03).
          03 DATADEV           PIC 9(08).
          03 HORADEV           PIC 9(06).
          03 OPERADOR-AT       PIC X(08).
      *
      *    SITUACAO DA RESERVA: A = ATIVA, C = CANCELADA.
       FD ARQRESVEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESVEI.DAT".
       01 REGRESVEI.
          03 CHAVERV.
             05 PLACARV        PIC X(08).
             05 DATAINIRV      PIC 9(08).
          03 DATAFIMRV         PIC 9(08).
          03 FUNCRV            PIC 9(06).
          03 SITRV             PIC X(01).
          03 OPERADOR-RV       PIC X(08).
      *
       FD ARQDIARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDIARIO.DAT".
       01 REGDIARIO.
          03 CHAVEDB.
             05 PLACADB        PIC X(08).
             05 DATADB         PIC 9(08).
             05 HORADB         PIC 9(04).
          03 FUNCDB            PIC 9(06).
          03 ORIGEMDB          PIC X(20).
          03 DESTINODB         PIC X(20).
          03 KMSAIDADB         PIC 9(07).
          03 KMCHEGADB         PIC 9(07).
          03 OPERADOR-DB       PIC X(08).
      *
      *    FERIADOS DA EMPRESA (FPP073).
       FD ARQFERIAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAD.DAT".
       01 REGFERIAD.
          03 DATAFER           PIC 9(08).
          03 DESCFER           PIC X(25).
          03 OPERADOR-FR       PIC X(08).
          03 DATAGRAVACAO-FR.
             05 DATAGRAV-FR    PIC 9(8).
             05 HORAGRAV-FR    PIC 9(6).
      *
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC PIC 9(6).
           03 NOMEFUNC PIC X(30).
           03 FILLER PIC X(63).
           03 CARGOFUNC PIC 999.
           03 DEPFUNC PIC 999.
           03 FILLER PIC X(101).
      *
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODDEP PIC 9(3).
           03 NOMEDEP PIC X(25).
           03 FILLER PIC X(73).
      *
       FD ARQUTITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUTILIZ.DOC".
       01 REGUTITX            PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CAR-ERRO   PIC X(02) VALUE "00".
       01 AT-ERRO    PIC X(02) VALUE "00".
       01 RV-ERRO    PIC X(02) VALUE "00".
       01 DB-ERRO    PIC X(02) VALUE "00".
       01 CL-ERRO    PIC X(02) VALUE "00".
       01 FUNC-ERRO  PIC X(02) VALUE "00".
       01 DP-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-ATRIB-OK PIC X(01) VALUE "N".
       01 W-RES-OK   PIC X(01) VALUE "N".
       01 W-DB-OK    PIC X(01) VALUE "N".
       01 W-CAL-OK   PIC X(01) VALUE "N".
       01 W-FUNC-OK  PIC X(01) VALUE "N".
       01 W-DEP-OK   PIC X(01) VALUE "N".
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-LIMUTIL  PIC 9(03) VALUE 30.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DTBASE   PIC 9(08) VALUE ZEROS.
       01 W-DTINI    PIC 9(08) VALUE ZEROS.
       01 W-DTFIM    PIC 9(08) VALUE ZEROS.
       01 W-INI      PIC 9(08) VALUE ZEROS.
       01 W-FIM      PIC 9(08) VALUE ZEROS.
       01 W-DINI     PIC 9(02) VALUE ZEROS.
       01 W-DFIM     PIC 9(02) VALUE ZEROS.
       01 W-NDIAS    PIC 9(02) VALUE ZEROS.
       01 W-QTDUTEIS PIC 9(02) VALUE ZEROS.
       01 W-PLACASEL PIC X(08) VALUE SPACES.
       01 W-MARCA    PIC 9(01) VALUE ZEROS.
       01 W-RODOU    PIC X(01) VALUE "N".
       01 IX         PIC 9(02) VALUE ZEROS.
       01 IY         PIC 9(03) VALUE ZEROS.
       01 IZ         PIC 9(03) VALUE ZEROS.
      *
      *    CALENDARIO DO MES: S = DIA UTIL.
       01 TABUTIL.
           05 W-UTIL     PIC X(01) OCCURS 31 TIMES.
      *    DIAS DO VEICULO NO MES: 1 = ATRIBUIDO, 2 = RESERVADO,
      *    3 = RODADO (MARCAS INDEPENDENTES POR DIA).
       01 TABDIA.
           05 W-DIA OCCURS 31 TIMES.
              10 W-DATR  PIC X(01).
              10 W-DRES  PIC X(01).
              10 W-DROD  PIC X(01).
      *
      *    ACUMULADORES DO VEICULO.
       01 W-DEPVEI   PIC 9(03) VALUE ZEROS.
       01 W-DIASDEP  PIC 9(02) VALUE ZEROS.
       01 W-DEPORIG  PIC X(01) VALUE SPACES.
       01 W-DIASMOV  PIC 9(02) VALUE ZEROS.
       01 W-DIASATR  PIC 9(02) VALUE ZEROS.
       01 W-DIASRES  PIC 9(02) VALUE ZEROS.
       01 W-DIASRR   PIC 9(02) VALUE ZEROS.
       01 W-DIASROD  PIC 9(02) VALUE ZEROS.
       01 W-OCIOSOS  PIC 9(02) VALUE ZEROS.
       01 W-KMMES    PIC 9(07) VALUE ZEROS.
       01 W-UTILPC   PIC 9(03) VALUE ZEROS.
      *
      *    DATA DE TRABALHO DO CALENDARIO (COMO NO STP067).
       01 W-DU-DATA.
           05 W-DU-ANO PIC 9(4) VALUE ZEROS.
           05 W-DU-MES PIC 9(2) VALUE ZEROS.
           05 W-DU-DIA PIC 9(2) VALUE ZEROS.
       01 W-DU-DATAN REDEFINES W-DU-DATA PIC 9(08).
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
       01 W-DU-UTIL  PIC X(1) VALUE "S".
       01 W-DU-DMAX  PIC 9(2) VALUE ZEROS.
      *
      *    TABELA DOS VEICULOS EM ORDEM DE DEPARTAMENTO (A ORDEM DE
      *    PLACA DO CADCARRO SE MANTEM DENTRO DO DEPARTAMENTO).
       01 W-QTDVE    PIC 9(03) VALUE ZEROS.
       01 W-QTDFORA  PIC 9(03) VALUE ZEROS.
       01 W-VE-ITEM.
           05 W-VE-DEP     PIC 9(03).
           05 W-VE-PLACA   PIC X(08).
           05 W-VE-ATR     PIC 9(02).
           05 W-VE-RES     PIC 9(02).
           05 W-VE-RR      PIC 9(02).
           05 W-VE-ROD     PIC 9(02).
           05 W-VE-KM      PIC 9(07).
           05 W-VE-OCIO    PIC 9(02).
           05 W-VE-UTIL    PIC 9(03).
           05 W-VE-CAND    PIC X(01).
       01 TABVE.
           05 VE-ITEM OCCURS 500 TIMES.
              10 VE-DEP     PIC 9(03).
              10 FILLER     PIC X(29).
      *
      *    RESERVAS E NO-SHOWS POR FUNCIONARIO.
       01 W-QTDNS    PIC 9(03) VALUE ZEROS.
       01 TABNS.
           05 NS-ITEM OCCURS 300 TIMES.
              10 NS-FUNC    PIC 9(06).
              10 NS-RES     PIC 9(03).
              10 NS-FALTA   PIC 9(03).
      *
      *    TOTAIS DO DEPARTAMENTO E GERAIS.
       01 W-DEPANT   PIC 9(03) VALUE ZEROS.
       01 W-DQTD     PIC 9(03) VALUE ZEROS.
       01 W-DCAND    PIC 9(03) VALUE ZEROS.
       01 W-DSOMUT   PIC 9(06) VALUE ZEROS.
       01 W-DKM      PIC 9(08) VALUE ZEROS.
       01 W-GCAND    PIC 9(03) VALUE ZEROS.
       01 W-GSOMUT   PIC 9(06) VALUE ZEROS.
       01 W-GKM      PIC 9(08) VALUE ZEROS.
       01 W-GRES     PIC 9(04) VALUE ZEROS.
       01 W-GFALTA   PIC 9(04) VALUE ZEROS.
      *
       01  CABU1.
           05  FILLER   PIC X(48) VALUE
           "*** UTILIZACAO DA FROTA E VEICULOS OCIOSOS ***  ".
           05  FILLER   PIC X(15) VALUE "COMPETENCIA : ".
           05  CABCOMPTX VALUE ZEROS PIC 9(6).

       01  CABU2.
           05  FILLER   PIC X(16) VALUE "DIAS UTEIS NO ".
           05  FILLER   PIC X(06) VALUE "MES : ".
           05  CABUTEISTX PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(30) VALUE
           "   LIMITE DE UTILIZACAO (%) : ".
           05  CABLIMTX PIC ZZ9 VALUE ZEROS.

       01  CABU3.
           05  FILLER   PIC X(52) VALUE
           "PLACA    ATRIB. RESERV. RES.ROD. RODADOS    KM MES ".
           05  FILLER   PIC X(40) VALUE
           "OCIOSOS UTIL.%  SITUACAO".

       01  CABDEP.
           05  FILLER   PIC X(15) VALUE "DEPARTAMENTO : ".
           05  CDEPTX   PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE " - ".
           05  CNOMEDTX PIC X(25) VALUE SPACES.

       01  DETU.
           05  UPLACATX PIC X(08) VALUE SPACES.
           05  FILLER   PIC X(03) VALUE SPACES.
           05  UATRTX   PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(06) VALUE SPACES.
           05  URESTX   PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(07) VALUE SPACES.
           05  URRTX    PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(06) VALUE SPACES.
           05  URODTX   PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  UKMTX    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(06) VALUE SPACES.
           05  UOCIOTX  PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(04) VALUE SPACES.
           05  UUTILTX  PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  USITTX   PIC X(40) VALUE SPACES.

       01  TOTDEP.
           05  FILLER   PIC X(20) VALUE "  VEICULOS DO DEPTO:".
           05  TDQTDTX  PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(16) VALUE "  UTIL. MEDIA %:".
           05  TDUTTX   PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(10) VALUE "  KM MES:".
           05  TDKMTX   PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(14) VALUE "  CANDIDATOS:".
           05  TDCANDTX PIC ZZ9 VALUE ZEROS.

       01  CABN1.
           05  FILLER   PIC X(50) VALUE
           "*** RESERVAS NAO UTILIZADAS (NO-SHOW) ***         ".
       01  CABN2.
           05  FILLER   PIC X(50) VALUE
           "FUNC.   NOME                           RESERVAS   ".
           05  FILLER   PIC X(10) VALUE "NO-SHOW".
       01  DETN.
           05  NFUNCTX  PIC 9(06) VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  NNOMETX  PIC X(30) VALUE SPACES.
           05  FILLER   PIC X(05) VALUE SPACES.
           05  NRESTX   PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(08) VALUE SPACES.
           05  NFALTX   PIC ZZ9 VALUE ZEROS.

       01  TOTS1.
           05  FILLER   PIC X(34) VALUE
           "VEICULOS ATIVOS AVALIADOS.......: ".
           05  TOTQTDTX PIC ZZ9 VALUE ZEROS.
       01  TOTS2.
           05  FILLER   PIC X(34) VALUE
           "UTILIZACAO MEDIA DA FROTA (%)...: ".
           05  TOTUTTX  PIC ZZ9 VALUE ZEROS.
       01  TOTS3.
           05  FILLER   PIC X(34) VALUE
           "KM RODADOS NO MES...............: ".
           05  TOTKMTX  PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       01  TOTS4.
           05  FILLER   PIC X(34) VALUE
           "CANDIDATOS A REMANEJAR/BAIXAR...: ".
           05  TOTCANTX PIC ZZ9 VALUE ZEROS.
       01  TOTS5.
           05  FILLER   PIC X(34) VALUE
           "RESERVAS ENCERRADAS / NO-SHOW...: ".
           05  TOTRESTX PIC Z.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE " / ".
           05  TOTFALTX PIC Z.ZZ9 VALUE ZEROS.
       01  TOTS6.
           05  FILLER   PIC X(34) VALUE
           "FORA DA LISTA (LIMITE DA TABELA): ".
           05  TOTFORTX PIC ZZ9 VALUE ZEROS.

       01  LINSEP       PIC X(110) VALUE ALL "-".
       01  LINBRA       PIC X(110) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** UTILIZACAO DA FROTA E VEICULOS OCIOSOS ***".
           05  LINE 06  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM)         :".
           05  TW-COMPET
               LINE 06  COLUMN 37  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 08  COLUMN 05
               VALUE  "LIMITE DE UTILIZACAO (%)     :".
           05  TW-LIMUTIL
               LINE 08  COLUMN 37  PIC ZZ9
               USING  W-LIMUTIL
               HIGHLIGHT.
           05  LINE 10  COLUMN 05
               VALUE  "CONFIRMA IMPRESSAO (S/N)     :".
           05  TW-OPCAO
               LINE 10  COLUMN 37  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY TELA.
       R1.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "A COMPETENCIA DEVE SER VALIDA (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R1A.
           ACCEPT TW-LIMUTIL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-LIMUTIL = ZEROS OR W-LIMUTIL > 100
              MOVE "O LIMITE DEVE SER DE 1 A 100 %" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1A.
       R2.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
       R3.
           OPEN INPUT CADCARRO
           IF CAR-ERRO NOT = "00"
              MOVE "ARQUIVO CADCARRO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-ATRIB-OK
           OPEN INPUT ARQATRIB
           IF AT-ERRO = "00"
              MOVE "S" TO W-ATRIB-OK.
           MOVE "N" TO W-RES-OK
           OPEN INPUT ARQRESVEI
           IF RV-ERRO = "00"
              MOVE "S" TO W-RES-OK.
           MOVE "N" TO W-DB-OK
           OPEN INPUT ARQDIARIO
           IF DB-ERRO = "00"
              MOVE "S" TO W-DB-OK.
      *    SEM O CALENDARIO DE FERIADOS SO OS FINS DE SEMANA CONTAM
      *    COMO DIA NAO UTIL.
           MOVE "N" TO W-CAL-OK
           OPEN INPUT ARQFERIAD
           IF CL-ERRO = "00"
              MOVE "S" TO W-CAL-OK.
           MOVE "N" TO W-FUNC-OK
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO = "00"
              MOVE "S" TO W-FUNC-OK.
           MOVE "N" TO W-DEP-OK
           OPEN INPUT ARQDEP
           IF DP-ERRO = "00"
              MOVE "S" TO W-DEP-OK.
           OPEN OUTPUT ARQUTITX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUTILIZ.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *    LIMITES DO MES E CALENDARIO DE DIAS UTEIS.
           MOVE W-ANOCOMP TO W-DU-ANO
           MOVE W-MESCOMP TO W-DU-MES
           PERFORM DIAS-MES THRU DIAS-MES-FIM
           MOVE W-DU-DMAX TO W-NDIAS
           COMPUTE W-DTBASE = (W-ANOCOMP * 10000) + (W-MESCOMP * 100)
           COMPUTE W-DTINI = W-DTBASE + 1
           COMPUTE W-DTFIM = W-DTBASE + W-NDIAS
           MOVE ZEROS TO W-QTDUTEIS
           MOVE 1 TO IX.
       R3A.
           MOVE IX TO W-DU-DIA
           PERFORM VERIF-DU THRU VERIF-DU-FIM
           MOVE W-DU-UTIL TO W-UTIL (IX)
           IF W-DU-UTIL = "S"
              ADD 1 TO W-QTDUTEIS.
           ADD 1 TO IX
           IF IX NOT > W-NDIAS
              GO TO R3A.
           MOVE ZEROS TO W-QTDVE W-QTDFORA W-QTDNS
           MOVE SPACES TO PLACA
           START CADCARRO KEY IS NOT LESS PLACA
              INVALID KEY
                 GO TO ROT-IMP.
      *
      ************************************************
      * UTILIZACAO DE CADA VEICULO ATIVO NO MES       *
      ************************************************
      *
       CAR-001.
           READ CADCARRO NEXT
           IF CAR-ERRO NOT = "00"
              GO TO ROT-IMP.
      *    SUCATA (S) JA SAIU DA FROTA.
           IF SITUACAO = "S"
              GO TO CAR-001.
           MOVE PLACA TO W-PLACASEL
           MOVE SPACES TO TABDIA
           MOVE ZEROS TO W-DEPVEI W-DIASDEP W-KMMES
           MOVE SPACES TO W-DEPORIG
           PERFORM MARCA-ATR THRU MARCA-ATR-FIM
           PERFORM MARCA-ROD THRU MARCA-ROD-FIM
           PERFORM MARCA-RES THRU MARCA-RES-FIM
           PERFORM CONTA-DIAS THRU CONTA-DIAS-FIM
           MOVE W-DEPVEI   TO W-VE-DEP
           MOVE W-PLACASEL TO W-VE-PLACA
           MOVE W-DIASATR  TO W-VE-ATR
           MOVE W-DIASRES  TO W-VE-RES
           MOVE W-DIASRR   TO W-VE-RR
           MOVE W-DIASROD  TO W-VE-ROD
           MOVE W-KMMES    TO W-VE-KM
           MOVE W-OCIOSOS  TO W-VE-OCIO
           MOVE W-UTILPC   TO W-VE-UTIL
           MOVE "N" TO W-VE-CAND
           IF W-UTILPC < W-LIMUTIL
              MOVE "S" TO W-VE-CAND.
           PERFORM INS-TAB THRU INS-TAB-FIM
           GO TO CAR-001.
      *
      *    INTERSECCAO DE [W-INI, W-FIM] COM O MES: MARCA OS DIAS
      *    DE W-DINI A W-DFIM NA MARCA W-MARCA; W-DIASMOV DEVOLVE
      *    QUANTOS DIAS CAIRAM NO MES.
       MARCA-PER.
           MOVE ZEROS TO W-DIASMOV
           IF W-FIM = ZEROS OR W-FIM > W-DTFIM
              MOVE W-DTFIM TO W-FIM.
           IF W-INI < W-DTINI
              MOVE W-DTINI TO W-INI.
           IF W-INI > W-FIM
              GO TO MARCA-PER-FIM.
           COMPUTE W-DINI = W-INI - W-DTBASE
           COMPUTE W-DFIM = W-FIM - W-DTBASE
           MOVE W-DINI TO IX.
       MARCA-PER1.
           IF W-MARCA = 1
              MOVE "S" TO W-DATR (IX).
           IF W-MARCA = 2
              MOVE "S" TO W-DRES (IX).
           ADD 1 TO W-DIASMOV
           ADD 1 TO IX
           IF IX NOT > W-DFIM
              GO TO MARCA-PER1.
       MARCA-PER-FIM.
           EXIT.
      *
      *    ATRIBUICOES DA PLACA QUE TOCAM O MES; O DEPARTAMENTO DO
      *    VEICULO E O DA ATRIBUICAO COM MAIS DIAS.
       MARCA-ATR.
           IF W-ATRIB-OK NOT = "S"
              GO TO MARCA-ATR-FIM.
           MOVE W-PLACASEL TO PLACAAT
           MOVE ZEROS TO DATAAT HORAAT
           START ARQATRIB KEY IS NOT LESS CHAVEAT
              INVALID KEY
                 GO TO MARCA-ATR-FIM.
       MARCA-ATR1.
           READ ARQATRIB NEXT
           IF AT-ERRO NOT = "00"
              GO TO MARCA-ATR-FIM.
           IF PLACAAT NOT = W-PLACASEL OR DATAAT > W-DTFIM
              GO TO MARCA-ATR-FIM.
           MOVE DATAAT  TO W-INI
           MOVE DATADEV TO W-FIM
           MOVE 1 TO W-MARCA
           PERFORM MARCA-PER THRU MARCA-PER-FIM
           IF W-DIASMOV > W-DIASDEP
              MOVE W-DIASMOV TO W-DIASDEP
              MOVE "A" TO W-DEPORIG
              MOVE DEPAT TO W-DEPVEI.
           GO TO MARCA-ATR1.
       MARCA-ATR-FIM.
           EXIT.
      *
      *    VIAGENS DO DIARIO DE BORDO NO MES: DIAS RODADOS E KM.
       MARCA-ROD.
           IF W-DB-OK NOT = "S"
              GO TO MARCA-ROD-FIM.
           MOVE W-PLACASEL TO PLACADB
           MOVE W-DTINI TO DATADB
           MOVE ZEROS TO HORADB
           START ARQDIARIO KEY IS NOT LESS CHAVEDB
              INVALID KEY
                 GO TO MARCA-ROD-FIM.
       MARCA-ROD1.
           READ ARQDIARIO NEXT
           IF DB-ERRO NOT = "00"
              GO TO MARCA-ROD-FIM.
           IF PLACADB NOT = W-PLACASEL OR DATADB > W-DTFIM
              GO TO MARCA-ROD-FIM.
           COMPUTE IX = DATADB - W-DTBASE
           MOVE "S" TO W-DROD (IX)
           IF KMCHEGADB > KMSAIDADB
              COMPUTE W-KMMES = W-KMMES + KMCHEGADB - KMSAIDADB.
           GO TO MARCA-ROD1.
       MARCA-ROD-FIM.
           EXIT.
      *
      *    RESERVAS ATIVAS QUE TOCAM O MES. A RESERVA JA ENCERRADA
      *    (FIM ANTES DE HOJE) QUE COMECOU NO MES CONTA PARA O
      *    FUNCIONARIO, E SEM VIAGEM NO DIARIO DURANTE O PERIODO E
      *    NO-SHOW. SEM ATRIBUICAO NO MES O VEICULO FICA NO DEPTO
      *    DO FUNCIONARIO COM MAIS DIAS RESERVADOS.
       MARCA-RES.
           IF W-RES-OK NOT = "S"
              GO TO MARCA-RES-FIM.
           MOVE W-PLACASEL TO PLACARV
           MOVE ZEROS TO DATAINIRV
           START ARQRESVEI KEY IS NOT LESS CHAVERV
              INVALID KEY
                 GO TO MARCA-RES-FIM.
       MARCA-RES1.
           READ ARQRESVEI NEXT
           IF RV-ERRO NOT = "00"
              GO TO MARCA-RES-FIM.
           IF PLACARV NOT = W-PLACASEL OR DATAINIRV > W-DTFIM
              GO TO MARCA-RES-FIM.
           IF SITRV NOT = "A"
              GO TO MARCA-RES1.
           MOVE DATAINIRV TO W-INI
           MOVE DATAFIMRV TO W-FIM
           MOVE 2 TO W-MARCA
           PERFORM MARCA-PER THRU MARCA-PER-FIM
           IF W-DIASMOV > W-DIASDEP AND W-FUNC-OK = "S"
                                    AND W-DEPORIG NOT = "A"
              MOVE FUNCRV TO CODFUNC
              READ ARQFUNC
              IF FUNC-ERRO = "00"
                 MOVE W-DIASMOV TO W-DIASDEP
                 MOVE DEPFUNC TO W-DEPVEI.
           IF DATAINIRV < W-DTINI OR DATAFIMRV NOT < W-DATAHOJE
              GO TO MARCA-RES1.
           PERFORM VER-NOSHOW THRU VER-NOSHOW-FIM
           GO TO MARCA-RES1.
       MARCA-RES-FIM.
           EXIT.
      *
      *    ALGUMA VIAGEM DA PLACA NO PERIODO DA RESERVA? A LEITURA
      *    DO DIARIO NAO MEXE NA POSICAO DO ARQRESVEI.
       VER-NOSHOW.
           MOVE "N" TO W-RODOU
           IF W-DB-OK NOT = "S"
              GO TO VER-NOSHOW2.
           MOVE W-PLACASEL TO PLACADB
           MOVE DATAINIRV TO DATADB
           MOVE ZEROS TO HORADB
           START ARQDIARIO KEY IS NOT LESS CHAVEDB
              INVALID KEY
                 GO TO VER-NOSHOW2.
           READ ARQDIARIO NEXT
           IF DB-ERRO = "00" AND PLACADB = W-PLACASEL
                             AND DATADB NOT > DATAFIMRV
              MOVE "S" TO W-RODOU.
       VER-NOSHOW2.
           MOVE 1 TO IZ.
       VER-NOSHOW3.
           IF IZ > W-QTDNS
              IF W-QTDNS < 300
                 ADD 1 TO W-QTDNS
                 MOVE FUNCRV TO NS-FUNC (W-QTDNS)
                 MOVE ZEROS  TO NS-RES (W-QTDNS) NS-FALTA (W-QTDNS)
                 MOVE W-QTDNS TO IZ
              ELSE
                 GO TO VER-NOSHOW-FIM.
           IF NS-FUNC (IZ) NOT = FUNCRV
              ADD 1 TO IZ
              GO TO VER-NOSHOW3.
           ADD 1 TO NS-RES (IZ)
           IF W-RODOU = "N"
              ADD 1 TO NS-FALTA (IZ).
       VER-NOSHOW-FIM.
           EXIT.
      *
      *    TOTAIS DO VEICULO. OCIOSO E O DIA UTIL SEM ATRIBUICAO E
      *    SEM VIAGEM (A RESERVA NAO RODADA CONTINUA OCIOSA).
       CONTA-DIAS.
           MOVE ZEROS TO W-DIASATR W-DIASRES W-DIASRR W-DIASROD
           MOVE ZEROS TO W-OCIOSOS W-UTILPC
           MOVE 1 TO IX.
       CONTA-DIAS1.
           IF W-DATR (IX) = "S"
              ADD 1 TO W-DIASATR.
           IF W-DRES (IX) = "S"
              ADD 1 TO W-DIASRES
              IF W-DROD (IX) = "S"
                 ADD 1 TO W-DIASRR.
           IF W-DROD (IX) = "S"
              ADD 1 TO W-DIASROD.
           IF W-UTIL (IX) = "S" AND W-DATR (IX) NOT = "S"
                                AND W-DROD (IX) NOT = "S"
              ADD 1 TO W-OCIOSOS.
           ADD 1 TO IX
           IF IX NOT > W-NDIAS
              GO TO CONTA-DIAS1.
           IF W-QTDUTEIS > ZEROS
              COMPUTE W-UTILPC ROUNDED =
                      (W-QTDUTEIS - W-OCIOSOS) * 100 / W-QTDUTEIS.
       CONTA-DIAS-FIM.
           EXIT.
      *
      *    INSERE W-VE-ITEM NA TABELA EM ORDEM DE DEPARTAMENTO.
       INS-TAB.
           IF W-QTDVE NOT < 500
              ADD 1 TO W-QTDFORA
              GO TO INS-TAB-FIM.
           MOVE 1 TO IY.
       INS-TAB1.
           IF IY > W-QTDVE
              GO TO INS-TAB2.
           IF VE-DEP (IY) > W-VE-DEP
              GO TO INS-TAB2.
           ADD 1 TO IY
           GO TO INS-TAB1.
       INS-TAB2.
           MOVE W-QTDVE TO IZ.
       INS-TAB3.
           IF IZ < IY
              GO TO INS-TAB4.
           MOVE VE-ITEM (IZ) TO VE-ITEM (IZ + 1)
           SUBTRACT 1 FROM IZ
           GO TO INS-TAB3.
       INS-TAB4.
           MOVE W-VE-ITEM TO VE-ITEM (IY)
           ADD 1 TO W-QTDVE.
       INS-TAB-FIM.
           EXIT.
      *
      ************************************************
      * IMPRESSAO POR DEPARTAMENTO                    *
      ************************************************
      *
       ROT-IMP.
           MOVE W-COMPET   TO CABCOMPTX
           MOVE W-QTDUTEIS TO CABUTEISTX
           MOVE W-LIMUTIL  TO CABLIMTX
           WRITE REGUTITX FROM LINSEP
           WRITE REGUTITX FROM CABU1
           WRITE REGUTITX FROM CABU2
           WRITE REGUTITX FROM LINSEP
           WRITE REGUTITX FROM CABU3
           WRITE REGUTITX FROM LINSEP
           MOVE ZEROS TO W-GCAND W-GSOMUT W-GKM
           MOVE 1 TO IY.
       IMP-VE.
           IF IY > W-QTDVE
              GO TO IMP-VE2.
           MOVE VE-ITEM (IY) TO W-VE-ITEM
           IF IY = 1
              PERFORM CAB-DEP THRU CAB-DEP-FIM
           ELSE
              IF W-VE-DEP NOT = W-DEPANT
                 PERFORM TOT-DEP THRU TOT-DEP-FIM
                 PERFORM CAB-DEP THRU CAB-DEP-FIM.
           MOVE W-VE-PLACA TO UPLACATX
           MOVE W-VE-ATR   TO UATRTX
           MOVE W-VE-RES   TO URESTX
           MOVE W-VE-RR    TO URRTX
           MOVE W-VE-ROD   TO URODTX
           MOVE W-VE-KM    TO UKMTX
           MOVE W-VE-OCIO  TO UOCIOTX
           MOVE W-VE-UTIL  TO UUTILTX
           MOVE SPACES TO USITTX
           IF W-VE-CAND = "S"
              MOVE "* CANDIDATO A REMANEJAR/BAIXAR (PROG1325)"
                                              TO USITTX
              ADD 1 TO W-DCAND W-GCAND.
           WRITE REGUTITX FROM DETU
           ADD 1 TO W-DQTD
           ADD W-VE-UTIL TO W-DSOMUT W-GSOMUT
           ADD W-VE-KM   TO W-DKM W-GKM
           ADD 1 TO IY
           GO TO IMP-VE.
       IMP-VE2.
           IF W-QTDVE > ZEROS
              PERFORM TOT-DEP THRU TOT-DEP-FIM.
      *
      *    NO-SHOWS POR FUNCIONARIO.
           MOVE ZEROS TO W-GRES W-GFALTA
           WRITE REGUTITX FROM LINSEP
           WRITE REGUTITX FROM CABN1
           WRITE REGUTITX FROM CABN2
           WRITE REGUTITX FROM LINSEP
           MOVE 1 TO IZ.
       IMP-NS.
           IF IZ > W-QTDNS
              GO TO ROT-TOTAL.
           MOVE NS-FUNC (IZ)  TO NFUNCTX
           MOVE SPACES TO NNOMETX
           IF W-FUNC-OK = "S"
              MOVE NS-FUNC (IZ) TO CODFUNC
              READ ARQFUNC
              IF FUNC-ERRO = "00"
                 MOVE NOMEFUNC TO NNOMETX.
           MOVE NS-RES (IZ)   TO NRESTX
           MOVE NS-FALTA (IZ) TO NFALTX
           ADD NS-RES (IZ)   TO W-GRES
           ADD NS-FALTA (IZ) TO W-GFALTA
           IF NS-FALTA (IZ) > ZEROS
              WRITE REGUTITX FROM DETN.
           ADD 1 TO IZ
           GO TO IMP-NS.
      *
       CAB-DEP.
           MOVE W-VE-DEP TO W-DEPANT CDEPTX
           MOVE "POOL / SEM USO NO MES" TO CNOMEDTX
           IF W-VE-DEP NOT = ZEROS
              MOVE SPACES TO CNOMEDTX
              IF W-DEP-OK = "S"
                 MOVE W-VE-DEP TO CODDEP
                 READ ARQDEP
                 IF DP-ERRO = "00"
                    MOVE NOMEDEP TO CNOMEDTX.
           WRITE REGUTITX FROM LINBRA
           WRITE REGUTITX FROM CABDEP
           MOVE ZEROS TO W-DQTD W-DCAND W-DSOMUT W-DKM.
       CAB-DEP-FIM.
           EXIT.
      *
       TOT-DEP.
           MOVE W-DQTD  TO TDQTDTX
           MOVE ZEROS   TO TDUTTX
           IF W-DQTD > ZEROS
              COMPUTE TDUTTX ROUNDED = W-DSOMUT / W-DQTD.
           MOVE W-DKM   TO TDKMTX
           MOVE W-DCAND TO TDCANDTX
           WRITE REGUTITX FROM TOTDEP.
       TOT-DEP-FIM.
           EXIT.
      *
       ROT-TOTAL.
           MOVE W-QTDVE  TO TOTQTDTX
           MOVE ZEROS    TO TOTUTTX
           IF W-QTDVE > ZEROS
              COMPUTE TOTUTTX ROUNDED = W-GSOMUT / W-QTDVE.
           MOVE W-GKM    TO TOTKMTX
           MOVE W-GCAND  TO TOTCANTX
           MOVE W-GRES   TO TOTRESTX
           MOVE W-GFALTA TO TOTFALTX
           MOVE W-QTDFORA TO TOTFORTX
           WRITE REGUTITX FROM LINSEP
           WRITE REGUTITX FROM TOTS1
           WRITE REGUTITX FROM TOTS2
           WRITE REGUTITX FROM TOTS3
           WRITE REGUTITX FROM TOTS4
           WRITE REGUTITX FROM TOTS5
           IF W-QTDFORA > ZEROS
              WRITE REGUTITX FROM TOTS6.
           CLOSE ARQUTITX
           MOVE "** RELATORIO GRAVADO EM ARQUTILIZ.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ******************************************
      * CALENDARIO DE DIAS UTEIS (FPP073):     *
      * VERIF-DU DIZ SE W-DU-DATA E DIA UTIL   *
      * (ZELLER P/ FIM DE SEMANA + ARQFERIAD). *
      ******************************************
       VERIF-DU.
           MOVE "S" TO W-DU-UTIL
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
      *    RESTO 0 = SABADO, 1 = DOMINGO (CONGRUENCIA DE ZELLER).
           IF W-DU-H = 0 OR W-DU-H = 1
              MOVE "N" TO W-DU-UTIL
              GO TO VERIF-DU-FIM.
           IF W-CAL-OK = "S"
              MOVE W-DU-DATAN TO DATAFER
              READ ARQFERIAD
              IF CL-ERRO = "00"
                 MOVE "N" TO W-DU-UTIL.
       VERIF-DU-FIM.
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
       ROT-FIM.
           CLOSE CADCARRO
           IF W-ATRIB-OK = "S"
              CLOSE ARQATRIB.
           IF W-RES-OK = "S"
              CLOSE ARQRESVEI.
           IF W-DB-OK = "S"
              CLOSE ARQDIARIO.
           IF W-CAL-OK = "S"
              CLOSE ARQFERIAD.
           IF W-FUNC-OK = "S"
              CLOSE ARQFUNC.
           IF W-DEP-OK = "S"
              CLOSE ARQDEP.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
           EXIT PROGRAM.
       ROT-FIM3.
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
