       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG1331.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * PONTUACAO DE RISCO DOS CONDUTORES (ARQSCORE)   *
      * NOS ULTIMOS 12 MESES, POR FUNCIONARIO:         *
      *   MULTAS (ARQMULTA - PROG1315), SEM AS DE      *
      *   RECURSO DEFERIDO, E OS PONTOS DE CNH DELAS   *
      *   SINISTROS (ARQSINIS - PROG1320)              *
      *   DESVIOS DE CONSUMO: ABASTECIMENTO COM KM/L   *
      *   MAIS DE 10% ABAIXO DA MEDIA DO VEICULO NO    *
      *   PERIODO (MESMO CRITERIO DO PROG1310), DO     *
      *   CONDUTOR COM O CARRO NA DATA (ARQATRIB)      *
      * PONTUACAO = MULTAS x 5 + PONTOS CNH x 1 +      *
      *             SINISTROS x 20 + DESVIOS x 3       *
      * FAIXA: B = BAIXO (ATE 29), M = MEDIO (30 A 59) *
      *        A = ALTO (60 OU MAIS)                   *
      * O ARQSCORE E REFEITO A CADA EXECUCAO; PROG1307 *
      * E PROG1323 AVISAM NA ENTREGA E NA RESERVA DE   *
      * CONDUTOR DE RISCO ALTO E O FPP042 MOSTRA A     *
      * PONTUACAO NO DOSSIE.                           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSCORE ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS FUNCSC
                   FILE STATUS  IS SC-ERRO.

           SELECT CADCARRO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PLACA
                   FILE STATUS  IS CAR-ERRO.

           SELECT ARQMULTA ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEML
                   ALTERNATE RECORD KEY IS FUNCML WITH DUPLICATES
                   FILE STATUS  IS ML-ERRO.

           SELECT ARQSINIS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVESN
                   FILE STATUS  IS SN-ERRO.

           SELECT ARQCOMB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECB
                   FILE STATUS  IS CB-ERRO.

           SELECT ARQATRIB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEAT
                   FILE STATUS  IS AT-ERRO.

           SELECT ARQCNH ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS FUNCCNH
                   FILE STATUS  IS CN-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODFUNC
                   ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                   FILE STATUS  IS FUNC-ERRO.

           SELECT ARQSCOTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    PONTUACAO DE RISCO POR CONDUTOR, DA ULTIMA APURACAO.
       FD ARQSCORE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSCORE.DAT".
       01 REGSCORE.
          03 FUNCSC            PIC 9(06).
          03 DATASC            PIC 9(08).
          03 DTINISC           PIC 9(08).
          03 QTDMLSC           PIC 9(03).
          03 PONTOSSC          PIC 9(03).
          03 QTDSNSC           PIC 9(03).
          03 QTDCBSC           PIC 9(03).
          03 PTOTSC            PIC 9(04).
          03 FAIXASC           PIC X(01).
          03 OPERADOR-SC       PIC X(08).
      *
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
      *    RECURSO DA MULTA: SITRECML = ESPACO (SEM RECURSO),
      *    P = PROTOCOLADO, D = DEFERIDO, I = INDEFERIDO.
       FD ARQMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMULTA.DAT".
       01 REGMULTA.
          03 CHAVEML.
             05 PLACAML        PIC X(08).
             05 DATAML         PIC 9(08).
             05 HORAML         PIC 9(04).
          03 CODINFR           PIC X(10).
          03 VALORML           PIC 9(06)V99.
          03 PONTOSML          PIC 9(02).
          03 VENCML            PIC 9(08).
          03 FUNCML            PIC 9(06).
          03 OPERADOR-ML       PIC X(08).
          03 SITRECML          PIC X(01).
          03 DATARECML         PIC 9(08).
          03 DATADECML         PIC 9(08).
          03 DESCML            PIC X(01).
          03 COMPDESCML        PIC 9(06).
      *
       FD ARQSINIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSINIS.DAT".
       01 REGSINIS.
          03 CHAVESN.
             05 PLACASN        PIC X(08).
             05 DATASN         PIC 9(08).
          03 FUNCSN            PIC 9(06).
          03 DESCSN            PIC X(30).
          03 VALORDANO         PIC 9(08)V99.
          03 APOLICESN         PIC X(15).
          03 FRANQUIASN        PIC 9(06)V99.
          03 INDENIZSN         PIC 9(08)V99.
          03 DATALIQSN         PIC 9(08).
          03 SITSN             PIC X(01).
          03 OPERADOR-SN       PIC X(08).
      *
       FD ARQCOMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMB.DAT".
       01 REGCOMB.
          03 CHAVECB.
             05 PLACACB        PIC X(08).
             05 DATACB         PIC 9(08).
             05 HORACB         PIC 9(06).
          03 KMCB              PIC 9(07).
          03 LITROSCB          PIC 9(03)V99.
          03 PRECOLCB          PIC 9(03)V99.
          03 POSTOCB           PIC X(20).
          03 OPERADOR-CB       PIC X(08).
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
       FD ARQCNH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCNH.DAT".
       01 REGCNH.
          03 FUNCCNH           PIC 9(06).
          03 NUMCNH            PIC X(11).
          03 CATCNH            PIC X(02).
          03 VALCNH            PIC 9(08).
          03 OPERADOR-CN       PIC X(08).
      *
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC PIC 9(6).
           03 NOMEFUNC PIC X(30).
           03 FILLER PIC X(170).
      *
       FD ARQSCOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSCOREMOT.DOC".
       01 REGSCOTX            PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 SC-ERRO    PIC X(02) VALUE "00".
       01 CAR-ERRO   PIC X(02) VALUE "00".
       01 ML-ERRO    PIC X(02) VALUE "00".
       01 SN-ERRO    PIC X(02) VALUE "00".
       01 CB-ERRO    PIC X(02) VALUE "00".
       01 AT-ERRO    PIC X(02) VALUE "00".
       01 CN-ERRO    PIC X(02) VALUE "00".
       01 FUNC-ERRO  PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-ML-OK    PIC X(01) VALUE "N".
       01 W-SN-OK    PIC X(01) VALUE "N".
       01 W-CB-OK    PIC X(01) VALUE "N".
       01 W-ATRIB-OK PIC X(01) VALUE "N".
       01 W-CNH-OK   PIC X(01) VALUE "N".
       01 W-FUNC-OK  PIC X(01) VALUE "N".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-DTINI    PIC 9(08) VALUE ZEROS.
       01 W-PLACASEL PIC X(08) VALUE SPACES.
       01 W-DATABUS  PIC 9(08) VALUE ZEROS.
       01 W-FUNCBUS  PIC 9(06) VALUE ZEROS.
       01 IX         PIC 9(03) VALUE ZEROS.
       01 IY         PIC 9(03) VALUE ZEROS.
       01 IZ         PIC 9(03) VALUE ZEROS.
      *
      *    PESOS DA PONTUACAO E LIMITES DAS FAIXAS.
       01 W-PESOML   PIC 9(02) VALUE 5.
       01 W-PESOPT   PIC 9(02) VALUE 1.
       01 W-PESOSN   PIC 9(02) VALUE 20.
       01 W-PESOCB   PIC 9(02) VALUE 3.
       01 W-LIMMED   PIC 9(04) VALUE 30.
       01 W-LIMALT   PIC 9(04) VALUE 60.
      *
      *    CONSUMO DO VEICULO NO PERIODO.
       01 W-QTDABAST PIC 9(04) VALUE ZEROS.
       01 W-KMPRI    PIC 9(07) VALUE ZEROS.
       01 W-KMULT    PIC 9(07) VALUE ZEROS.
       01 W-KMANT    PIC 9(07) VALUE ZEROS.
       01 W-LITACUM  PIC 9(06)V99 VALUE ZEROS.
       01 W-KMLMED   PIC 9(03)V99 VALUE ZEROS.
       01 W-KMLABA   PIC 9(03)V99 VALUE ZEROS.
       01 W-LIMITE   PIC 9(03)V99 VALUE ZEROS.
      *
      *    ACUMULADORES POR CONDUTOR.
       01 W-QTDCD    PIC 9(03) VALUE ZEROS.
       01 W-QTDFORA  PIC 9(03) VALUE ZEROS.
       01 TABCD.
           05 CD-ITEM OCCURS 500 TIMES.
              10 CD-FUNC    PIC 9(06).
              10 CD-ML      PIC 9(03).
              10 CD-PTS     PIC 9(03).
              10 CD-SN      PIC 9(03).
              10 CD-CB      PIC 9(03).
      *
      *    CONDUTORES EM ORDEM DECRESCENTE DE PONTUACAO.
       01 W-RK-ITEM.
           05 W-RK-PTOT    PIC 9(04).
           05 W-RK-IND     PIC 9(03).
       01 W-QTDRK    PIC 9(03) VALUE ZEROS.
       01 TABRK.
           05 RK-ITEM OCCURS 500 TIMES.
              10 RK-PTOT    PIC 9(04).
              10 FILLER     PIC X(03).
       01 TABRKI REDEFINES TABRK.
           05 RK-ITEMI OCCURS 500 TIMES.
              10 FILLER     PIC X(04).
              10 RK-IND     PIC 9(03).
      *
       01 W-PTOT     PIC 9(04) VALUE ZEROS.
       01 W-FAIXA    PIC X(01) VALUE SPACES.
       01 W-QTDB     PIC 9(03) VALUE ZEROS.
       01 W-QTDM     PIC 9(03) VALUE ZEROS.
       01 W-QTDA     PIC 9(03) VALUE ZEROS.
      *
       01  CABS1.
           05  FILLER   PIC X(46) VALUE
           "*** PONTUACAO DE RISCO DOS CONDUTORES ***     ".
           05  FILLER   PIC X(10) VALUE "PERIODO: ".
           05  CABINITX PIC 9(08) VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE " A ".
           05  CABFIMTX PIC 9(08) VALUE ZEROS.

       01  CABS2.
           05  FILLER   PIC X(32) VALUE
           "PESOS: MULTA x".
           05  FILLER   PIC X(01) VALUE SPACES.
           05  CABPML   PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(13) VALUE "  PONTO CNH x".
           05  CABPPT   PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(13) VALUE "  SINISTRO x".
           05  CABPSN   PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(12) VALUE "  DESVIO x".
           05  CABPCB   PIC Z9 VALUE ZEROS.

       01  CABS3.
           05  FILLER   PIC X(50) VALUE
           "FUNC.   NOME                           MULTAS PTS ".
           05  FILLER   PIC X(40) VALUE
           " SINIST DESVIOS PONTUACAO FAIXA".

       01  DETS.
           05  SFUNCTX  PIC 9(06) VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  SNOMETX  PIC X(30) VALUE SPACES.
           05  FILLER   PIC X(03) VALUE SPACES.
           05  SMLTX    PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  SPTSTX   PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE SPACES.
           05  SSNTX    PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(05) VALUE SPACES.
           05  SCBTX    PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(05) VALUE SPACES.
           05  SPTOTTX  PIC Z.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(04) VALUE SPACES.
           05  SFAIXATX PIC X(05) VALUE SPACES.

       01  TOTS1.
           05  FILLER   PIC X(34) VALUE
           "CONDUTORES AVALIADOS............: ".
           05  TOTQTDTX PIC ZZ9 VALUE ZEROS.
       01  TOTS2.
           05  FILLER   PIC X(34) VALUE
           "RISCO BAIXO / MEDIO / ALTO......: ".
           05  TOTBTX   PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE " / ".
           05  TOTMTX   PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE " / ".
           05  TOTATX   PIC ZZ9 VALUE ZEROS.
       01  TOTS3.
           05  FILLER   PIC X(34) VALUE
           "FORA DA LISTA (LIMITE DA TABELA): ".
           05  TOTFORTX PIC ZZ9 VALUE ZEROS.

       01  LINSEP       PIC X(100) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** PONTUACAO DE RISCO DOS CONDUTORES ***".
           05  LINE 06  COLUMN 05
               VALUE  "PERIODO DE APURACAO          :".
           05  LINE 06  COLUMN 47
               VALUE  "A".
           05  LINE 08  COLUMN 05
               VALUE  "MULTA / PONTO CNH / SINISTRO / DESVIO DE".
           05  LINE 09  COLUMN 05
               VALUE  "CONSUMO VALEM 5 / 1 / 20 / 3 PONTOS.".
           05  LINE 10  COLUMN 05
               VALUE  "FAIXAS: BAIXO ATE 29, MEDIO 30 A 59, ALTO 60+".
           05  LINE 12  COLUMN 05
               VALUE  "CONFIRMA A APURACAO (S/N)    :".
           05  TW-OPCAO
               LINE 12  COLUMN 37  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           COMPUTE W-DTINI = W-DATAHOJE - 10000
           OPEN INPUT CADCARRO
           IF CAR-ERRO NOT = "00"
              MOVE "ARQUIVO CADCARRO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-ML-OK
           OPEN INPUT ARQMULTA
           IF ML-ERRO = "00"
              MOVE "S" TO W-ML-OK.
           MOVE "N" TO W-SN-OK
           OPEN INPUT ARQSINIS
           IF SN-ERRO = "00"
              MOVE "S" TO W-SN-OK.
           MOVE "N" TO W-CB-OK
           OPEN INPUT ARQCOMB
           IF CB-ERRO = "00"
              MOVE "S" TO W-CB-OK.
           MOVE "N" TO W-ATRIB-OK
           OPEN INPUT ARQATRIB
           IF AT-ERRO = "00"
              MOVE "S" TO W-ATRIB-OK.
           MOVE "N" TO W-CNH-OK
           OPEN INPUT ARQCNH
           IF CN-ERRO = "00"
              MOVE "S" TO W-CNH-OK.
           MOVE "N" TO W-FUNC-OK
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO = "00"
              MOVE "S" TO W-FUNC-OK.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0B.
       R1.
           DISPLAY TELA
           DISPLAY (06, 37) W-DTINI
           DISPLAY (06, 49) W-DATAHOJE.
       R2.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           OPEN OUTPUT ARQSCORE
           IF SC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSCORE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT ARQSCOTX
           IF TX-ERRO NOT = "00"
              CLOSE ARQSCORE
              MOVE "ERRO NA ABERTURA DO ARQSCOREMOT.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDCD W-QTDFORA W-QTDRK
           MOVE "* APURANDO A PONTUACAO DOS CONDUTORES... *" TO MENS
           DISPLAY (23, 12) MENS.
      *
      ************************************************
      * CONDUTORES HABILITADOS (PROG1322) ENTRAM     *
      * MESMO SEM OCORRENCIAS                        *
      ************************************************
      *
       CNH-001.
           IF W-CNH-OK NOT = "S"
              GO TO MUL-001.
           MOVE ZEROS TO FUNCCNH
           START ARQCNH KEY IS NOT LESS FUNCCNH
              INVALID KEY
                 GO TO MUL-001.
       CNH-002.
           READ ARQCNH NEXT
           IF CN-ERRO NOT = "00"
              GO TO MUL-001.
           MOVE FUNCCNH TO W-FUNCBUS
           PERFORM ACHA-CD THRU ACHA-CD-FIM
           GO TO CNH-002.
      *
      *    MULTAS DO PERIODO COM CONDUTOR IDENTIFICADO; A MULTA
      *    CANCELADA POR RECURSO DEFERIDO NAO CONTA.
       MUL-001.
           IF W-ML-OK NOT = "S"
              GO TO SIN-001.
           MOVE SPACES TO PLACAML
           MOVE ZEROS TO DATAML HORAML
           START ARQMULTA KEY IS NOT LESS CHAVEML
              INVALID KEY
                 GO TO SIN-001.
       MUL-002.
           READ ARQMULTA NEXT
           IF ML-ERRO NOT = "00"
              GO TO SIN-001.
           IF FUNCML = ZEROS OR SITRECML = "D"
              GO TO MUL-002.
           IF DATAML NOT > W-DTINI OR DATAML > W-DATAHOJE
              GO TO MUL-002.
           MOVE FUNCML TO W-FUNCBUS
           PERFORM ACHA-CD THRU ACHA-CD-FIM
           IF IX = ZEROS
              GO TO MUL-002.
           ADD 1 TO CD-ML (IX)
           ADD PONTOSML TO CD-PTS (IX)
           GO TO MUL-002.
      *
      *    SINISTROS DO PERIODO COM CONDUTOR IDENTIFICADO.
       SIN-001.
           IF W-SN-OK NOT = "S"
              GO TO CMB-001.
           MOVE SPACES TO PLACASN
           MOVE ZEROS TO DATASN
           START ARQSINIS KEY IS NOT LESS CHAVESN
              INVALID KEY
                 GO TO CMB-001.
       SIN-002.
           READ ARQSINIS NEXT
           IF SN-ERRO NOT = "00"
              GO TO CMB-001.
           IF FUNCSN = ZEROS
              GO TO SIN-002.
           IF DATASN NOT > W-DTINI OR DATASN > W-DATAHOJE
              GO TO SIN-002.
           MOVE FUNCSN TO W-FUNCBUS
           PERFORM ACHA-CD THRU ACHA-CD-FIM
           IF IX = ZEROS
              GO TO SIN-002.
           ADD 1 TO CD-SN (IX)
           GO TO SIN-002.
      *
      ************************************************
      * DESVIOS DE CONSUMO: PARA CADA VEICULO, O     *
      * KM/L MEDIO DO PERIODO (KM DO PRIMEIRO AO     *
      * ULTIMO ABASTECIMENTO SOBRE OS LITROS DOS     *
      * SEGUINTES) E, ABASTECIMENTO A ABASTECIMENTO, *
      * O KM/L DO TANQUE CONTRA A MEDIA              *
      ************************************************
      *
       CMB-001.
           IF W-CB-OK NOT = "S"
              GO TO GRV-001.
           MOVE SPACES TO PLACA
           START CADCARRO KEY IS NOT LESS PLACA
              INVALID KEY
                 GO TO GRV-001.
       CMB-002.
           READ CADCARRO NEXT
           IF CAR-ERRO NOT = "00"
              GO TO GRV-001.
           MOVE PLACA TO W-PLACASEL
           MOVE ZEROS TO W-QTDABAST W-KMPRI W-KMULT W-LITACUM
           PERFORM POS-COMB THRU POS-COMB-FIM
           IF CB-ERRO NOT = "00"
              GO TO CMB-002.
       CMB-003.
           READ ARQCOMB NEXT
           IF CB-ERRO NOT = "00"
              GO TO CMB-004.
           IF PLACACB NOT = W-PLACASEL OR DATACB > W-DATAHOJE
              GO TO CMB-004.
           ADD 1 TO W-QTDABAST
           IF W-QTDABAST = 1
              MOVE KMCB TO W-KMPRI
           ELSE
              ADD LITROSCB TO W-LITACUM.
           MOVE KMCB TO W-KMULT
           GO TO CMB-003.
      *    SEM TRES ABASTECIMENTOS NAO HA MEDIA QUE SE COMPARE.
       CMB-004.
           IF W-QTDABAST < 3 OR W-LITACUM = ZEROS
                             OR W-KMULT NOT > W-KMPRI
              GO TO CMB-002.
           COMPUTE W-KMLMED = (W-KMULT - W-KMPRI) / W-LITACUM
           COMPUTE W-LIMITE = W-KMLMED * 0,90
           MOVE ZEROS TO W-QTDABAST
           PERFORM POS-COMB THRU POS-COMB-FIM
           IF CB-ERRO NOT = "00"
              GO TO CMB-002.
       CMB-005.
           READ ARQCOMB NEXT
           IF CB-ERRO NOT = "00"
              GO TO CMB-002.
           IF PLACACB NOT = W-PLACASEL OR DATACB > W-DATAHOJE
              GO TO CMB-002.
           ADD 1 TO W-QTDABAST
           IF W-QTDABAST = 1
              MOVE KMCB TO W-KMANT
              GO TO CMB-005.
           IF KMCB NOT > W-KMANT OR LITROSCB = ZEROS
              MOVE KMCB TO W-KMANT
              GO TO CMB-005.
           COMPUTE W-KMLABA = (KMCB - W-KMANT) / LITROSCB
           MOVE KMCB TO W-KMANT
           IF W-KMLABA NOT < W-LIMITE
              GO TO CMB-005.
           MOVE DATACB TO W-DATABUS
           PERFORM ACHA-COND THRU ACHA-COND-FIM
           IF W-FUNCBUS = ZEROS
              GO TO CMB-005.
           PERFORM ACHA-CD THRU ACHA-CD-FIM
           IF IX NOT = ZEROS
              ADD 1 TO CD-CB (IX).
           GO TO CMB-005.
      *
      *    POSICIONA NO PRIMEIRO ABASTECIMENTO DA PLACA NO PERIODO.
       POS-COMB.
           MOVE W-PLACASEL TO PLACACB
           COMPUTE DATACB = W-DTINI + 1
           MOVE ZEROS TO HORACB
           START ARQCOMB KEY IS NOT LESS CHAVECB
              INVALID KEY
                 MOVE "23" TO CB-ERRO.
       POS-COMB-FIM.
           EXIT.
      *
      *    QUEM ESTAVA COM O CARRO NA DATA, PELO HISTORICO DO
      *    PROG1307 (COMO O PROG1315 FAZ NAS MULTAS).
       ACHA-COND.
           MOVE ZEROS TO W-FUNCBUS
           IF W-ATRIB-OK NOT = "S"
              GO TO ACHA-COND-FIM.
           MOVE W-PLACASEL TO PLACAAT
           MOVE ZEROS TO DATAAT HORAAT
           START ARQATRIB KEY IS NOT LESS CHAVEAT
              INVALID KEY
                 GO TO ACHA-COND-FIM.
       ACHA-COND1.
           READ ARQATRIB NEXT
           IF AT-ERRO NOT = "00"
              GO TO ACHA-COND-FIM.
           IF PLACAAT NOT = W-PLACASEL OR DATAAT > W-DATABUS
              GO TO ACHA-COND-FIM.
           IF DATADEV = ZEROS OR DATADEV NOT < W-DATABUS
              MOVE FUNCAT TO W-FUNCBUS.
           GO TO ACHA-COND1.
       ACHA-COND-FIM.
           EXIT.
      *
      *    LOCALIZA (OU ABRE) O CONDUTOR W-FUNCBUS NA TABELA;
      *    IX = ZERO QUANDO A TABELA ESTA CHEIA.
       ACHA-CD.
           MOVE 1 TO IX.
       ACHA-CD1.
           IF IX > W-QTDCD
              GO TO ACHA-CD2.
           IF CD-FUNC (IX) = W-FUNCBUS
              GO TO ACHA-CD-FIM.
           ADD 1 TO IX
           GO TO ACHA-CD1.
       ACHA-CD2.
           IF W-QTDCD NOT < 500
              ADD 1 TO W-QTDFORA
              MOVE ZEROS TO IX
              GO TO ACHA-CD-FIM.
           ADD 1 TO W-QTDCD
           MOVE W-QTDCD   TO IX
           MOVE W-FUNCBUS TO CD-FUNC (IX)
           MOVE ZEROS TO CD-ML (IX) CD-PTS (IX) CD-SN (IX) CD-CB (IX).
       ACHA-CD-FIM.
           EXIT.
      *
      ************************************************
      * PONTUACAO, FAIXA E GRAVACAO DO ARQSCORE       *
      ************************************************
      *
       GRV-001.
           MOVE ZEROS TO W-QTDB W-QTDM W-QTDA
           MOVE 1 TO IX.
       GRV-002.
           IF IX > W-QTDCD
              GO TO IMP-001.
           PERFORM CALC-PONT THRU CALC-PONT-FIM
           MOVE CD-FUNC (IX) TO FUNCSC
           MOVE W-DATAHOJE   TO DATASC
           MOVE W-DTINI      TO DTINISC
           MOVE CD-ML (IX)   TO QTDMLSC
           MOVE CD-PTS (IX)  TO PONTOSSC
           MOVE CD-SN (IX)   TO QTDSNSC
           MOVE CD-CB (IX)   TO QTDCBSC
           MOVE W-PTOT       TO PTOTSC
           MOVE W-FAIXA      TO FAIXASC
           MOVE W-OPERADOR   TO OPERADOR-SC
           WRITE REGSCORE
           IF W-FAIXA = "A"
              ADD 1 TO W-QTDA
           ELSE
              IF W-FAIXA = "M"
                 ADD 1 TO W-QTDM
              ELSE
                 ADD 1 TO W-QTDB.
           MOVE W-PTOT TO W-RK-PTOT
           MOVE IX     TO W-RK-IND
           PERFORM INS-RK THRU INS-RK-FIM
           ADD 1 TO IX
           GO TO GRV-002.
      *
       CALC-PONT.
           COMPUTE W-PTOT = (CD-ML (IX) * W-PESOML)
                          + (CD-PTS (IX) * W-PESOPT)
                          + (CD-SN (IX) * W-PESOSN)
                          + (CD-CB (IX) * W-PESOCB)
              ON SIZE ERROR
                 MOVE 9999 TO W-PTOT.
           MOVE "B" TO W-FAIXA
           IF W-PTOT NOT < W-LIMMED
              MOVE "M" TO W-FAIXA.
           IF W-PTOT NOT < W-LIMALT
              MOVE "A" TO W-FAIXA.
       CALC-PONT-FIM.
           EXIT.
      *
      *    INSERE W-RK-ITEM EM ORDEM DECRESCENTE DE PONTUACAO.
       INS-RK.
           MOVE 1 TO IY.
       INS-RK1.
           IF IY > W-QTDRK
              GO TO INS-RK2.
           IF RK-PTOT (IY) < W-RK-PTOT
              GO TO INS-RK2.
           ADD 1 TO IY
           GO TO INS-RK1.
       INS-RK2.
           MOVE W-QTDRK TO IZ.
       INS-RK3.
           IF IZ < IY
              GO TO INS-RK4.
           MOVE RK-ITEM (IZ) TO RK-ITEM (IZ + 1)
           SUBTRACT 1 FROM IZ
           GO TO INS-RK3.
       INS-RK4.
           MOVE W-RK-ITEM TO RK-ITEM (IY)
           ADD 1 TO W-QTDRK.
       INS-RK-FIM.
           EXIT.
      *
      ************************************************
      * RELATORIO DO MAIOR PARA O MENOR RISCO         *
      ************************************************
      *
       IMP-001.
           CLOSE ARQSCORE
           MOVE W-DTINI    TO CABINITX
           MOVE W-DATAHOJE TO CABFIMTX
           MOVE W-PESOML   TO CABPML
           MOVE W-PESOPT   TO CABPPT
           MOVE W-PESOSN   TO CABPSN
           MOVE W-PESOCB   TO CABPCB
           WRITE REGSCOTX FROM LINSEP
           WRITE REGSCOTX FROM CABS1
           WRITE REGSCOTX FROM CABS2
           WRITE REGSCOTX FROM LINSEP
           WRITE REGSCOTX FROM CABS3
           WRITE REGSCOTX FROM LINSEP
           MOVE 1 TO IY.
       IMP-002.
           IF IY > W-QTDRK
              GO TO IMP-003.
           MOVE RK-IND (IY) TO IX
           PERFORM CALC-PONT THRU CALC-PONT-FIM
           MOVE CD-FUNC (IX) TO SFUNCTX
           MOVE SPACES TO SNOMETX
           IF W-FUNC-OK = "S"
              MOVE CD-FUNC (IX) TO CODFUNC
              READ ARQFUNC
              IF FUNC-ERRO = "00"
                 MOVE NOMEFUNC TO SNOMETX.
           MOVE CD-ML (IX)  TO SMLTX
           MOVE CD-PTS (IX) TO SPTSTX
           MOVE CD-SN (IX)  TO SSNTX
           MOVE CD-CB (IX)  TO SCBTX
           MOVE W-PTOT      TO SPTOTTX
           MOVE "BAIXO" TO SFAIXATX
           IF W-FAIXA = "M"
              MOVE "MEDIO" TO SFAIXATX.
           IF W-FAIXA = "A"
              MOVE "ALTO" TO SFAIXATX.
           WRITE REGSCOTX FROM DETS
           ADD 1 TO IY
           GO TO IMP-002.
       IMP-003.
           MOVE W-QTDCD   TO TOTQTDTX
           MOVE W-QTDB    TO TOTBTX
           MOVE W-QTDM    TO TOTMTX
           MOVE W-QTDA    TO TOTATX
           MOVE W-QTDFORA TO TOTFORTX
           WRITE REGSCOTX FROM LINSEP
           WRITE REGSCOTX FROM TOTS1
           WRITE REGSCOTX FROM TOTS2
           IF W-QTDFORA > ZEROS
              WRITE REGSCOTX FROM TOTS3.
           CLOSE ARQSCOTX
           MOVE "** PONTUACAO GRAVADA - VEJA O ARQSCOREMOT.DOC **"
                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       ROT-FIM.
           CLOSE CADCARRO
           IF W-ML-OK = "S"
              CLOSE ARQMULTA.
           IF W-SN-OK = "S"
              CLOSE ARQSINIS.
           IF W-CB-OK = "S"
              CLOSE ARQCOMB.
           IF W-ATRIB-OK = "S"
              CLOSE ARQATRIB.
           IF W-CNH-OK = "S"
              CLOSE ARQCNH.
           IF W-FUNC-OK = "S"
              CLOSE ARQFUNC.
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
