       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP114.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * ACERTO DAS VIAGENS A SERVICO                                  *
      * APURA O SALDO DA VIAGEM DO FPP112: COMPROVANTES DO FPP113     *
      * MAIS O KM RODADO EM VEICULO PROPRIO (VALOR POR KM DO ARQPARAM,*
      * FPP044), MENOS O ADIANTAMENTO. SALDO A FAVOR DO FUNCIONARIO E *
      * LANCADO NA FOLHA COMO REEMBOLSO (EVENTO 913); ADIANTAMENTO NAO *
      * GASTO E NAO DEVOLVIDO EM DINHEIRO E DESCONTADO (EVENTO 912).  *
      * OS DOIS EVENTOS NAO TEM INCIDENCIA DE INSS NEM IRRF E SAO     *
      * CRIADOS NA TABELA (FPP046) SE AINDA NAO EXISTIREM. VIAGEM EM  *
      * VEICULO DA FROTA E CONFERIDA NO DIARIO DE BORDO (PROG1319):   *
      * O KM E SO INFORMATIVO, SEM REEMBOLSO. O DEMONSTRATIVO DO      *
      * ACERTO VAI PARA O CATALOGO DE RELATORIOS (FPP045). O ESTORNO  *
      * REABRE A VIAGEM E TIRA O EVENTO DA COMPETENCIA, SE ABERTA.    *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVIAGEM ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS NUMVG
                    ALTERNATE RECORD KEY IS FUNCVG WITH DUPLICATES
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQVIADESP ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEVD
                    FILE STATUS          IS VD-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPARAM
                       FILE STATUS  IS PR-ERRO.
           SELECT ARQDIARIO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEDB
                   FILE STATUS  IS DB-ERRO.
           SELECT ARQEVEN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEEV
                   FILE STATUS  IS EV-ERRO.
           SELECT ARQTEVEN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODEVT
                   FILE STATUS  IS TEV-ERRO.
           SELECT ARQCOMPET ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS COMPETCC
                   FILE STATUS  IS CC-ERRO.
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
      *    VIAGENS A SERVICO (FPP112).
       FD ARQVIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVIAGEM.DAT".
       01 REGVIAGEM.
          03 NUMVG             PIC 9(06).
          03 FUNCVG            PIC 9(06).
          03 DESTVG            PIC X(30).
          03 MOTIVOVG          PIC X(40).
          03 DTSAIDAVG         PIC 9(08).
          03 DTRETVG           PIC 9(08).
          03 ADIANTVG          PIC 9(06)V99.
          03 DTADIANTVG        PIC 9(08).
          03 MEIOVG            PIC X(01).
          03 PLACAVG           PIC X(08).
          03 SITVG             PIC X(01).
          03 KMVG              PIC 9(05).
          03 VALKMVG           PIC 9(06)V99.
          03 DESPVG            PIC 9(06)V99.
          03 SALDOVG           PIC S9(06)V99.
          03 DEVOLVG           PIC X(01).
          03 COMPETVG          PIC 9(06).
          03 CODEVVG           PIC 9(03).
          03 DATADBVG          PIC 9(08).
          03 HORADBVG          PIC 9(04).
          03 OPERADOR-VG       PIC X(08).
          03 DATAGRAVACAO-VG.
             05 DATAGRAV-VG    PIC 9(8).
             05 HORAGRAV-VG    PIC 9(6).
      *
      *    COMPROVANTES DE DESPESA DA VIAGEM (FPP113).
       FD ARQVIADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVIADESP.DAT".
       01 REGVIADESP.
          03 CHAVEVD.
             05 NUMVD          PIC 9(06).
             05 SEQVD          PIC 9(02).
          03 CATVD             PIC 9(01).
          03 DATAVD            PIC 9(08).
          03 DOCVD             PIC X(15).
          03 DESCVD            PIC X(30).
          03 VALORVD           PIC 9(06)V99.
          03 OPERADOR-VD       PIC X(08).
          03 DATAGRAVACAO-VD.
             05 DATAGRAV-VD    PIC 9(8).
             05 HORAGRAV-VD    PIC 9(6).
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
           03 FILLER    PIC X(141).
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
          03 CODPARAM          PIC 9(01).
          03 RAZAOEMP          PIC X(32).
          03 CNPJEMP           PIC 9(14).
          03 ENDEREMP          PIC X(40).
          03 SALMINPAR         PIC 9(6)V99.
          03 VALSALFAMPAR      PIC 9(3)V99.
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 PATRONPAR         PIC 9(2)V99.
          03 RATPAR            PIC 9V99.
          03 FAPPAR            PIC 9V9999.
          03 TERCPAR           PIC 9(2)V99.
          03 VARBRUTOPAR       PIC 9(3)V99.
          03 VARLIQPAR         PIC 9(3)V99.
          03 LIQMINPAR         PIC 9(6)V99.
          03 KMREEMBPAR        PIC 9(2)V99.
      *
      *    DIARIO DE BORDO DA FROTA (PROG1319).
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
       FD ARQEVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEVEN.DAT".
       01 REGEVEN.
           03 CHAVEEV.
               05 FUNCEV   PIC 9(6).
               05 COMPETEV PIC 9(6).
               05 CODEV    PIC 9(3).
           03 VALOREV     PIC 9(6)V99.
           03 OPERADOR-EV PIC X(08).
           03 DATAGRAVACAO-EV.
               05 DATAGRAV-EV PIC 9(8).
               05 HORAGRAV-EV PIC 9(6).
      *
       FD ARQTEVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTEVEN.DAT".
       01 REGTEVEN.
          03 CODEVT            PIC 9(03).
          03 DESCEVT           PIC X(25).
          03 TIPOEVT           PIC X(01).
          03 INCINSS-EV        PIC X(01).
          03 INCIRRF-EV        PIC X(01).
          03 TIPCALCEVT        PIC X(01).
          03 PERCEVT           PIC 9(03)V99.
          03 BASEEVT           PIC X(01).
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
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGFUNCIONARIOTX    PIC X(80).
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
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 VD-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 PR-ERRO      PIC X(02) VALUE "00".
       01 DB-ERRO      PIC X(02) VALUE "00".
       01 EV-ERRO      PIC X(02) VALUE "00".
       01 TEV-ERRO     PIC X(02) VALUE "00".
       01 CC-ERRO      PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 RC-ERRO      PIC X(02) VALUE "00".
       01 W-VD-OK      PIC X(01) VALUE "N".
       01 W-DB-OK      PIC X(01) VALUE "N".
       01 W-CC-OK      PIC X(01) VALUE "N".
       01 W-NOMEREL    PIC X(30) VALUE SPACES.
       01 W-DATARELC   PIC 9(08) VALUE ZEROS.
       01 W-HORARELC   PIC 9(06) VALUE ZEROS.
       01 W-NUM        PIC 9(06) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-BLOQ       PIC X(01) VALUE "N".
       01 W-KMREEMB    PIC 9(2)V99 VALUE ZEROS.
       01 W-TOTAL      PIC 9(07)V99 VALUE ZEROS.
       01 W-VALEV      PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDVD      PIC 9(06) VALUE ZEROS.
       01 W-QTDDB      PIC 9(03) VALUE ZEROS.
       01 W-KMDB       PIC 9(07) VALUE ZEROS.
       01 IX           PIC 9(02) VALUE ZEROS.
       01 W-SITTX      PIC X(10) VALUE SPACES.
       01 W-VALED      PIC ZZZ.ZZ9,99-.
      *
      *    EVENTOS DA VIAGEM NA TABELA ARQTEVEN.
       01 W-EVTDESC     PIC 9(03) VALUE 912.
       01 W-EVTREEMB    PIC 9(03) VALUE 913.
      *
      *    TOTAIS DOS COMPROVANTES POR CATEGORIA (CATVD 1 A 5).
       01 TABCAT.
           05 FILLER   PIC X(20) VALUE "HOSPEDAGEM".
           05 FILLER   PIC X(20) VALUE "ALIMENTACAO".
           05 FILLER   PIC X(20) VALUE "PASSAGEM/TRANSPORTE".
           05 FILLER   PIC X(20) VALUE "COMBUSTIVEL/PEDAGIO".
           05 FILLER   PIC X(20) VALUE "OUTRAS DESPESAS".
       01 TABCATR REDEFINES TABCAT.
           05 TCAT     PIC X(20) OCCURS 5 TIMES.
       01 TABTOT.
           05 W-TOTCAT PIC 9(06)V99 OCCURS 5 TIMES.
      *
       01 W-COMPVG.
           05 W-ANOVG   PIC 9(4) VALUE ZEROS.
           05 W-MESVG   PIC 9(2) VALUE ZEROS.
       01 W-COMPVGN REDEFINES W-COMPVG PIC 9(06).
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *
      *    DEMONSTRATIVO DO ACERTO.
       01  DEM1.
           05  FILLER   PIC X(42) VALUE
               "*** DEMONSTRATIVO DO ACERTO DE VIAGEM *** ".
           05  FILLER   PIC X(10) VALUE "VIAGEM : ".
           05  DEMNUMTX PIC 9(06) VALUE ZEROS.
       01  DEM2.
           05  FILLER   PIC X(15) VALUE "FUNCIONARIO : ".
           05  DEMFUNTX PIC 9(06) VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  DEMNOMTX PIC X(30) VALUE SPACES.
       01  DEM3.
           05  FILLER   PIC X(15) VALUE "DESTINO     : ".
           05  DEMDESTX PIC X(30) VALUE SPACES.
           05  FILLER   PIC X(04) VALUE " DE ".
           05  DEMSAITX PIC 9999/99/99 VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE " A ".
           05  DEMRETTX PIC 9999/99/99 VALUE ZEROS.
       01  DEM4.
           05  FILLER   PIC X(15) VALUE "MOTIVO      : ".
           05  DEMMOTTX PIC X(40) VALUE SPACES.
       01  DEM5.
           05  FILLER   PIC X(49) VALUE
               "SEQ CATEGORIA            DATA       DOCUMENTO    ".
           05  FILLER   PIC X(20) VALUE
               "             VALOR".
       01  DEMDET.
           05  DETSEQTX PIC 99 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  DETCATTX PIC X(20) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  DETDATTX PIC 9999/99/99 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  DETDOCTX PIC X(15) VALUE SPACES.
           05  FILLER   PIC X(05) VALUE SPACES.
           05  DETVALTX PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  DEMTOT.
           05  DEMTXTTX PIC X(40) VALUE SPACES.
           05  FILLER   PIC X(15) VALUE SPACES.
           05  DEMVALTX PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       01  DEMKM.
           05  FILLER   PIC X(15) VALUE "KM RODADOS  : ".
           05  DEMKMTX  PIC ZZ.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(04) VALUE " A ".
           05  DEMRKMTX PIC Z9,99 VALUE ZEROS.
           05  FILLER   PIC X(09) VALUE " POR KM  ".
           05  DEMMEITX PIC X(30) VALUE SPACES.
       01  DEMFIM.
           05  DEMFIMTX PIC X(80) VALUE SPACES.
       01  DEMASS.
           05  FILLER   PIC X(40) VALUE
               "______________________________          ".
           05  FILLER   PIC X(30) VALUE
               "______________________________".
       01  DEMASS2.
           05  FILLER   PIC X(40) VALUE
               "FUNCIONARIO                             ".
           05  FILLER   PIC X(30) VALUE
               "RESPONSAVEL PELO ACERTO".
       01  LINHABR      PIC X(80) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 19
               VALUE  "*** ACERTO DA VIAGEM A SERVICO ***".
           05  LINE 04  COLUMN 04 VALUE  "NUMERO DA VIAGEM       :".
           05  LINE 05  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 06  COLUMN 04 VALUE  "DESTINO / PERIODO      :".
           05  LINE 07  COLUMN 04 VALUE  "MEIO / SITUACAO        :".
           05  LINE 08  COLUMN 04 VALUE  "HOSPEDAGEM             :".
           05  LINE 09  COLUMN 04 VALUE  "ALIMENTACAO            :".
           05  LINE 10  COLUMN 04 VALUE  "PASSAGEM/TRANSPORTE    :".
           05  LINE 11  COLUMN 04 VALUE  "COMBUSTIVEL/PEDAGIO    :".
           05  LINE 12  COLUMN 04 VALUE  "OUTRAS DESPESAS        :".
           05  LINE 13  COLUMN 04 VALUE  "KM RODADOS             :".
           05  LINE 13  COLUMN 42 VALUE  "VALOR DO KM :".
           05  LINE 14  COLUMN 04 VALUE  "TOTAL A REEMBOLSAR     :".
           05  LINE 15  COLUMN 04 VALUE  "ADIANTAMENTO           :".
           05  LINE 16  COLUMN 04 VALUE  "SALDO                  :".
           05  LINE 16  COLUMN 42 VALUE  "(- = A DEVOLVER)".
           05  LINE 18  COLUMN 04 VALUE  "DEVOLVIDO EM DINHEIRO  :".
           05  LINE 18  COLUMN 33 VALUE  "(S/N)".
           05  LINE 19  COLUMN 04 VALUE  "COMPETENCIA DA FOLHA   :".
           05  LINE 19  COLUMN 40 VALUE  "(AAAAMM)".
           05  LINE 20  COLUMN 04 VALUE  "EVENTO DA FOLHA        :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-NUM
               LINE 04  COLUMN 29  PIC 9(06)
               USING  W-NUM
               HIGHLIGHT.
           05  TKMVG
               LINE 13  COLUMN 29  PIC ZZ.ZZ9
               USING  KMVG
               HIGHLIGHT.
           05  TDEVOLVG
               LINE 18  COLUMN 29  PIC X(01)
               USING  DEVOLVG
               HIGHLIGHT.
           05  TCOMPETVG
               LINE 19  COLUMN 29  PIC 9(06)
               USING  COMPETVG
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQVIAGEM
           IF ST-ERRO NOT = "00"
              MOVE "* SEM VIAGENS CADASTRADAS - VER FPP112 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
       R0B.
           OPEN I-O ARQEVEN
           IF EV-ERRO NOT = "00"
              IF EV-ERRO = "30"
                 OPEN OUTPUT ARQEVEN
                 CLOSE ARQEVEN
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEVEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0C.
           OPEN I-O ARQTEVEN
           IF TEV-ERRO NOT = "00"
              IF TEV-ERRO = "30"
                 OPEN OUTPUT ARQTEVEN
                 CLOSE ARQTEVEN
                 GO TO R0C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTEVEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQEVEN
                 GO TO ROT-FIM2.
      *
      *    GARANTE OS EVENTOS DA VIAGEM NA TABELA (FPP046): VERBAS
      *    INDENIZATORIAS, SEM INCIDENCIA DE INSS E IRRF.
           MOVE W-EVTDESC TO CODEVT
           READ ARQTEVEN
           IF TEV-ERRO NOT = "00"
              MOVE W-EVTDESC TO CODEVT
              MOVE "ADIANT. VIAGEM NAO DEVOLV" TO DESCEVT
              MOVE "D" TO TIPOEVT
              MOVE "N" TO INCINSS-EV
              MOVE "N" TO INCIRRF-EV
              MOVE "V" TO TIPCALCEVT
              MOVE ZEROS TO PERCEVT
              MOVE SPACES TO BASEEVT
              WRITE REGTEVEN.
           MOVE W-EVTREEMB TO CODEVT
           READ ARQTEVEN
           IF TEV-ERRO NOT = "00"
              MOVE W-EVTREEMB TO CODEVT
              MOVE "REEMBOLSO DE VIAGEM" TO DESCEVT
              MOVE "P" TO TIPOEVT
              MOVE "N" TO INCINSS-EV
              MOVE "N" TO INCIRRF-EV
              MOVE "V" TO TIPCALCEVT
              MOVE ZEROS TO PERCEVT
              MOVE SPACES TO BASEEVT
              WRITE REGTEVEN.
      *
      *    COMPROVANTES, DIARIO DE BORDO E CONTROLE DE COMPETENCIAS
      *    SAO OPCIONAIS; SEM O PARAMETRO O KM PROPRIO NAO E PAGO.
           MOVE "N" TO W-VD-OK W-DB-OK W-CC-OK
           OPEN INPUT ARQVIADESP
           IF VD-ERRO = "00"
              MOVE "S" TO W-VD-OK.
           OPEN INPUT ARQDIARIO
           IF DB-ERRO = "00"
              MOVE "S" TO W-DB-OK.
           OPEN INPUT ARQCOMPET
           IF CC-ERRO = "00"
              MOVE "S" TO W-CC-OK.
           MOVE ZEROS TO W-KMREEMB
           OPEN INPUT ARQPARAM
           IF PR-ERRO = "00"
              MOVE 1 TO CODPARAM
              READ ARQPARAM
              IF PR-ERRO = "00" AND KMREEMBPAR NUMERIC
                 MOVE KMREEMBPAR TO W-KMREEMB
              END-IF
              CLOSE ARQPARAM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-NUM.
       R1A.
           DISPLAY TELA3.
       R2.
           ACCEPT TW-NUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-NUM TO NUMVG
           READ ARQVIAGEM
           IF ST-ERRO NOT = "00"
                   MOVE "* VIAGEM NAO CADASTRADA NO FPP112 *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE FUNCVG TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE SPACES TO NOMEFUNC
                   MOVE "D" TO STATUSAUX.
           PERFORM SOMA-CAT THRU SOMA-CAT-FIM
           PERFORM MOSTRA-VG THRU MOSTRA-VG-FIM
           IF SITVG = "L"
                   GO TO EST-OPC.
      *
      *    KM DA VIAGEM CONFORME O MEIO DE TRANSPORTE.
       R3.
           MOVE ZEROS  TO VALKMVG DATADBVG HORADBVG
           MOVE SPACES TO DEVOLVG
           IF MEIOVG = "F"
                   GO TO R3B.
           IF MEIOVG NOT = "P"
                   MOVE ZEROS TO KMVG
                   GO TO R4.
       R3A.
           ACCEPT TKMVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF KMVG > ZEROS AND W-KMREEMB = ZEROS
                   MOVE "* CADASTRE O VALOR POR KM NO FPP044 *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3A.
           COMPUTE VALKMVG ROUNDED = KMVG * W-KMREEMB
           GO TO R4.
      *    VEICULO DA FROTA: A VIAGEM TEM DE CONSTAR NO DIARIO DE
      *    BORDO, COM O FUNCIONARIO COMO CONDUTOR, DENTRO DO PERIODO.
       R3B.
           PERFORM BUSCA-DIARIO THRU BUSCA-DIARIO-FIM
           IF W-QTDDB = ZEROS
                   MOVE "* VIAGEM NAO CONSTA NO DIARIO DE BORDO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           MOVE W-KMDB TO KMVG
           IF W-KMDB > 99999
                   MOVE 99999 TO KMVG.
       R4.
           COMPUTE W-TOTAL = DESPVG + VALKMVG
           COMPUTE SALDOVG = W-TOTAL - ADIANTVG
           MOVE ZEROS TO CODEVVG COMPETVG
           PERFORM MOSTRA-SALDO THRU MOSTRA-SALDO-FIM
           IF SALDOVG = ZEROS
                   MOVE "N" TO DEVOLVG
                   GO TO INC-OPC.
           IF SALDOVG > ZEROS
                   MOVE "N" TO DEVOLVG
                   MOVE W-EVTREEMB TO CODEVVG
                   GO TO R6.
       R5.
           MOVE "N" TO DEVOLVG
           ACCEPT TDEVOLVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF DEVOLVG = "s"
                   MOVE "S" TO DEVOLVG.
           IF DEVOLVG = "n"
                   MOVE "N" TO DEVOLVG.
           IF DEVOLVG NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           IF DEVOLVG = "S"
                   MOVE ZEROS TO CODEVVG COMPETVG
                   DISPLAY TCOMPETVG
                   DISPLAY (20, 29) "   "
                   GO TO INC-OPC.
           MOVE W-EVTDESC TO CODEVVG.
      *    EVENTO NA FOLHA: SO PARA QUEM AINDA ESTA NA FOLHA MENSAL E
      *    EM COMPETENCIA NAO FECHADA.
       R6.
           IF STATUSAUX = "D"
                   MOVE "* DEMITIDO: ACERTE O SALDO NA RESCISAO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           DISPLAY (20, 29) CODEVVG
           IF COMPETVG = ZEROS
                   MOVE W-HOJE TO W-DT-DATA
                   COMPUTE COMPETVG = W-DT-ANO * 100 + W-DT-MES.
           ACCEPT TCOMPETVG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE COMPETVG TO W-COMPVGN
           IF W-ANOVG < 1990 OR W-MESVG < 1 OR W-MESVG > 12
                   MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
           PERFORM VER-COMPET THRU VER-COMPET-FIM
           IF W-BLOQ = "S"
                   MOVE "* COMPETENCIA FECHADA - REABRA NO FPP024 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA ACERTO (S/N) : ".
                ACCEPT (23, 64) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ACERTO NAO GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "L" TO SITVG
                MOVE W-OPERLOG TO OPERADOR-VG
                ACCEPT DATAGRAV-VG FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-VG FROM TIME
                REWRITE REGVIAGEM
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQVIAGEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** ACERTO GRAVADO ***" TO MENS
                IF CODEVVG NOT = ZEROS
                   PERFORM LANCA-EVEN THRU LANCA-EVEN-FIM
                   MOVE "* ACERTO GRAVADO E LANCADO NA FOLHA *" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM IMPRIME THRU IMPRIME-FIM
                GO TO R1.
      *
      *****************************************
      * ESTORNO DO ACERTO                     *
      *****************************************
      *
      *    O ESTORNO DO EVENTO NA FOLHA SO COM A COMPETENCIA ABERTA.
       EST-OPC.
                IF CODEVVG = ZEROS
                   GO TO EST-OPC1.
                MOVE COMPETVG TO W-COMPVGN
                PERFORM VER-COMPET THRU VER-COMPET-FIM
                IF W-BLOQ = "S"
                   MOVE "* ACERTADA EM COMPETENCIA FECHADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       EST-OPC1.
                DISPLAY (23, 40) "ESTORNAR ACERTO (S/N) : ".
                ACCEPT (23, 64) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EST-OPC1.
       EST-RW1.
                IF CODEVVG NOT = ZEROS
                   PERFORM ESTORNA-EVEN THRU ESTORNA-EVEN-FIM.
                MOVE "A"    TO SITVG
                MOVE SPACES TO DEVOLVG
                MOVE ZEROS  TO KMVG VALKMVG SALDOVG COMPETVG CODEVVG
                               DATADBVG HORADBVG
                MOVE W-OPERLOG TO OPERADOR-VG
                ACCEPT DATAGRAV-VG FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-VG FROM TIME
                REWRITE REGVIAGEM
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA ALTERACAO DO ARQVIAGEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** ACERTO ESTORNADO - VIAGEM REABERTA ***"
                                                   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
      *    TOTAIS DOS COMPROVANTES DA VIAGEM POR CATEGORIA.
       SOMA-CAT.
           MOVE ZEROS TO TABTOT W-QTDVD
           IF W-VD-OK NOT = "S"
              GO TO SOMA-CAT-FIM.
           MOVE NUMVG TO NUMVD
           MOVE ZEROS TO SEQVD
           START ARQVIADESP KEY IS NOT LESS CHAVEVD
              INVALID KEY
                 GO TO SOMA-CAT-FIM.
       SOMA-CAT1.
           READ ARQVIADESP NEXT
           IF VD-ERRO NOT = "00"
              GO TO SOMA-CAT-FIM.
           IF NUMVD NOT = NUMVG
              GO TO SOMA-CAT-FIM.
           IF CATVD > 0 AND CATVD < 6
              ADD VALORVD TO W-TOTCAT (CATVD).
           ADD 1 TO W-QTDVD
           GO TO SOMA-CAT1.
       SOMA-CAT-FIM.
           EXIT.
      *
      *    SAIDAS DO VEICULO NO PERIODO DA VIAGEM COM O FUNCIONARIO
      *    COMO CONDUTOR; A PRIMEIRA FICA LIGADA A VIAGEM.
       BUSCA-DIARIO.
           MOVE ZEROS TO W-QTDDB W-KMDB
           IF W-DB-OK NOT = "S"
              GO TO BUSCA-DIARIO-FIM.
           MOVE PLACAVG   TO PLACADB
           MOVE DTSAIDAVG TO DATADB
           MOVE ZEROS     TO HORADB
           START ARQDIARIO KEY IS NOT LESS CHAVEDB
              INVALID KEY
                 GO TO BUSCA-DIARIO-FIM.
       BUSCA-DIARIO1.
           READ ARQDIARIO NEXT
           IF DB-ERRO NOT = "00"
              GO TO BUSCA-DIARIO-FIM.
           IF PLACADB NOT = PLACAVG OR DATADB > DTRETVG
              GO TO BUSCA-DIARIO-FIM.
           IF FUNCDB NOT = FUNCVG
              GO TO BUSCA-DIARIO1.
           IF W-QTDDB = ZEROS
              MOVE DATADB TO DATADBVG
              MOVE HORADB TO HORADBVG.
           ADD 1 TO W-QTDDB
           IF KMCHEGADB > KMSAIDADB
              COMPUTE W-KMDB = W-KMDB + KMCHEGADB - KMSAIDADB.
           GO TO BUSCA-DIARIO1.
       BUSCA-DIARIO-FIM.
           EXIT.
      *
       VER-COMPET.
           MOVE "N" TO W-BLOQ
           IF W-CC-OK NOT = "S"
              GO TO VER-COMPET-FIM.
           MOVE W-COMPVGN TO COMPETCC
           READ ARQCOMPET
           IF CC-ERRO NOT = "00"
              GO TO VER-COMPET-FIM.
           IF SITCOMPAUX = "F" OR SITCOMPAUX = "R"
              MOVE "S" TO W-BLOQ.
       VER-COMPET-FIM.
           EXIT.
      *
      *    EVENTO DO ACERTO NOS LANCAMENTOS AVULSOS: SE JA HOUVER O
      *    MESMO EVENTO NA COMPETENCIA (OUTRA VIAGEM), O VALOR E SOMADO.
       LANCA-EVEN.
           MOVE SALDOVG TO W-VALEV
           MOVE FUNCVG   TO FUNCEV
           MOVE COMPETVG TO COMPETEV
           MOVE CODEVVG  TO CODEV
           READ ARQEVEN
           IF EV-ERRO = "00"
              ADD W-VALEV TO VALOREV
              PERFORM GRAVA-EVEN THRU GRAVA-EVEN-FIM
              REWRITE REGEVEN
              GO TO LANCA-EVEN-FIM.
           MOVE W-VALEV TO VALOREV
           PERFORM GRAVA-EVEN THRU GRAVA-EVEN-FIM
           WRITE REGEVEN.
       LANCA-EVEN-FIM.
           EXIT.
      *
       ESTORNA-EVEN.
           MOVE SALDOVG TO W-VALEV
           MOVE FUNCVG   TO FUNCEV
           MOVE COMPETVG TO COMPETEV
           MOVE CODEVVG  TO CODEV
           READ ARQEVEN
           IF EV-ERRO NOT = "00"
              GO TO ESTORNA-EVEN-FIM.
           IF VALOREV NOT > W-VALEV
              DELETE ARQEVEN RECORD
              GO TO ESTORNA-EVEN-FIM.
           SUBTRACT W-VALEV FROM VALOREV
           PERFORM GRAVA-EVEN THRU GRAVA-EVEN-FIM
           REWRITE REGEVEN.
       ESTORNA-EVEN-FIM.
           EXIT.
      *
       GRAVA-EVEN.
           MOVE W-OPERLOG TO OPERADOR-EV
           ACCEPT DATAGRAV-EV FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-EV FROM TIME.
       GRAVA-EVEN-FIM.
           EXIT.
      *
       MOSTRA-VG.
           DISPLAY TW-NUM
           DISPLAY (05, 29) FUNCVG
           DISPLAY (05, 37) NOMEFUNC
           DISPLAY (06, 29) DESTVG
           DISPLAY (06, 60) DTSAIDAVG
           DISPLAY (07, 29) MEIOVG
           DISPLAY (07, 31) PLACAVG
           MOVE "ABERTA" TO W-SITTX
           IF SITVG = "L"
              MOVE "ACERTADA" TO W-SITTX.
           DISPLAY (07, 42) W-SITTX
           MOVE 1 TO IX.
       MOSTRA-VG1.
           MOVE W-TOTCAT (IX) TO W-VALED
           COMPUTE W-CONT = IX + 7
           DISPLAY (W-CONT, 29) W-VALED
           ADD 1 TO IX
           IF IX < 6
              GO TO MOSTRA-VG1.
           MOVE ZEROS TO W-CONT
           DISPLAY TKMVG
           MOVE ADIANTVG TO W-VALED
           DISPLAY (15, 29) W-VALED
           IF SITVG = "L"
              COMPUTE W-TOTAL = DESPVG + VALKMVG
              PERFORM MOSTRA-SALDO THRU MOSTRA-SALDO-FIM
              DISPLAY TDEVOLVG TCOMPETVG
              DISPLAY (20, 29) CODEVVG
           ELSE
              DISPLAY (14, 29) "           "
              DISPLAY (16, 29) "           ".
       MOSTRA-VG-FIM.
           EXIT.
      *
       MOSTRA-SALDO.
           DISPLAY TKMVG
           MOVE VALKMVG TO W-VALED
           DISPLAY (13, 56) W-VALED
           MOVE W-TOTAL TO W-VALED
           DISPLAY (14, 29) W-VALED
           MOVE SALDOVG TO W-VALED
           DISPLAY (16, 29) W-VALED.
       MOSTRA-SALDO-FIM.
           EXIT.
      *
      *****************************************
      * DEMONSTRATIVO DO ACERTO               *
      *****************************************
      *
       IMPRIME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP114-" DELIMITED BY SIZE
                  NUMVG     DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
                  INTO W-NOMEREL
           OPEN OUTPUT ARQFUNCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO DEMONSTRATIVO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMPRIME-FIM.
           MOVE NUMVG     TO DEMNUMTX
           MOVE FUNCVG    TO DEMFUNTX
           MOVE NOMEFUNC  TO DEMNOMTX
           MOVE DESTVG    TO DEMDESTX
           MOVE DTSAIDAVG TO DEMSAITX
           MOVE DTRETVG   TO DEMRETTX
           MOVE MOTIVOVG  TO DEMMOTTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM DEM1
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM DEM2
           WRITE REGFUNCIONARIOTX FROM DEM3
           WRITE REGFUNCIONARIOTX FROM DEM4
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM DEM5
           IF W-VD-OK NOT = "S"
              GO TO IMPRIME2.
           MOVE NUMVG TO NUMVD
           MOVE ZEROS TO SEQVD
           START ARQVIADESP KEY IS NOT LESS CHAVEVD
              INVALID KEY
                 GO TO IMPRIME2.
       IMPRIME1.
           READ ARQVIADESP NEXT
           IF VD-ERRO NOT = "00"
              GO TO IMPRIME2.
           IF NUMVD NOT = NUMVG
              GO TO IMPRIME2.
           MOVE SEQVD  TO DETSEQTX
           MOVE SPACES TO DETCATTX
           IF CATVD > 0 AND CATVD < 6
              MOVE TCAT (CATVD) TO DETCATTX.
           MOVE DATAVD  TO DETDATTX
           MOVE DOCVD   TO DETDOCTX
           MOVE VALORVD TO DETVALTX
           WRITE REGFUNCIONARIOTX FROM DEMDET
           GO TO IMPRIME1.
       IMPRIME2.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           MOVE 1 TO IX.
       IMPRIME3.
           IF W-TOTCAT (IX) > ZEROS
              MOVE TCAT (IX)     TO DEMTXTTX
              MOVE W-TOTCAT (IX) TO DEMVALTX
              WRITE REGFUNCIONARIOTX FROM DEMTOT.
           ADD 1 TO IX
           IF IX < 6
              GO TO IMPRIME3.
           MOVE "TOTAL DOS COMPROVANTES" TO DEMTXTTX
           MOVE DESPVG TO DEMVALTX
           WRITE REGFUNCIONARIOTX FROM DEMTOT
           IF MEIOVG = "O"
              GO TO IMPRIME4.
           MOVE KMVG  TO DEMKMTX
           MOVE ZEROS TO DEMRKMTX
           MOVE "(VEICULO DA FROTA - SEM REEMBOLSO)" TO DEMMEITX
           IF MEIOVG = "P"
              MOVE W-KMREEMB TO DEMRKMTX
              MOVE "(VEICULO PROPRIO)" TO DEMMEITX.
           WRITE REGFUNCIONARIOTX FROM DEMKM
           MOVE "REEMBOLSO DE KM RODADO" TO DEMTXTTX
           MOVE VALKMVG TO DEMVALTX
           WRITE REGFUNCIONARIOTX FROM DEMTOT.
       IMPRIME4.
           MOVE "(-) ADIANTAMENTO RECEBIDO" TO DEMTXTTX
           MOVE ADIANTVG TO DEMVALTX
           WRITE REGFUNCIONARIOTX FROM DEMTOT
           MOVE "SALDO DO ACERTO" TO DEMTXTTX
           MOVE SALDOVG TO DEMVALTX
           WRITE REGFUNCIONARIOTX FROM DEMTOT
           WRITE REGFUNCIONARIOTX FROM LINHABR
           MOVE "SEM SALDO A ACERTAR." TO DEMFIMTX
           IF CODEVVG = W-EVTREEMB
              STRING "REEMBOLSO NA FOLHA DA COMPETENCIA "
                                        DELIMITED BY SIZE
                     COMPETVG           DELIMITED BY SIZE
                     " (EVENTO 913)."   DELIMITED BY SIZE
                     INTO DEMFIMTX.
           IF CODEVVG = W-EVTDESC
              STRING "DESCONTO NA FOLHA DA COMPETENCIA "
                                        DELIMITED BY SIZE
                     COMPETVG           DELIMITED BY SIZE
                     " (EVENTO 912)."   DELIMITED BY SIZE
                     INTO DEMFIMTX.
           IF DEVOLVG = "S"
              MOVE "SALDO DEVOLVIDO EM DINHEIRO NO ACERTO."
                                        TO DEMFIMTX.
           WRITE REGFUNCIONARIOTX FROM DEMFIM
           MOVE SPACES TO DEMFIMTX
           WRITE REGFUNCIONARIOTX FROM DEMFIM
           WRITE REGFUNCIONARIOTX FROM DEMFIM
           WRITE REGFUNCIONARIOTX FROM DEMASS
           WRITE REGFUNCIONARIOTX FROM DEMASS2
           CLOSE ARQFUNCTX
           MOVE COMPETVG TO COMPETRC
           MOVE W-QTDVD  TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       IMPRIME-FIM.
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
           MOVE "FPP114" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-VD-OK = "S"
              CLOSE ARQVIADESP.
           IF W-DB-OK = "S"
              CLOSE ARQDIARIO.
           IF W-CC-OK = "S"
              CLOSE ARQCOMPET.
           CLOSE ARQEVEN ARQTEVEN.
       ROT-FIM2.
           CLOSE ARQFUNC.
       ROT-FIM3.
           CLOSE ARQVIAGEM.
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
