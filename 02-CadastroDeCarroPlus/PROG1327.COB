       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG1327.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * CUSTO POR KM DOS PNEUS DA FROTA (ARQPNEU)      *
      * PARTE 1: CADA PNEU COM O CUSTO DE VIDA (COMPRA *
      * MAIS RECAPAGENS) SOBRE OS KM RODADOS - OS DAS  *
      * MONTAGENS ENCERRADAS MAIS, SE MONTADO, O ULTIMO*
      * HODOMETRO DA PLACA (ARQMANUT/ARQDIARIO) MENOS  *
      * O DA MONTAGEM.                                 *
      * PARTE 2: O MESMO CUSTO POR KM TOTALIZADO POR   *
      * MARCA DE PNEU.                                 *
      * PARTE 3: PNEUS COM RODIZIO VENCIDO OU A VENCER *
      * (INTERVALO EM KM INFORMADO NA TELA) E PNEUS NO *
      * LIMITE DE RECAPAGENS.                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPNEU ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMFOGO
                   FILE STATUS  IS PN-ERRO.

           SELECT ARQMANUT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEMAN
                   FILE STATUS  IS MAN-ERRO.

           SELECT ARQDIARIO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEDB
                   FILE STATUS  IS DB-ERRO.

           SELECT ARQPNEUTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    PNEUS (PROG1326). SITPN: E = ESTOQUE, M = MONTADO,
      *    S = SUCATEADO.
       FD ARQPNEU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPNEU.DAT".
       01 REGPNEU.
          03 NUMFOGO           PIC X(10).
          03 MARCAPN           PIC X(15).
          03 MEDIDAPN          PIC X(15).
          03 CODPRODPN         PIC 9(06).
          03 CUSTOPN           PIC 9(07)V99.
          03 MAXRECPN          PIC 9(01).
          03 SITPN             PIC X(01).
          03 PLACAPN           PIC X(08).
          03 POSPN             PIC X(04).
          03 KMMONTPN          PIC 9(07).
          03 KMACUMPN          PIC 9(07).
          03 NRECPN            PIC 9(01).
          03 CUSTRECPN         PIC 9(07)V99.
          03 OPERADOR-PN       PIC X(08).
          03 DATAGRAVACAO-PN.
             05 DATAGRAV-PN    PIC 9(8).
             05 HORAGRAV-PN    PIC 9(6).
      *
       FD ARQMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMANUT.DAT".
       01 REGMANUT.
          03 CHAVEMAN.
             05 PLACAMAN       PIC X(08).
             05 SEQMAN         PIC 9(03).
          03 DATAMAN.
             05 DIAMAN         PIC 9(02).
             05 MESMAN         PIC 9(02).
             05 ANOMAN         PIC 9(04).
          03 KMMAN             PIC 9(07).
          03 DESCMAN           PIC X(40).
          03 TIPOSERVMAN       PIC 9(02).
          03 CUSTOMAN          PIC 9(08)V99.
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
       FD ARQPNEUTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPNEUKM.DOC".
       01 REGPNEUTX           PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 PN-ERRO    PIC X(02) VALUE "00".
       01 MAN-ERRO   PIC X(02) VALUE "00".
       01 DB-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-MANU-OK  PIC X(01) VALUE "N".
       01 W-DIAR-OK  PIC X(01) VALUE "N".
       01 W-INTROD   PIC 9(06) VALUE 10000.
       01 W-AVISOROD PIC 9(06) VALUE ZEROS.
       01 W-PLACAKM  PIC X(08) VALUE SPACES.
       01 W-KMULT    PIC 9(07) VALUE ZEROS.
       01 W-KMATUAL  PIC 9(07) VALUE ZEROS.
       01 W-KMTOTAL  PIC 9(08) VALUE ZEROS.
       01 W-CUSTVIDA PIC 9(08)V99 VALUE ZEROS.
       01 W-CUSTOKM  PIC 9(03)V9999 VALUE ZEROS.
       01 W-QTDPN    PIC 9(05) VALUE ZEROS.
       01 W-QTDALERT PIC 9(05) VALUE ZEROS.
       01 W-TOTCUSTO PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTKM    PIC 9(09) VALUE ZEROS.
       01 W-SITUACAO PIC X(20) VALUE SPACES.
      *
      *    TOTAIS POR MARCA DE PNEU.
       01 W-QTDMC    PIC 9(03) VALUE ZEROS.
       01 W-IM       PIC 9(03) VALUE ZEROS.
       01 TABMARCA.
           05 TM-ITEM OCCURS 100 TIMES.
              10 TM-MARCA  PIC X(15).
              10 TM-QTD    PIC 9(05).
              10 TM-KM     PIC 9(09).
              10 TM-CUSTO  PIC 9(10)V99.
      *
       01  CABP1.
           05  FILLER   PIC X(47) VALUE
           "*** CUSTO POR KM DOS PNEUS DA FROTA ***        ".
           05  FILLER   PIC X(22) VALUE
           "INTERVALO DE RODIZIO: ".
           05  CABINTTX PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE " KM".

       01  CABP2.
           05  FILLER   PIC X(48) VALUE
           "NUM. FOGO  MARCA           SIT PLACA    POS     ".
           05  FILLER   PIC X(40) VALUE
           "KM TOTAL  REC  CUSTO VIDA    R$/KM".

       01  DETP.
           05  PNUMTX   PIC X(10) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE " ".
           05  PMARCATX PIC X(15) VALUE SPACES.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  PSITTX   PIC X(01) VALUE SPACES.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  PPLACATX PIC X(08) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE " ".
           05  PPOSTX   PIC X(04) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE " ".
           05  PKMTX    PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE SPACES.
           05  PRECTX   PIC 9(01) VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  PCUSTOTX PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  PCKMTX   PIC ZZ9,9999 VALUE ZEROS.

       01  CABM1.
           05  FILLER   PIC X(40) VALUE
           "*** CUSTO POR KM POR MARCA DE PNEU ***  ".

       01  CABM2.
           05  FILLER   PIC X(40) VALUE
           "MARCA             QTDE      KM TOTAL    ".
           05  FILLER   PIC X(24) VALUE
           "CUSTO TOTAL     R$/KM".

       01  DETM.
           05  MMARCATX PIC X(15) VALUE SPACES.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  MQTDTX   PIC ZZZZ9 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  MKMTX    PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  MCUSTOTX PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  MCKMTX   PIC ZZ9,9999 VALUE ZEROS.

       01  CABA1.
           05  FILLER   PIC X(48) VALUE
           "*** PNEUS PARA RODIZIO OU NO LIMITE DE RECAPAGEM".
           05  FILLER   PIC X(04) VALUE
           " ***".

       01  CABA2.
           05  FILLER   PIC X(48) VALUE
           "NUM. FOGO  MARCA           PLACA    POS   KM DES".
           05  FILLER   PIC X(40) VALUE
           "DE MONT.  REC/LIM  SITUACAO".

       01  DETA.
           05  ANUMTX   PIC X(10) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE " ".
           05  AMARCATX PIC X(15) VALUE SPACES.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  APLACATX PIC X(08) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE " ".
           05  APOSTX   PIC X(04) VALUE SPACES.
           05  FILLER   PIC X(03) VALUE SPACES.
           05  AKMTX    PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(07) VALUE SPACES.
           05  ARECTX   PIC 9(01) VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE "/".
           05  ALIMTX   PIC 9(01) VALUE ZEROS.
           05  FILLER   PIC X(06) VALUE SPACES.
           05  ASITTX   PIC X(20) VALUE SPACES.

       01  TOTP1.
           05  FILLER   PIC X(34) VALUE
           "PNEUS LISTADOS..................: ".
           05  TOTQTDTX PIC ZZ.ZZ9 VALUE ZEROS.

       01  TOTP2.
           05  FILLER   PIC X(34) VALUE
           "CUSTO POR KM DA FROTA DE PNEUS..: ".
           05  TOTCKMTX PIC ZZ9,9999 VALUE ZEROS.

       01  TOTA1.
           05  FILLER   PIC X(34) VALUE
           "PNEUS COM ALERTA................: ".
           05  TOTALETX PIC ZZ.ZZ9 VALUE ZEROS.

       01  LINSEP       PIC X(100) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** CUSTO POR KM DOS PNEUS DA FROTA ***".
           05  LINE 06  COLUMN 05
               VALUE  "INTERVALO DE RODIZIO (KM):".
           05  TW-INTROD
               LINE 06  COLUMN 33  PIC 9(06)
               USING  W-INTROD
               HIGHLIGHT.
           05  LINE 08  COLUMN 05
               VALUE  "CONFIRMA IMPRESSAO (S/N) :".
           05  TW-OPCAO
               LINE 08  COLUMN 33  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY TELA.
       R1.
           ACCEPT TW-INTROD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-INTROD = ZEROS
              MOVE "INFORME O INTERVALO DE RODIZIO EM KM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    A VENCER: FALTAM MENOS DE 10% DO INTERVALO.
           COMPUTE W-AVISOROD = W-INTROD - (W-INTROD / 10).
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
           OPEN INPUT ARQPNEU
           IF PN-ERRO NOT = "00"
              MOVE "* CADASTRE OS PNEUS NO PROG1326 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-MANU-OK
           OPEN INPUT ARQMANUT
           IF MAN-ERRO = "00"
              MOVE "S" TO W-MANU-OK.
           MOVE "N" TO W-DIAR-OK
           OPEN INPUT ARQDIARIO
           IF DB-ERRO = "00"
              MOVE "S" TO W-DIAR-OK.
           OPEN OUTPUT ARQPNEUTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQPNEUKM.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-INTROD TO CABINTTX
           WRITE REGPNEUTX FROM LINSEP
           WRITE REGPNEUTX FROM CABP1
           WRITE REGPNEUTX FROM LINSEP
           WRITE REGPNEUTX FROM CABP2
           WRITE REGPNEUTX FROM LINSEP
           MOVE ZEROS TO W-QTDMC
           MOVE SPACES TO NUMFOGO
           START ARQPNEU KEY IS NOT LESS NUMFOGO
              INVALID KEY
                 GO TO ROT-MARCA.
      *
      ************************************************
      * PARTE 1: CUSTO POR KM DE CADA PNEU            *
      ************************************************
      *
       PN-001.
           READ ARQPNEU NEXT
           IF PN-ERRO NOT = "00"
              GO TO ROT-MARCA.
           PERFORM CALC-PN THRU CALC-PN-FIM
           MOVE ZEROS TO W-CUSTOKM
           IF W-KMTOTAL > ZEROS
              COMPUTE W-CUSTOKM ROUNDED = W-CUSTVIDA / W-KMTOTAL.
           ADD 1 TO W-QTDPN
           ADD W-CUSTVIDA TO W-TOTCUSTO
           ADD W-KMTOTAL  TO W-TOTKM
           PERFORM SOMA-MARCA THRU SOMA-MARCA-FIM
           MOVE NUMFOGO    TO PNUMTX
           MOVE MARCAPN    TO PMARCATX
           MOVE SITPN      TO PSITTX
           MOVE PLACAPN    TO PPLACATX
           MOVE POSPN      TO PPOSTX
           MOVE W-KMTOTAL  TO PKMTX
           MOVE NRECPN     TO PRECTX
           MOVE W-CUSTVIDA TO PCUSTOTX
           MOVE W-CUSTOKM  TO PCKMTX
           WRITE REGPNEUTX FROM DETP
           GO TO PN-001.
      *
      *    CUSTO DE VIDA E KM TOTAIS DO PNEU; SE MONTADO SOMA OS KM
      *    DESDE A MONTAGEM/RODIZIO PELO ULTIMO HODOMETRO DA PLACA.
       CALC-PN.
           COMPUTE W-CUSTVIDA = CUSTOPN + CUSTRECPN
           MOVE KMACUMPN TO W-KMTOTAL
           MOVE ZEROS TO W-KMATUAL
           IF SITPN NOT = "M"
              GO TO CALC-PN-FIM.
           MOVE PLACAPN TO W-PLACAKM
           PERFORM ULT-KM THRU ULT-KM-FIM
           IF W-KMULT > KMMONTPN
              COMPUTE W-KMATUAL = W-KMULT - KMMONTPN.
           ADD W-KMATUAL TO W-KMTOTAL.
       CALC-PN-FIM.
           EXIT.
      *
       SOMA-MARCA.
           MOVE 1 TO W-IM.
       SOMA-MARCA1.
           IF W-IM > W-QTDMC
              GO TO SOMA-MARCA2.
           IF TM-MARCA (W-IM) = MARCAPN
              GO TO SOMA-MARCA3.
           ADD 1 TO W-IM
           GO TO SOMA-MARCA1.
       SOMA-MARCA2.
           IF W-QTDMC NOT < 100
              GO TO SOMA-MARCA-FIM.
           ADD 1 TO W-QTDMC
           MOVE W-QTDMC TO W-IM
           MOVE MARCAPN TO TM-MARCA (W-IM)
           MOVE ZEROS TO TM-QTD (W-IM) TM-KM (W-IM) TM-CUSTO (W-IM).
       SOMA-MARCA3.
           ADD 1          TO TM-QTD (W-IM)
           ADD W-KMTOTAL  TO TM-KM (W-IM)
           ADD W-CUSTVIDA TO TM-CUSTO (W-IM).
       SOMA-MARCA-FIM.
           EXIT.
      *
      ************************************************
      * PARTE 2: TOTAIS POR MARCA                     *
      ************************************************
      *
       ROT-MARCA.
           MOVE ZEROS TO W-CUSTOKM
           IF W-TOTKM > ZEROS
              COMPUTE W-CUSTOKM ROUNDED = W-TOTCUSTO / W-TOTKM.
           MOVE W-QTDPN   TO TOTQTDTX
           MOVE W-CUSTOKM TO TOTCKMTX
           WRITE REGPNEUTX FROM LINSEP
           WRITE REGPNEUTX FROM TOTP1
           WRITE REGPNEUTX FROM TOTP2
           MOVE SPACES TO REGPNEUTX
           WRITE REGPNEUTX
           WRITE REGPNEUTX FROM LINSEP
           WRITE REGPNEUTX FROM CABM1
           WRITE REGPNEUTX FROM LINSEP
           WRITE REGPNEUTX FROM CABM2
           WRITE REGPNEUTX FROM LINSEP
           MOVE 1 TO W-IM.
       ROT-MARCA1.
           IF W-IM > W-QTDMC
              GO TO ROT-ALERTA.
           MOVE ZEROS TO W-CUSTOKM
           IF TM-KM (W-IM) > ZEROS
              COMPUTE W-CUSTOKM ROUNDED =
                      TM-CUSTO (W-IM) / TM-KM (W-IM).
           MOVE TM-MARCA (W-IM) TO MMARCATX
           MOVE TM-QTD (W-IM)   TO MQTDTX
           MOVE TM-KM (W-IM)    TO MKMTX
           MOVE TM-CUSTO (W-IM) TO MCUSTOTX
           MOVE W-CUSTOKM       TO MCKMTX
           WRITE REGPNEUTX FROM DETM
           ADD 1 TO W-IM
           GO TO ROT-MARCA1.
      *
      ************************************************
      * PARTE 3: RODIZIO E LIMITE DE RECAPAGEM        *
      ************************************************
      *
       ROT-ALERTA.
           MOVE SPACES TO REGPNEUTX
           WRITE REGPNEUTX
           WRITE REGPNEUTX FROM LINSEP
           WRITE REGPNEUTX FROM CABA1
           WRITE REGPNEUTX FROM LINSEP
           WRITE REGPNEUTX FROM CABA2
           WRITE REGPNEUTX FROM LINSEP
           MOVE SPACES TO NUMFOGO
           START ARQPNEU KEY IS NOT LESS NUMFOGO
              INVALID KEY
                 GO TO ROT-TOTAL.
       AL-001.
           READ ARQPNEU NEXT
           IF PN-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           IF SITPN = "S"
              GO TO AL-001.
           PERFORM CALC-PN THRU CALC-PN-FIM
           MOVE SPACES TO W-SITUACAO
           IF SITPN = "M" AND W-KMATUAL NOT < W-AVISOROD
              MOVE "RODIZIO A VENCER" TO W-SITUACAO.
           IF SITPN = "M" AND W-KMATUAL NOT < W-INTROD
              MOVE "RODIZIO VENCIDO" TO W-SITUACAO.
           IF NRECPN NOT < MAXRECPN
              IF W-SITUACAO = SPACES
                 MOVE "LIMITE DE RECAPAGEM" TO W-SITUACAO
              ELSE
                 MOVE "RODIZIO E LIM.RECAP." TO W-SITUACAO.
           IF W-SITUACAO = SPACES
              GO TO AL-001.
           ADD 1 TO W-QTDALERT
           MOVE NUMFOGO    TO ANUMTX
           MOVE MARCAPN    TO AMARCATX
           MOVE PLACAPN    TO APLACATX
           MOVE POSPN      TO APOSTX
           MOVE W-KMATUAL  TO AKMTX
           MOVE NRECPN     TO ARECTX
           MOVE MAXRECPN   TO ALIMTX
           MOVE W-SITUACAO TO ASITTX
           WRITE REGPNEUTX FROM DETA
           GO TO AL-001.
      *
      *    MAIOR HODOMETRO DA PLACA NO HISTORICO DE MANUTENCAO E NAS
      *    CHEGADAS DO DIARIO DE BORDO.
       ULT-KM.
           MOVE ZEROS TO W-KMULT
           IF W-MANU-OK NOT = "S"
              GO TO ULT-KM2.
           MOVE W-PLACAKM TO PLACAMAN
           MOVE ZEROS TO SEQMAN
           START ARQMANUT KEY IS GREATER CHAVEMAN
              INVALID KEY
                 GO TO ULT-KM2.
       ULT-KM1.
           READ ARQMANUT NEXT
           IF MAN-ERRO NOT = "00"
              GO TO ULT-KM2.
           IF PLACAMAN NOT = W-PLACAKM
              GO TO ULT-KM2.
           IF KMMAN > W-KMULT
              MOVE KMMAN TO W-KMULT.
           GO TO ULT-KM1.
       ULT-KM2.
           IF W-DIAR-OK NOT = "S"
              GO TO ULT-KM-FIM.
           MOVE W-PLACAKM TO PLACADB
           MOVE ZEROS TO DATADB HORADB
           START ARQDIARIO KEY IS GREATER CHAVEDB
              INVALID KEY
                 GO TO ULT-KM-FIM.
       ULT-KM3.
           READ ARQDIARIO NEXT
           IF DB-ERRO NOT = "00"
              GO TO ULT-KM-FIM.
           IF PLACADB NOT = W-PLACAKM
              GO TO ULT-KM-FIM.
           IF KMCHEGADB > W-KMULT
              MOVE KMCHEGADB TO W-KMULT.
           GO TO ULT-KM3.
       ULT-KM-FIM.
           EXIT.
      *
       ROT-TOTAL.
           MOVE W-QTDALERT TO TOTALETX
           WRITE REGPNEUTX FROM LINSEP
           WRITE REGPNEUTX FROM TOTA1
           CLOSE ARQPNEUTX
           MOVE "** RELATORIO GRAVADO EM ARQPNEUKM.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ROT-FIM.
           CLOSE ARQPNEU
           IF W-MANU-OK = "S"
              CLOSE ARQMANUT.
           IF W-DIAR-OK = "S"
              CLOSE ARQDIARIO.
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
