       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG1328.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * RECOMENDACAO ANUAL DE TROCA DE VEICULOS        *
      * PONTUA (0 A 100) CADA VEICULO ATIVO DO CADCARRO*
      * NOS 12 MESES ATE A COMPETENCIA INFORMADA:      *
      *   IDADE (ANOFABRICACAO)          ATE 20 PONTOS *
      *   KM ACUMULADOS (HODOMETRO)      ATE 20 PONTOS *
      *   ALTA DO CUSTO POR KM (COMO NO  ATE 20 PONTOS *
      *   PROG1321) SOBRE OS 12 MESES ANTERIORES       *
      *   MANUTENCAO DOS 12 MESES        ATE 20 PONTOS *
      *   (ARQMANUT + OS ABERTAS DO ARQORDSERV) SOBRE  *
      *   O VALOR DE COMPRA                            *
      *   SINISTROS (ARQSINIS)           ATE 10 PONTOS *
      *   VALOR DE MERCADO SOBRE O VALOR ATE 10 PONTOS *
      *   CONTABIL (DEPRECIACAO DO PROG1317)           *
      * A LISTA SAI EM ORDEM DE PONTOS, COM A ECONOMIA *
      * ESTIMADA DA TROCA: (CUSTO/KM ATUAL - CUSTO/KM  *
      * PREVISTO DO VEICULO NOVO) X KM DO ANO.         *
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

           SELECT ARQCOMB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECB
                   FILE STATUS  IS CB-ERRO.

           SELECT ARQMANUT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEMAN
                   FILE STATUS  IS MA-ERRO.

           SELECT ARQORDSERV ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMOS
                   FILE STATUS  IS OS-ERRO.

           SELECT ARQDOCVEIC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEDC
                   FILE STATUS  IS DC-ERRO.

           SELECT ARQMULTA ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEML
                   FILE STATUS  IS ML-ERRO.

           SELECT ARQSINIS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVESN
                   FILE STATUS  IS SN-ERRO.

           SELECT ARQAQUIS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PLACAAQ
                   FILE STATUS  IS AQ-ERRO.

           SELECT ARQSUBTX ASSIGN TO DISK
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
      *    ORDENS DE SERVICO (PROG1318): AS ABERTAS AINDA NAO ESTAO
      *    NO ARQMANUT, MAS O CUSTO JA FOI GASTO.
       FD ARQORDSERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORDSERV.DAT".
       01 REGORDSERV.
          03 NUMOS             PIC 9(06).
          03 PLACAOS           PIC X(08).
          03 PLANOOS           PIC 9(02).
          03 DATAABOS          PIC 9(08).
          03 KMOS              PIC 9(07).
          03 SITOS             PIC X(01).
          03 CUSTPECAOS        PIC 9(08)V99.
          03 HORASOS           PIC 9(03)V9.
          03 TAXAHORA          PIC 9(05)V99.
          03 DATAFECOS         PIC 9(08).
          03 OPERADOR-OS       PIC X(08).
          03 FUNCOS            PIC 9(06).
      *
       FD ARQDOCVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDOCVEIC.DAT".
       01 REGDOCVEIC.
          03 CHAVEDC.
             05 PLACADC        PIC X(08).
             05 TIPODC         PIC X(01).
          03 VENCDC            PIC 9(08).
          03 VALORDC           PIC 9(06)V99.
          03 PAGDC             PIC 9(08).
          03 REFDC             PIC X(15).
          03 OPERADOR-DC       PIC X(08).
      *
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
       FD ARQAQUIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAQUIS.DAT".
       01 REGAQUIS.
          03 PLACAAQ           PIC X(08).
          03 DATACOMPRA.
             05 ANOCOMPRA      PIC 9(04).
             05 MESCOMPRA      PIC 9(02).
             05 DIACOMPRA      PIC 9(02).
          03 VALORCOMPRA       PIC 9(08)V99.
          03 VIDAUTIL          PIC 9(03).
          03 RESIDUAL          PIC 9(02).
          03 OPERADOR-AQ       PIC X(08).
      *    VALOR DE MERCADO (TABELA FIPE) E DATA DA AVALIACAO.
          03 VALMERCAQ         PIC 9(08)V99.
          03 DATAMERCAQ        PIC 9(08).
      *
       FD ARQSUBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSUBST.DOC".
       01 REGSUBTX            PIC X(125).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CAR-ERRO   PIC X(02) VALUE "00".
       01 CB-ERRO    PIC X(02) VALUE "00".
       01 MA-ERRO    PIC X(02) VALUE "00".
       01 OS-ERRO    PIC X(02) VALUE "00".
       01 DC-ERRO    PIC X(02) VALUE "00".
       01 ML-ERRO    PIC X(02) VALUE "00".
       01 SN-ERRO    PIC X(02) VALUE "00".
       01 AQ-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-COMB-OK  PIC X(01) VALUE "N".
       01 W-MANU-OK  PIC X(01) VALUE "N".
       01 W-OS-OK    PIC X(01) VALUE "N".
       01 W-DOC-OK   PIC X(01) VALUE "N".
       01 W-MUL-OK   PIC X(01) VALUE "N".
       01 W-SIN-OK   PIC X(01) VALUE "N".
       01 W-AQ-OK    PIC X(01) VALUE "N".
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-CKMNOVO  PIC 9(02)V99 VALUE ZEROS.
       01 W-IDXREF   PIC 9(06) VALUE ZEROS.
       01 W-DIF      PIC S9(06) VALUE ZEROS.
       01 W-JANELA   PIC 9(01) VALUE ZEROS.
       01 W-DTAUX.
           05 W-ANOAUX PIC 9(4) VALUE ZEROS.
           05 W-MESAUX PIC 9(2) VALUE ZEROS.
           05 W-DIAAUX PIC 9(2) VALUE ZEROS.
       01 W-PLACASEL PIC X(08) VALUE SPACES.
      *
      *    ACUMULADORES DO VEICULO. SUFIXO 1 = ULTIMOS 12 MESES,
      *    SUFIXO 2 = OS 12 MESES ANTERIORES.
       01 W-TEM1     PIC X(01) VALUE "N".
       01 W-TEM2     PIC X(01) VALUE "N".
       01 W-KMINI1   PIC 9(07) VALUE ZEROS.
       01 W-KMFIM1   PIC 9(07) VALUE ZEROS.
       01 W-KMINI2   PIC 9(07) VALUE ZEROS.
       01 W-KMFIM2   PIC 9(07) VALUE ZEROS.
       01 W-KM1      PIC 9(07) VALUE ZEROS.
       01 W-KM2      PIC 9(07) VALUE ZEROS.
       01 W-KMACUM   PIC 9(07) VALUE ZEROS.
       01 W-CUSTO1   PIC 9(08)V99 VALUE ZEROS.
       01 W-CUSTO2   PIC 9(08)V99 VALUE ZEROS.
       01 W-MANUT1   PIC 9(08)V99 VALUE ZEROS.
       01 W-CKM1     PIC 9(03)V9999 VALUE ZEROS.
       01 W-CKM2     PIC 9(03)V9999 VALUE ZEROS.
       01 W-TEND     PIC S9(05) VALUE ZEROS.
       01 W-QTDSIN   PIC 9(03) VALUE ZEROS.
       01 W-IDADE    PIC 9(03) VALUE ZEROS.
       01 W-VALRESID PIC 9(08)V99 VALUE ZEROS.
       01 W-DEPMES   PIC 9(08)V99 VALUE ZEROS.
       01 W-MESES    PIC S9(05) VALUE ZEROS.
       01 W-VALCONT  PIC 9(08)V99 VALUE ZEROS.
       01 W-VALMERC  PIC 9(08)V99 VALUE ZEROS.
       01 W-PERCMAN  PIC 9(05)V99 VALUE ZEROS.
       01 W-PT       PIC 9(05) VALUE ZEROS.
       01 W-PONTOS   PIC 9(03) VALUE ZEROS.
       01 W-ECONOMIA PIC S9(08)V99 VALUE ZEROS.
       01 W-TOTECON  PIC S9(10)V99 VALUE ZEROS.
      *
      *    TABELA DA LISTA EM ORDEM DECRESCENTE DE PONTOS.
       01 W-QTDRK    PIC 9(03) VALUE ZEROS.
       01 W-QTDFORA  PIC 9(03) VALUE ZEROS.
       01 IY         PIC 9(03) VALUE ZEROS.
       01 IZ         PIC 9(03) VALUE ZEROS.
       01 W-RK-ITEM.
           05 W-RK-PONTOS  PIC 9(03).
           05 W-RK-PLACA   PIC X(08).
           05 W-RK-ANOFAB  PIC 9(04).
           05 W-RK-KMACUM  PIC 9(07).
           05 W-RK-CKM     PIC 9(03)V9999.
           05 W-RK-TEND    PIC S9(05).
           05 W-RK-MANUT   PIC 9(08)V99.
           05 W-RK-QTDSIN  PIC 9(03).
           05 W-RK-VALCONT PIC 9(08)V99.
           05 W-RK-VALMERC PIC 9(08)V99.
           05 W-RK-ECON    PIC S9(08)V99.
       01 TABRK.
           05 RK-ITEM OCCURS 500 TIMES.
              10 RK-PONTOS  PIC 9(03).
              10 FILLER     PIC X(74).
      *
       01  CABS1.
           05  FILLER   PIC X(48) VALUE
           "*** RECOMENDACAO DE TROCA DE VEICULOS ***       ".
           05  FILLER   PIC X(26) VALUE
           "12 MESES ATE A COMPET. : ".
           05  CABCOMPTX VALUE ZEROS PIC 9(6).

       01  CABS2.
           05  FILLER   PIC X(40) VALUE
           "CUSTO POR KM PREVISTO DO VEICULO NOVO: ".
           05  CABCKMTX PIC Z9,99 VALUE ZEROS.

       01  CABS3.
           05  FILLER   PIC X(51) VALUE
           "RK  PLACA    ANO   KM ACUM.  R$/KM TEND%  MANUT.12M".
           05  FILLER   PIC X(52) VALUE
           " SIN    CONTABIL     MERCADO  PTS      ECONOMIA/ANO".

       01  DETS.
           05  SRKTX    PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  SPLACATX PIC X(08) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE " ".
           05  SANOTX   PIC 9(04) VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  SKMTX    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  SCKMTX   PIC Z9,9999 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  STENDTX  PIC ZZZ9- VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  SMANTX   PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  SSINTX   PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  SCONTTX  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  SMERCTX  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  SPTSTX   PIC ZZ9 VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE " ".
           05  SECONTX  PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01  TOTS1.
           05  FILLER   PIC X(34) VALUE
           "VEICULOS ATIVOS AVALIADOS.......: ".
           05  TOTQTDTX PIC ZZ9 VALUE ZEROS.

       01  TOTS2.
           05  FILLER   PIC X(34) VALUE
           "FORA DA LISTA (LIMITE DA TABELA): ".
           05  TOTFORTX PIC ZZ9 VALUE ZEROS.

       01  TOTS3.
           05  FILLER   PIC X(34) VALUE
           "ECONOMIA SE TROCAR OS 5 PRIMEIROS ".
           05  TOTECOTX PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01  LINSEP       PIC X(125) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** RECOMENDACAO DE TROCA DE VEICULOS ***".
           05  LINE 06  COLUMN 05
               VALUE  "COMPETENCIA FINAL (AAAAMM)   :".
           05  TW-COMPET
               LINE 06  COLUMN 37  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 08  COLUMN 05
               VALUE  "CUSTO/KM PREVISTO VEIC. NOVO :".
           05  TW-CKMNOVO
               LINE 08  COLUMN 37  PIC Z9,99
               USING  W-CKMNOVO
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
           COMPUTE W-IDXREF = (W-ANOCOMP * 12) + W-MESCOMP - 1.
       R1A.
           ACCEPT TW-CKMNOVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-CKMNOVO = ZEROS
              MOVE "INFORME O CUSTO POR KM ESPERADO DO VEICULO NOVO"
                                              TO MENS
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
           MOVE "N" TO W-COMB-OK
           OPEN INPUT ARQCOMB
           IF CB-ERRO = "00"
              MOVE "S" TO W-COMB-OK.
           MOVE "N" TO W-MANU-OK
           OPEN INPUT ARQMANUT
           IF MA-ERRO = "00"
              MOVE "S" TO W-MANU-OK.
           MOVE "N" TO W-OS-OK
           OPEN INPUT ARQORDSERV
           IF OS-ERRO = "00"
              MOVE "S" TO W-OS-OK.
           MOVE "N" TO W-DOC-OK
           OPEN INPUT ARQDOCVEIC
           IF DC-ERRO = "00"
              MOVE "S" TO W-DOC-OK.
           MOVE "N" TO W-MUL-OK
           OPEN INPUT ARQMULTA
           IF ML-ERRO = "00"
              MOVE "S" TO W-MUL-OK.
           MOVE "N" TO W-SIN-OK
           OPEN INPUT ARQSINIS
           IF SN-ERRO = "00"
              MOVE "S" TO W-SIN-OK.
           MOVE "N" TO W-AQ-OK
           OPEN INPUT ARQAQUIS
           IF AQ-ERRO = "00"
              MOVE "S" TO W-AQ-OK.
           OPEN OUTPUT ARQSUBTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQSUBST.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDRK W-QTDFORA
           MOVE SPACES TO PLACA
           START CADCARRO KEY IS NOT LESS PLACA
              INVALID KEY
                 GO TO ROT-IMP.
      *
      ************************************************
      * AVALIACAO DE CADA VEICULO ATIVO               *
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
           MOVE ZEROS TO W-KM1 W-KM2 W-KMACUM W-CUSTO1 W-CUSTO2
           MOVE ZEROS TO W-MANUT1 W-CKM1 W-CKM2 W-TEND W-QTDSIN
           MOVE ZEROS TO W-VALCONT W-VALMERC W-PONTOS W-ECONOMIA
           PERFORM SOMA-COMB THRU SOMA-COMB-FIM
           PERFORM SOMA-MANU THRU SOMA-MANU-FIM
           PERFORM SOMA-OS THRU SOMA-OS-FIM
           PERFORM SOMA-DOC THRU SOMA-DOC-FIM
           PERFORM SOMA-MULTA THRU SOMA-MULTA-FIM
           PERFORM CONTA-SIN THRU CONTA-SIN-FIM
           PERFORM CALC-VALOR THRU CALC-VALOR-FIM
           PERFORM CALC-PONTOS THRU CALC-PONTOS-FIM
           MOVE W-PONTOS   TO W-RK-PONTOS
           MOVE W-PLACASEL TO W-RK-PLACA
           MOVE ANOFABRICACAO TO W-RK-ANOFAB
           MOVE W-KMACUM   TO W-RK-KMACUM
           MOVE W-CKM1     TO W-RK-CKM
           MOVE W-TEND     TO W-RK-TEND
           MOVE W-MANUT1   TO W-RK-MANUT
           MOVE W-QTDSIN   TO W-RK-QTDSIN
           MOVE W-VALCONT  TO W-RK-VALCONT
           MOVE W-VALMERC  TO W-RK-VALMERC
           MOVE W-ECONOMIA TO W-RK-ECON
           PERFORM INS-TAB THRU INS-TAB-FIM
           GO TO CAR-001.
      *
      *    JANELA DA DATA EM W-DTAUX: 1 = ULTIMOS 12 MESES,
      *    2 = 12 MESES ANTERIORES, 0 = FORA.
       ACHA-JANELA.
           MOVE ZEROS TO W-JANELA
           COMPUTE W-DIF = W-IDXREF - ((W-ANOAUX * 12) + W-MESAUX - 1)
           IF W-DIF < 0 OR W-DIF > 23
              GO TO ACHA-JANELA-FIM.
           IF W-DIF < 12
              MOVE 1 TO W-JANELA
           ELSE
              MOVE 2 TO W-JANELA.
       ACHA-JANELA-FIM.
           EXIT.
      *
      *    COMBUSTIVEL E KM RODADOS DE CADA JANELA (PRIMEIRO AO ULTIMO
      *    HODOMETRO DOS ABASTECIMENTOS) E O MAIOR HODOMETRO ANOTADO.
       SOMA-COMB.
           MOVE "N" TO W-TEM1 W-TEM2
           MOVE ZEROS TO W-KMINI1 W-KMFIM1 W-KMINI2 W-KMFIM2
           IF W-COMB-OK NOT = "S"
              GO TO SOMA-COMB-FIM.
           MOVE W-PLACASEL TO PLACACB
           MOVE ZEROS TO DATACB HORACB
           START ARQCOMB KEY IS GREATER CHAVECB
              INVALID KEY
                 GO TO SOMA-COMB-FIM.
       SOMA-COMB1.
           READ ARQCOMB NEXT
           IF CB-ERRO NOT = "00"
              GO TO SOMA-COMB2.
           IF PLACACB NOT = W-PLACASEL
              GO TO SOMA-COMB2.
           IF KMCB > W-KMACUM
              MOVE KMCB TO W-KMACUM.
           MOVE DATACB TO W-DTAUX
           PERFORM ACHA-JANELA THRU ACHA-JANELA-FIM
           IF W-JANELA = 1
              COMPUTE W-CUSTO1 = W-CUSTO1 + (LITROSCB * PRECOLCB)
              IF W-TEM1 = "N"
                 MOVE "S" TO W-TEM1
                 MOVE KMCB TO W-KMINI1
              END-IF
              MOVE KMCB TO W-KMFIM1.
           IF W-JANELA = 2
              COMPUTE W-CUSTO2 = W-CUSTO2 + (LITROSCB * PRECOLCB)
              IF W-TEM2 = "N"
                 MOVE "S" TO W-TEM2
                 MOVE KMCB TO W-KMINI2
              END-IF
              MOVE KMCB TO W-KMFIM2.
           GO TO SOMA-COMB1.
       SOMA-COMB2.
           IF W-KMFIM1 > W-KMINI1
              COMPUTE W-KM1 = W-KMFIM1 - W-KMINI1.
           IF W-KMFIM2 > W-KMINI2
              COMPUTE W-KM2 = W-KMFIM2 - W-KMINI2.
       SOMA-COMB-FIM.
           EXIT.
      *
      *    MANUTENCAO POSTADA (INCLUSIVE OS FECHADAS DO PROG1318).
       SOMA-MANU.
           IF W-MANU-OK NOT = "S"
              GO TO SOMA-MANU-FIM.
           MOVE W-PLACASEL TO PLACAMAN
           MOVE ZEROS TO SEQMAN
           START ARQMANUT KEY IS GREATER CHAVEMAN
              INVALID KEY
                 GO TO SOMA-MANU-FIM.
       SOMA-MANU1.
           READ ARQMANUT NEXT
           IF MA-ERRO NOT = "00"
              GO TO SOMA-MANU-FIM.
           IF PLACAMAN NOT = W-PLACASEL
              GO TO SOMA-MANU-FIM.
           IF KMMAN > W-KMACUM
              MOVE KMMAN TO W-KMACUM.
           MOVE ANOMAN TO W-ANOAUX
           MOVE MESMAN TO W-MESAUX
           PERFORM ACHA-JANELA THRU ACHA-JANELA-FIM
           IF W-JANELA = 1
              ADD CUSTOMAN TO W-CUSTO1 W-MANUT1.
           IF W-JANELA = 2
              ADD CUSTOMAN TO W-CUSTO2.
           GO TO SOMA-MANU1.
       SOMA-MANU-FIM.
           EXIT.
      *
      *    OS AINDA ABERTAS DA PLACA: PECAS MAIS HORAS JA LANCADAS.
       SOMA-OS.
           IF W-OS-OK NOT = "S"
              GO TO SOMA-OS-FIM.
           MOVE ZEROS TO NUMOS
           START ARQORDSERV KEY IS NOT LESS NUMOS
              INVALID KEY
                 GO TO SOMA-OS-FIM.
       SOMA-OS1.
           READ ARQORDSERV NEXT
           IF OS-ERRO NOT = "00"
              GO TO SOMA-OS-FIM.
           IF PLACAOS NOT = W-PLACASEL OR SITOS NOT = "A"
              GO TO SOMA-OS1.
           MOVE DATAABOS TO W-DTAUX
           PERFORM ACHA-JANELA THRU ACHA-JANELA-FIM
           IF W-JANELA NOT = 1
              GO TO SOMA-OS1.
           COMPUTE W-MANUT1 = W-MANUT1 + CUSTPECAOS
                            + (HORASOS * TAXAHORA)
           COMPUTE W-CUSTO1 = W-CUSTO1 + CUSTPECAOS
                            + (HORASOS * TAXAHORA)
           GO TO SOMA-OS1.
       SOMA-OS-FIM.
           EXIT.
      *
      *    DOCUMENTOS PAGOS (IPVA, LICENCIAMENTO, SEGURO).
       SOMA-DOC.
           IF W-DOC-OK NOT = "S"
              GO TO SOMA-DOC-FIM.
           MOVE W-PLACASEL TO PLACADC
           MOVE LOW-VALUES TO TIPODC
           START ARQDOCVEIC KEY IS GREATER CHAVEDC
              INVALID KEY
                 GO TO SOMA-DOC-FIM.
       SOMA-DOC1.
           READ ARQDOCVEIC NEXT
           IF DC-ERRO NOT = "00"
              GO TO SOMA-DOC-FIM.
           IF PLACADC NOT = W-PLACASEL
              GO TO SOMA-DOC-FIM.
           IF PAGDC = ZEROS
              GO TO SOMA-DOC1.
           MOVE PAGDC TO W-DTAUX
           PERFORM ACHA-JANELA THRU ACHA-JANELA-FIM
           IF W-JANELA = 1
              ADD VALORDC TO W-CUSTO1.
           IF W-JANELA = 2
              ADD VALORDC TO W-CUSTO2.
           GO TO SOMA-DOC1.
       SOMA-DOC-FIM.
           EXIT.
      *
       SOMA-MULTA.
           IF W-MUL-OK NOT = "S"
              GO TO SOMA-MULTA-FIM.
           MOVE W-PLACASEL TO PLACAML
           MOVE ZEROS TO DATAML HORAML
           START ARQMULTA KEY IS GREATER CHAVEML
              INVALID KEY
                 GO TO SOMA-MULTA-FIM.
       SOMA-MULTA1.
           READ ARQMULTA NEXT
           IF ML-ERRO NOT = "00"
              GO TO SOMA-MULTA-FIM.
           IF PLACAML NOT = W-PLACASEL
              GO TO SOMA-MULTA-FIM.
           MOVE DATAML TO W-DTAUX
           PERFORM ACHA-JANELA THRU ACHA-JANELA-FIM
           IF W-JANELA = 1
              ADD VALORML TO W-CUSTO1.
           IF W-JANELA = 2
              ADD VALORML TO W-CUSTO2.
           GO TO SOMA-MULTA1.
       SOMA-MULTA-FIM.
           EXIT.
      *
      *    SINISTROS DO VEICULO NOS DOIS ULTIMOS ANOS.
       CONTA-SIN.
           IF W-SIN-OK NOT = "S"
              GO TO CONTA-SIN-FIM.
           MOVE W-PLACASEL TO PLACASN
           MOVE ZEROS TO DATASN
           START ARQSINIS KEY IS GREATER CHAVESN
              INVALID KEY
                 GO TO CONTA-SIN-FIM.
       CONTA-SIN1.
           READ ARQSINIS NEXT
           IF SN-ERRO NOT = "00"
              GO TO CONTA-SIN-FIM.
           IF PLACASN NOT = W-PLACASEL
              GO TO CONTA-SIN-FIM.
           MOVE DATASN TO W-DTAUX
           PERFORM ACHA-JANELA THRU ACHA-JANELA-FIM
           IF W-JANELA NOT = 0
              ADD 1 TO W-QTDSIN.
           GO TO CONTA-SIN1.
       CONTA-SIN-FIM.
           EXIT.
      *
      *    VALOR CONTABIL PELA DEPRECIACAO LINEAR DO PROG1317, ATE A
      *    COMPETENCIA DO RELATORIO, E O VALOR DE MERCADO (PROG1316).
       CALC-VALOR.
           IF W-AQ-OK NOT = "S"
              GO TO CALC-VALOR-FIM.
           MOVE W-PLACASEL TO PLACAAQ
           READ ARQAQUIS
           IF AQ-ERRO NOT = "00"
              MOVE ZEROS TO VALORCOMPRA
              GO TO CALC-VALOR-FIM.
           MOVE VALMERCAQ TO W-VALMERC
           IF VIDAUTIL = ZEROS
              MOVE VALORCOMPRA TO W-VALCONT
              GO TO CALC-VALOR-FIM.
           COMPUTE W-VALRESID = VALORCOMPRA * RESIDUAL / 100
           COMPUTE W-DEPMES = (VALORCOMPRA - W-VALRESID) / VIDAUTIL
           COMPUTE W-MESES = ((W-ANOCOMP - ANOCOMPRA) * 12)
                           + W-MESCOMP - MESCOMPRA
           IF W-MESES < 0
              MOVE ZEROS TO W-MESES.
           IF W-MESES > VIDAUTIL
              MOVE VIDAUTIL TO W-MESES.
           COMPUTE W-VALCONT = VALORCOMPRA - (W-DEPMES * W-MESES)
           IF W-VALCONT < W-VALRESID
              MOVE W-VALRESID TO W-VALCONT.
       CALC-VALOR-FIM.
           EXIT.
      *
      *    PONTUACAO DE TROCA E ECONOMIA ESTIMADA.
       CALC-PONTOS.
           MOVE ZEROS TO W-IDADE
           IF W-ANOCOMP > ANOFABRICACAO
              COMPUTE W-IDADE = W-ANOCOMP - ANOFABRICACAO.
      *    IDADE: 4 PONTOS POR ANO.
           COMPUTE W-PT = W-IDADE * 4
           IF W-PT > 20
              MOVE 20 TO W-PT.
           ADD W-PT TO W-PONTOS
      *    KM: 1 PONTO A CADA 10.000 KM.
           COMPUTE W-PT = W-KMACUM / 10000
           IF W-PT > 20
              MOVE 20 TO W-PT.
           ADD W-PT TO W-PONTOS
      *    CUSTO POR KM: 1 PONTO A CADA 2% DE ALTA SOBRE O ANO ANTERIOR.
           IF W-KM1 > ZEROS
              COMPUTE W-CKM1 ROUNDED = W-CUSTO1 / W-KM1.
           IF W-KM2 > ZEROS
              COMPUTE W-CKM2 ROUNDED = W-CUSTO2 / W-KM2.
           IF W-CKM2 > ZEROS AND W-CKM1 > ZEROS
              COMPUTE W-TEND ROUNDED = (W-CKM1 - W-CKM2) * 100 / W-CKM2.
           MOVE ZEROS TO W-PT
           IF W-TEND > ZEROS
              COMPUTE W-PT = W-TEND / 2.
           IF W-PT > 20
              MOVE 20 TO W-PT.
           ADD W-PT TO W-PONTOS
      *    MANUTENCAO: 2 PONTOS POR 1% DO VALOR DE COMPRA NO ANO.
           MOVE ZEROS TO W-PT
           IF VALORCOMPRA > ZEROS
              COMPUTE W-PERCMAN = W-MANUT1 * 100 / VALORCOMPRA
              COMPUTE W-PT = W-PERCMAN * 2.
           IF W-PT > 20
              MOVE 20 TO W-PT.
           ADD W-PT TO W-PONTOS
      *    SINISTROS: 5 PONTOS CADA.
           COMPUTE W-PT = W-QTDSIN * 5
           IF W-PT > 10
              MOVE 10 TO W-PT.
           ADD W-PT TO W-PONTOS
      *    MERCADO PAGANDO O CONTABIL OU MAIS: BOA HORA DE VENDER.
           MOVE ZEROS TO W-PT
           IF W-VALMERC > ZEROS AND W-VALCONT > ZEROS
              COMPUTE W-PT = W-VALMERC * 10 / W-VALCONT.
           IF W-PT > 10
              MOVE 10 TO W-PT.
           ADD W-PT TO W-PONTOS
           COMPUTE W-ECONOMIA = (W-CKM1 - W-CKMNOVO) * W-KM1.
       CALC-PONTOS-FIM.
           EXIT.
      *
      *    INSERE W-RK-ITEM NA TABELA MANTENDO A ORDEM DECRESCENTE DE
      *    PONTOS: DESLOCA PARA BAIXO OS ITENS DE PONTUACAO MENOR.
       INS-TAB.
           IF W-QTDRK NOT < 500
              ADD 1 TO W-QTDFORA
              GO TO INS-TAB-FIM.
           MOVE W-QTDRK TO IY.
       INS-TAB1.
           IF IY = ZEROS
              GO TO INS-TAB2.
           IF RK-PONTOS (IY) NOT < W-RK-PONTOS
              GO TO INS-TAB2.
           COMPUTE IZ = IY + 1
           MOVE RK-ITEM (IY) TO RK-ITEM (IZ)
           SUBTRACT 1 FROM IY
           GO TO INS-TAB1.
       INS-TAB2.
           COMPUTE IZ = IY + 1
           MOVE W-RK-ITEM TO RK-ITEM (IZ)
           ADD 1 TO W-QTDRK.
       INS-TAB-FIM.
           EXIT.
      *
      ************************************************
      * IMPRESSAO DA LISTA EM ORDEM DE PONTOS         *
      ************************************************
      *
       ROT-IMP.
           MOVE W-COMPET  TO CABCOMPTX
           MOVE W-CKMNOVO TO CABCKMTX
           WRITE REGSUBTX FROM LINSEP
           WRITE REGSUBTX FROM CABS1
           WRITE REGSUBTX FROM CABS2
           WRITE REGSUBTX FROM LINSEP
           WRITE REGSUBTX FROM CABS3
           WRITE REGSUBTX FROM LINSEP
           MOVE ZEROS TO W-TOTECON
           MOVE 1 TO IY.
       IMP-RK.
           IF IY > W-QTDRK
              GO TO ROT-TOTAL.
           MOVE RK-ITEM (IY) TO W-RK-ITEM
           MOVE IY           TO SRKTX
           MOVE W-RK-PLACA   TO SPLACATX
           MOVE W-RK-ANOFAB  TO SANOTX
           MOVE W-RK-KMACUM  TO SKMTX
           MOVE W-RK-CKM     TO SCKMTX
           MOVE W-RK-TEND    TO STENDTX
           MOVE W-RK-MANUT   TO SMANTX
           MOVE W-RK-QTDSIN  TO SSINTX
           MOVE W-RK-VALCONT TO SCONTTX
           MOVE W-RK-VALMERC TO SMERCTX
           MOVE W-RK-PONTOS  TO SPTSTX
           MOVE W-RK-ECON    TO SECONTX
           WRITE REGSUBTX FROM DETS
           IF IY < 6 AND W-RK-ECON > ZEROS
              ADD W-RK-ECON TO W-TOTECON.
           ADD 1 TO IY
           GO TO IMP-RK.
      *
       ROT-TOTAL.
           MOVE W-QTDRK   TO TOTQTDTX
           MOVE W-QTDFORA TO TOTFORTX
           MOVE W-TOTECON TO TOTECOTX
           WRITE REGSUBTX FROM LINSEP
           WRITE REGSUBTX FROM TOTS1
           IF W-QTDFORA > ZEROS
              WRITE REGSUBTX FROM TOTS2.
           WRITE REGSUBTX FROM TOTS3
           CLOSE ARQSUBTX
           MOVE "** RELATORIO GRAVADO EM ARQSUBST.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ROT-FIM.
           CLOSE CADCARRO
           IF W-COMB-OK = "S"
              CLOSE ARQCOMB.
           IF W-MANU-OK = "S"
              CLOSE ARQMANUT.
           IF W-OS-OK = "S"
              CLOSE ARQORDSERV.
           IF W-DOC-OK = "S"
              CLOSE ARQDOCVEIC.
           IF W-MUL-OK = "S"
              CLOSE ARQMULTA.
           IF W-SIN-OK = "S"
              CLOSE ARQSINIS.
           IF W-AQ-OK = "S"
              CLOSE ARQAQUIS.
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
