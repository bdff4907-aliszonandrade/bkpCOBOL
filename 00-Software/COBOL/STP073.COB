       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP073.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      ****************************************************
      * CURVA ABC E CONTAGEM CICLICA DO ESTOQUE          *
      * (CLASSIFICACAO MENSAL PELO VALOR CONSUMIDO NOS   *
      * ULTIMOS 12 MESES DO ARQMOVEST, PROGRAMACAO DAS   *
      * CONTAGENS NOS DIAS UTEIS DO MES - A MENSAL, B    *
      * TRIMESTRAL, C ANUAL - E ACURACIA POR CLASSE DAS  *
      * CONTAGENS POSTADAS NO STP024)                    *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPROD
                       FILE STATUS  IS ST-ERRO.

           SELECT ARQMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEME
                       ALTERNATE RECORD KEY IS CODPRODME
                                      WITH DUPLICATES
                       FILE STATUS  IS ME-ERRO.

           SELECT ARQABC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPRODAB
                       ALTERNATE RECORD KEY IS INVVALAB
                                      WITH DUPLICATES
                       FILE STATUS  IS AB-ERRO.

           SELECT ARQCICLO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECC
                       ALTERNATE RECORD KEY IS CODPRODCC
                                      WITH DUPLICATES
                       FILE STATUS  IS CC-ERRO.

           SELECT ARQFERIAD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DATAFER
                   FILE STATUS  IS CL-ERRO.

           SELECT ARQABCTX ASSIGN TO DISK
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS TX-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 FILLER        PIC X(37).
           03 QUANTIDADE    PIC 9(05)V9.
           03 PRECO         PIC 9(07)V99.
           03 CNPJFORN      PIC 9(15).
           03 CODBARRAS     PIC 9(13).
           03 OPERADOR      PIC X(08).
           03 DATAGRAVACAO  PIC 9(14).
           03 LOTECTL       PIC X(01).

       FD ARQMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVEST.DAT".
       01 REGMOVEST.
           03 CHAVEME.
               05 CODPRODME PIC 9(06).
               05 DATAME    PIC 9(08).
               05 HORAME    PIC 9(06).
           03 TIPOME        PIC X(01).
           03 SINALME       PIC X(01).
           03 QTDME         PIC 9(05)V9.
           03 CUSTOME       PIC 9(07)V99.
           03 DOCME         PIC X(10).
           03 OPERADOR-ME   PIC X(08).
           03 LOCALME       PIC X(02).
      *
      *    CLASSE ABC DO PRODUTO. INVVALAB E O COMPLEMENTO DO VALOR
      *    CONSUMIDO, PARA A LEITURA PELA CHAVE ALTERNATIVA SAIR DO
      *    MAIOR PARA O MENOR VALOR. SEQCLAB E A ORDEM DO PRODUTO
      *    DENTRO DA CLASSE, USADA PARA REPARTIR B E C PELOS MESES.
       FD ARQABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQABC.DAT".
       01 REGABC.
           03 CODPRODAB     PIC 9(06).
           03 CLASSEAB      PIC X(01).
           03 VALCONSAB     PIC 9(09)V99.
           03 INVVALAB      PIC 9(09)V99.
           03 SEQCLAB       PIC 9(06).
           03 COMPETAB      PIC 9(06).
           03 OPERADOR-AB   PIC X(08).
           03 DATAGRAVACAO-AB PIC 9(14).
      *
      *    CONTAGENS CICLICAS PROGRAMADAS: SITCC P = PENDENTE,
      *    C = CONTADA (MARCADA NA APROVACAO DO STP024).
       FD ARQCICLO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCICLO.DAT".
       01 REGCICLO.
           03 CHAVECC.
               05 DATACC    PIC 9(08).
               05 CODPRODCC PIC 9(06).
           03 CLASSECC      PIC X(01).
           03 SITCC         PIC X(01).
           03 QTDLIVCC      PIC 9(05)V9.
           03 QTDCONTCC     PIC 9(05)V9.
           03 VALDIFCC      PIC S9(08)V99.
           03 DTCONTCC      PIC 9(08).
           03 OPERADOR-CC   PIC X(08).
      *
      *    FERIADOS DA EMPRESA (FPP073), PARA O CALENDARIO DE DIAS
      *    UTEIS.
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

       FD ARQABCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQABC.DOC".
       01 REGABCTX            PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ME-ERRO    PIC X(02) VALUE "00".
       01 AB-ERRO    PIC X(02) VALUE "00".
       01 CC-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE PIC 9(06) VALUE ZEROS.
       77 CL-ERRO    PIC X(02) VALUE "00".
       77 W-CAL-OK   PIC X(01) VALUE "N".
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
       01 W-DU-UTIL  PIC X(1) VALUE "S".
       01 W-DU-DMAX  PIC 9(2) VALUE ZEROS.

       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-COMPINI  PIC 9(06) VALUE ZEROS.
       01 W-COMPMOV  PIC 9(06) VALUE ZEROS.
       01 W-CONSPROD PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCONS  PIC 9(11)V99 VALUE ZEROS.
       01 W-ACUM     PIC 9(11)V99 VALUE ZEROS.
       01 W-PCTANT   PIC 9(03)V99 VALUE ZEROS.
       01 W-PCTACU   PIC 9(03)V99 VALUE ZEROS.
       01 W-RANK     PIC 9(06) VALUE ZEROS.
       01 W-QTDPROD  PIC 9(06) VALUE ZEROS.
       01 W-QTDA     PIC 9(06) VALUE ZEROS.
       01 W-QTDB     PIC 9(06) VALUE ZEROS.
       01 W-QTDC     PIC 9(06) VALUE ZEROS.
      *
      *    DIAS UTEIS DO MES PROGRAMADO
       01 W-TABDU.
           05 W-DUDATA   PIC 9(08) OCCURS 31 TIMES.
       01 W-QTDDU    PIC 9(02) VALUE ZEROS.
       01 W-IDU      PIC 9(02) VALUE ZEROS.
       01 W-ITEM     PIC 9(06) VALUE ZEROS.
       01 W-RESTO    PIC 9(06) VALUE ZEROS.
       01 W-QUOC     PIC 9(06) VALUE ZEROS.
       01 W-MESREF   PIC 9(02) VALUE ZEROS.
       01 W-DATAINI  PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM  PIC 9(08) VALUE ZEROS.
      *
      *    ACURACIA POR CLASSE: 1 = A, 2 = B, 3 = C
       01 W-TABACU.
           05 W-ACU OCCURS 3 TIMES.
               10 W-ACUPROG  PIC 9(06).
               10 W-ACUCONT  PIC 9(06).
               10 W-ACUEXAT  PIC 9(06).
               10 W-ACUVDIF  PIC 9(09)V99.
       01 W-ICL      PIC 9(01) VALUE ZEROS.
       01 W-VALABS   PIC 9(08)V99 VALUE ZEROS.
       01 W-CLASSES  PIC X(03) VALUE "ABC".
       01 W-CLASSESR REDEFINES W-CLASSES.
           05 W-CLASSE   PIC X(01) OCCURS 3 TIMES.
      *
       01  CABA1.
           05  FILLER                 PIC X(36) VALUE
           "*** CURVA ABC DO CONSUMO - 12 MESES ".
           05  FILLER                 PIC X(04) VALUE "ATE ".
           05  ABCCOMPTX       VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(04) VALUE " ***".

       01  CABA2.
           05  FILLER                 PIC X(45) VALUE
           "ORDEM  PRODUTO DESCRICAO                     ".
           05  FILLER                 PIC X(40) VALUE
           "   VALOR CONSUMIDO  % ACUM. CLASSE".

       01  DETA.
           05  ABCRANKTX       VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER          PIC X(01) VALUE " ".
           05  ABCPRODTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ABCDESCTX       VALUE SPACES PIC X(30).
           05  FILLER          PIC X(01) VALUE " ".
           05  ABCVALORTX      VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  ABCPCTTX        VALUE ZEROS  PIC ZZ9,99.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  ABCCLASSETX     VALUE SPACES PIC X(01).

       01  TOTA.
           05  FILLER          PIC X(10) VALUE "CLASSE A: ".
           05  TOTATX          VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER          PIC X(12) VALUE "  CLASSE B: ".
           05  TOTBTX          VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER          PIC X(12) VALUE "  CLASSE C: ".
           05  TOTCTX          VALUE ZEROS  PIC ZZZZZ9.

       01  CABR1.
           05  FILLER                 PIC X(40) VALUE
           "*** ACURACIA DA CONTAGEM CICLICA - MES ".
           05  ACUCOMPTX       VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(04) VALUE " ***".

       01  CABR2.
           05  FILLER                 PIC X(45) VALUE
           "DATA     PRODUTO CL    LIVRO  CONTADO  DIFERE".
           05  FILLER                 PIC X(10) VALUE
           "NCA (R$)".

       01  DETR.
           05  ACUDATATX       VALUE ZEROS  PIC 9(08).
           05  FILLER          PIC X(01) VALUE " ".
           05  ACUPRODTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  ACUCLASSETX     VALUE SPACES PIC X(01).
           05  FILLER          PIC X(01) VALUE " ".
           05  ACULIVROTX      VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER          PIC X(01) VALUE " ".
           05  ACUCONTTX       VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER          PIC X(01) VALUE " ".
           05  ACUDIFTX        VALUE ZEROS  PIC ZZ.ZZZ.ZZ9,99-.

       01  CABR3.
           05  FILLER                 PIC X(45) VALUE
           "CLASSE  PROGRAMADAS  CONTADAS  EXATAS  ACURAC".
           05  FILLER                 PIC X(28) VALUE
           "IA %   VALOR DIFERENCAS".

       01  TOTR.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  TOTRCLTX        VALUE SPACES PIC X(01).
           05  FILLER          PIC X(07) VALUE SPACES.
           05  TOTRPROGTX      VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  TOTRCONTTX      VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  TOTREXATTX      VALUE ZEROS  PIC ZZZZZ9.
           05  FILLER          PIC X(05) VALUE SPACES.
           05  TOTRPCTTX       VALUE ZEROS  PIC ZZ9,99.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  TOTRVDIFTX      VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINSEP                     PIC X(90) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 14
               VALUE  "*** CURVA ABC E CONTAGEM CICLICA ***".
           05  LINE 05  COLUMN 05
               VALUE  "C - CLASSIFICAR OS PRODUTOS (CURVA ABC)".
           05  LINE 06  COLUMN 05
               VALUE  "P - PROGRAMAR AS CONTAGENS DO MES".
           05  LINE 07  COLUMN 05
               VALUE  "R - RELATORIO DE ACURACIA POR CLASSE".
           05  LINE 08  COLUMN 05
               VALUE  "S - SAIR".
           05  LINE 10  COLUMN 05
               VALUE  "OPCAO :".
           05  TW-OPCAO
               LINE 10  COLUMN 13  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN INPUT ARQMOVEST
           IF ME-ERRO NOT = "00"
              IF ME-ERRO = "30"
                 OPEN OUTPUT ARQMOVEST
                 CLOSE ARQMOVEST
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMOVEST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPROD
                 GO TO ROT-FIM2.
       R0B.
           OPEN I-O ARQABC
           IF AB-ERRO NOT = "00"
              IF AB-ERRO = "30"
                 OPEN OUTPUT ARQABC
                 CLOSE ARQABC
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQABC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPROD ARQMOVEST
                 GO TO ROT-FIM2.
       R0C.
           OPEN I-O ARQCICLO
           IF CC-ERRO NOT = "00"
              IF CC-ERRO = "30"
                 OPEN OUTPUT ARQCICLO
                 CLOSE ARQCICLO
                 GO TO R0C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCICLO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPROD ARQMOVEST ARQABC
                 GO TO ROT-FIM2.
       R0D.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0D.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *    O CALENDARIO DE FERIADOS (FPP073) E OPCIONAL: SEM ELE SO
      *    OS FINS DE SEMANA CONTAM COMO DIA NAO UTIL.
           MOVE "N" TO W-CAL-OK
           OPEN INPUT ARQFERIAD
           IF CL-ERRO = "00"
              MOVE "S" TO W-CAL-OK.
      *
       R1.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           IF W-OPCAO = "C" OR "c"
              GO TO ABC-001.
           IF W-OPCAO = "P" OR "p"
              GO TO PRG-001.
           IF W-OPCAO = "R" OR "r"
              GO TO ACU-001.
           GO TO R1.
      *
      **********************************************
      * CLASSIFICACAO ABC: VALOR DAS SAIDAS (TIPO  *
      * S) DOS 12 MESES ATE A COMPETENCIA; A ATE   *
      * 80% DO VALOR ACUMULADO, B ATE 95%, C O     *
      * RESTANTE E OS SEM CONSUMO                  *
      **********************************************
       ABC-001.
           MOVE ZEROS TO W-COMPET
           DISPLAY (23, 12) "COMPETENCIA (AAAAMM):"
           ACCEPT  (23, 34) W-COMPET
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABC-001.
           IF W-MESCOMP = 12
              COMPUTE W-COMPINI = W-ANOCOMP * 100 + 1
           ELSE
              COMPUTE W-COMPINI = (W-ANOCOMP - 1) * 100
                                + W-MESCOMP + 1.
           OPEN OUTPUT ARQABCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQABC.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "* CALCULANDO O CONSUMO DOS PRODUTOS... *" TO MENS
           DISPLAY (23, 12) MENS
           ACCEPT W-HORAHOJE FROM TIME
           MOVE ZEROS TO W-TOTCONS W-QTDPROD
           MOVE ZEROS TO CODPROD
           START CADPROD KEY IS NOT LESS CODPROD
              INVALID KEY
                 GO TO ABC-ORDEM.
      *
      *    1A PASSADA: CONSUMO DE CADA PRODUTO GRAVADO NO ARQABC
       ABC-LOOP.
           READ CADPROD NEXT
           IF ST-ERRO NOT = "00"
              GO TO ABC-ORDEM.
           PERFORM SOMA-CONS THRU SOMA-CONS-FIM
           MOVE CODPROD TO CODPRODAB
           READ ARQABC
           IF AB-ERRO NOT = "00"
              MOVE CODPROD TO CODPRODAB
              MOVE "C" TO CLASSEAB
              MOVE ZEROS TO SEQCLAB.
           MOVE W-CONSPROD TO VALCONSAB
           COMPUTE INVVALAB = 999999999,99 - W-CONSPROD
           MOVE W-COMPET TO COMPETAB
           MOVE W-OPERADOR TO OPERADOR-AB
           COMPUTE DATAGRAVACAO-AB = W-DATAHOJE * 1000000
                                   + W-HORAHOJE
           IF AB-ERRO = "00"
              REWRITE REGABC
           ELSE
              WRITE REGABC.
           ADD W-CONSPROD TO W-TOTCONS
           ADD 1 TO W-QTDPROD
           GO TO ABC-LOOP.
      *
      *    2A PASSADA: DO MAIOR PARA O MENOR VALOR, CLASSIFICA PELO
      *    PERCENTUAL ACUMULADO ANTES DO PRODUTO (O PRIMEIRO DA
      *    CURVA E SEMPRE A). PRODUTO QUE SAIU DO CADPROD E EXCLUIDO.
       ABC-ORDEM.
           MOVE W-COMPET TO ABCCOMPTX
           WRITE REGABCTX FROM LINSEP
           WRITE REGABCTX FROM CABA1
           WRITE REGABCTX FROM LINSEP
           WRITE REGABCTX FROM CABA2
           WRITE REGABCTX FROM LINSEP
           MOVE ZEROS TO W-ACUM W-RANK W-QTDA W-QTDB W-QTDC
           MOVE ZEROS TO INVVALAB
           START ARQABC KEY IS NOT LESS INVVALAB
              INVALID KEY
                 GO TO ABC-FIM.
       ABC-ORDEM1.
           READ ARQABC NEXT
           IF AB-ERRO NOT = "00"
              GO TO ABC-FIM.
           IF COMPETAB NOT = W-COMPET
              DELETE ARQABC RECORD
              GO TO ABC-ORDEM1.
           ADD 1 TO W-RANK
           MOVE ZEROS TO W-PCTANT
           IF W-TOTCONS > ZEROS
              COMPUTE W-PCTANT = W-ACUM * 100 / W-TOTCONS.
           ADD VALCONSAB TO W-ACUM
           MOVE ZEROS TO W-PCTACU
           IF W-TOTCONS > ZEROS
              COMPUTE W-PCTACU = W-ACUM * 100 / W-TOTCONS.
           IF VALCONSAB = ZEROS OR W-PCTANT NOT < 95
              MOVE "C" TO CLASSEAB
              ADD 1 TO W-QTDC
              MOVE W-QTDC TO SEQCLAB
           ELSE
              IF W-PCTANT < 80
                 MOVE "A" TO CLASSEAB
                 ADD 1 TO W-QTDA
                 MOVE W-QTDA TO SEQCLAB
              ELSE
                 MOVE "B" TO CLASSEAB
                 ADD 1 TO W-QTDB
                 MOVE W-QTDB TO SEQCLAB.
           REWRITE REGABC
           MOVE CODPRODAB TO CODPROD
           READ CADPROD
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DESC.
           MOVE W-RANK    TO ABCRANKTX
           MOVE CODPRODAB TO ABCPRODTX
           MOVE DESC      TO ABCDESCTX
           MOVE VALCONSAB TO ABCVALORTX
           MOVE W-PCTACU  TO ABCPCTTX
           MOVE CLASSEAB  TO ABCCLASSETX
           WRITE REGABCTX FROM DETA
           GO TO ABC-ORDEM1.
       ABC-FIM.
           MOVE W-QTDA TO TOTATX
           MOVE W-QTDB TO TOTBTX
           MOVE W-QTDC TO TOTCTX
           WRITE REGABCTX FROM LINSEP
           WRITE REGABCTX FROM TOTA
           CLOSE ARQABCTX
           MOVE "** CURVA ABC GRAVADA EM ARQABC.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    SOMA O VALOR DAS SAIDAS DO PRODUTO NA JANELA DE 12 MESES
      *    (PELA CHAVE ALTERNATIVA DO DIARIO, SO OS MOVIMENTOS DELE).
       SOMA-CONS.
           MOVE ZEROS TO W-CONSPROD
           MOVE CODPROD TO CODPRODME
           START ARQMOVEST KEY IS NOT LESS CODPRODME
              INVALID KEY
                 GO TO SOMA-CONS-FIM.
       SOMA-CONS1.
           READ ARQMOVEST NEXT
           IF ME-ERRO NOT = "00"
              GO TO SOMA-CONS-FIM.
           IF CODPRODME NOT = CODPROD
              GO TO SOMA-CONS-FIM.
           IF TIPOME NOT = "S"
              GO TO SOMA-CONS1.
           DIVIDE DATAME BY 100 GIVING W-COMPMOV
           IF W-COMPMOV < W-COMPINI OR W-COMPMOV > W-COMPET
              GO TO SOMA-CONS1.
           COMPUTE W-CONSPROD = W-CONSPROD + QTDME * CUSTOME
           GO TO SOMA-CONS1.
       SOMA-CONS-FIM.
           EXIT.
      *
      **********************************************
      * PROGRAMACAO DAS CONTAGENS DO MES:          *
      * A TODO MES, B UM TERCO POR MES (CADA UM    *
      * UMA VEZ NO TRIMESTRE), C UM DOZE AVOS POR  *
      * MES (CADA UM UMA VEZ NO ANO), REPARTIDOS   *
      * EM RODIZIO PELOS DIAS UTEIS DO MES         *
      **********************************************
       PRG-001.
           MOVE ZEROS TO W-COMPET
           DISPLAY (23, 12) "COMPETENCIA (AAAAMM):"
           ACCEPT  (23, 34) W-COMPET
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRG-001.
           COMPUTE W-DATAINI = W-ANOCOMP * 10000
                     + W-MESCOMP * 100 + 1
           COMPUTE W-DATAFIM = W-ANOCOMP * 10000
                     + W-MESCOMP * 100 + 31
           MOVE W-DATAINI TO DATACC
           MOVE ZEROS TO CODPRODCC
           START ARQCICLO KEY IS NOT LESS CHAVECC
              INVALID KEY
                 GO TO PRG-002.
           READ ARQCICLO NEXT
           IF CC-ERRO = "00" AND DATACC NOT > W-DATAFIM
              MOVE "* CONTAGENS DESTE MES JA FORAM PROGRAMADAS *"
                                                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       PRG-002.
           MOVE ZEROS TO CODPRODAB
           START ARQABC KEY IS NOT LESS CODPRODAB
              INVALID KEY
                 MOVE "* RODE ANTES A CLASSIFICACAO ABC (OPCAO C) *"
                                                 TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
      *    MONTA A TABELA DOS DIAS UTEIS DO MES
           MOVE ZEROS TO W-QTDDU
           MOVE W-ANOCOMP TO W-DU-ANO
           MOVE W-MESCOMP TO W-DU-MES
           PERFORM DIAS-MES THRU DIAS-MES-FIM
           MOVE 1 TO W-DU-DIA.
       PRG-003.
           PERFORM VERIF-DU THRU VERIF-DU-FIM
           IF W-DU-UTIL = "S"
              ADD 1 TO W-QTDDU
              MOVE W-DU-DATA TO W-DUDATA (W-QTDDU).
           ADD 1 TO W-DU-DIA
           IF W-DU-DIA NOT > W-DU-DMAX
              GO TO PRG-003.
           IF W-QTDDU = ZEROS
              MOVE "* MES SEM DIAS UTEIS NO CALENDARIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-ITEM
           MOVE ZEROS TO CODPRODAB
           START ARQABC KEY IS NOT LESS CODPRODAB
              INVALID KEY
                 GO TO PRG-FIM.
       PRG-LOOP.
           READ ARQABC NEXT
           IF AB-ERRO NOT = "00"
              GO TO PRG-FIM.
           IF CLASSEAB = "B"
              DIVIDE SEQCLAB BY 3 GIVING W-QUOC REMAINDER W-RESTO
              DIVIDE W-MESCOMP BY 3 GIVING W-QUOC REMAINDER W-MESREF
              IF W-RESTO NOT = W-MESREF
                 GO TO PRG-LOOP.
           IF CLASSEAB = "C"
              DIVIDE SEQCLAB BY 12 GIVING W-QUOC REMAINDER W-RESTO
              DIVIDE W-MESCOMP BY 12 GIVING W-QUOC REMAINDER W-MESREF
              IF W-RESTO NOT = W-MESREF
                 GO TO PRG-LOOP.
           DIVIDE W-ITEM BY W-QTDDU GIVING W-QUOC REMAINDER W-RESTO
           COMPUTE W-IDU = W-RESTO + 1
           ADD 1 TO W-ITEM
           MOVE W-DUDATA (W-IDU) TO DATACC
           MOVE CODPRODAB  TO CODPRODCC
           MOVE CLASSEAB   TO CLASSECC
           MOVE "P"        TO SITCC
           MOVE ZEROS TO QTDLIVCC QTDCONTCC VALDIFCC DTCONTCC
           MOVE W-OPERADOR TO OPERADOR-CC
           WRITE REGCICLO
           GO TO PRG-LOOP.
       PRG-FIM.
           MOVE SPACES TO MENS
           STRING "** CONTAGENS PROGRAMADAS: " DELIMITED BY SIZE
                  W-ITEM DELIMITED BY SIZE
                  " **" DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      **********************************************
      * ACURACIA POR CLASSE: CONTAGEM EXATA E A    *
      * QUE BATEU COM O SALDO DE LIVRO NA          *
      * APROVACAO DO STP024                        *
      **********************************************
       ACU-001.
           MOVE ZEROS TO W-COMPET
           DISPLAY (23, 12) "COMPETENCIA (AAAAMM):"
           ACCEPT  (23, 34) W-COMPET
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACU-001.
           OPEN OUTPUT ARQABCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQABC.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-COMPET TO ACUCOMPTX
           WRITE REGABCTX FROM LINSEP
           WRITE REGABCTX FROM CABR1
           WRITE REGABCTX FROM LINSEP
           WRITE REGABCTX FROM CABR2
           WRITE REGABCTX FROM LINSEP
           MOVE ZEROS TO W-TABACU
           COMPUTE W-DATAINI = W-ANOCOMP * 10000
                     + W-MESCOMP * 100 + 1
           COMPUTE W-DATAFIM = W-ANOCOMP * 10000
                     + W-MESCOMP * 100 + 31
           MOVE W-DATAINI TO DATACC
           MOVE ZEROS TO CODPRODCC
           START ARQCICLO KEY IS NOT LESS CHAVECC
              INVALID KEY
                 GO TO ACU-FIM.
       ACU-LOOP.
           READ ARQCICLO NEXT
           IF CC-ERRO NOT = "00"
              GO TO ACU-FIM.
           IF DATACC > W-DATAFIM
              GO TO ACU-FIM.
           MOVE 3 TO W-ICL
           IF CLASSECC = "A"
              MOVE 1 TO W-ICL.
           IF CLASSECC = "B"
              MOVE 2 TO W-ICL.
           ADD 1 TO W-ACUPROG (W-ICL)
           IF SITCC NOT = "C"
              GO TO ACU-LOOP.
           ADD 1 TO W-ACUCONT (W-ICL)
           IF QTDCONTCC = QTDLIVCC
              ADD 1 TO W-ACUEXAT (W-ICL)
              GO TO ACU-LOOP.
           IF VALDIFCC < ZEROS
              COMPUTE W-VALABS = ZEROS - VALDIFCC
           ELSE
              MOVE VALDIFCC TO W-VALABS.
           ADD W-VALABS TO W-ACUVDIF (W-ICL)
      *    SO AS CONTAGENS DIVERGENTES VAO PARA O DETALHE
           MOVE DATACC    TO ACUDATATX
           MOVE CODPRODCC TO ACUPRODTX
           MOVE CLASSECC  TO ACUCLASSETX
           MOVE QTDLIVCC  TO ACULIVROTX
           MOVE QTDCONTCC TO ACUCONTTX
           MOVE VALDIFCC  TO ACUDIFTX
           WRITE REGABCTX FROM DETR
           GO TO ACU-LOOP.
       ACU-FIM.
           WRITE REGABCTX FROM LINSEP
           WRITE REGABCTX FROM CABR3
           WRITE REGABCTX FROM LINSEP
           MOVE 1 TO W-ICL.
       ACU-FIM1.
           MOVE W-CLASSE (W-ICL)  TO TOTRCLTX
           MOVE W-ACUPROG (W-ICL) TO TOTRPROGTX
           MOVE W-ACUCONT (W-ICL) TO TOTRCONTTX
           MOVE W-ACUEXAT (W-ICL) TO TOTREXATTX
           MOVE ZEROS TO TOTRPCTTX
           IF W-ACUCONT (W-ICL) > ZEROS
              COMPUTE TOTRPCTTX = W-ACUEXAT (W-ICL) * 100
                                / W-ACUCONT (W-ICL).
           MOVE W-ACUVDIF (W-ICL) TO TOTRVDIFTX
           WRITE REGABCTX FROM TOTR
           ADD 1 TO W-ICL
           IF W-ICL < 4
              GO TO ACU-FIM1.
           CLOSE ARQABCTX
           MOVE "** ACURACIA GRAVADA EM ARQABC.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
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
              MOVE W-DU-DATA TO DATAFER
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
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADPROD ARQMOVEST ARQABC ARQCICLO
           IF W-CAL-OK = "S"
              CLOSE ARQFERIAD.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
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
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
