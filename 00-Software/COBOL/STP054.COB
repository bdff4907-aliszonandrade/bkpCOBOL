       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP054.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      ****************************************************
      * ESTOQUE PARADO E OBSOLETO                        *
      * (AGING DO VALOR EM ESTOQUE PELOS DIAS DESDE A    *
      * ULTIMA SAIDA - 0-90, 91-180, 181-365, +365 - POR *
      * CATEGORIA E POR LOCAL, PROPOSTA DE BAIXA DOS     *
      * ITENS ACIMA DO LIMITE E APROVACAO QUE POSTA A    *
      * SAIDA POR OBSOLESCENCIA (TIPO O) NO DIARIO)      *
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
                       ALTERNATE RECORD KEY IS CNPJFORN WITH DUPLICATES
                       FILE STATUS  IS ST-ERRO.

           SELECT ARQMOVEST ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEME
                       ALTERNATE RECORD KEY IS CODPRODME
                                      WITH DUPLICATES
                       FILE STATUS  IS ME-ERRO.

           SELECT ARQSALDOC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVESL
                   FILE STATUS  IS SL-ERRO.

           SELECT ARQCATEG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODCATEG
                       FILE STATUS  IS CAT-ERRO.

           SELECT ARQESTFECH ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS COMPETEF
                   FILE STATUS  IS EF-ERRO.

           SELECT ARQLOTE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVELT
                       FILE STATUS  IS LT-ERRO.

           SELECT ARQLOTMOV ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVELM
                       FILE STATUS  IS LM-ERRO.

           SELECT ARQBXOBS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPRODBX
                       FILE STATUS  IS BX-ERRO.

           SELECT ARQOBSTX ASSIGN TO DISK
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
           03 UNIDADEAUX    PIC X(02).
           03 UNIDADE.
               05 UNIDADE1  PIC X(02).
               05 UNIDADE2  PIC X(12).
           03 APLICACAOAUX  PIC 9.
           03 APLICACAO.
               05 APLICACAO1 PIC 9(1).
               05 APLICACAO2 PIC X(19).
           03 QUANTIDADE    PIC 9(05)V9.
           03 PRECO         PIC 9(07)V99.
           03 CNPJFORN      PIC 9(15).
           03 CODBARRAS     PIC 9(13).
           03 OPERADOR      PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV  PIC 9(8).
               05 HORAGRAV  PIC 9(6).
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

      *    SALDO POR LOCAL (STP020/STP044): A BAIXA SAI DE CADA
      *    LOCAL ONDE O PRODUTO TEM SALDO.
       FD ARQSALDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSALDOC.DAT".
       01 REGSALDOC.
           03 CHAVESL.
               05 CODPRODSL PIC 9(06).
               05 LOCALSL   PIC X(02).
           03 QTDSL         PIC 9(05)V9.

      *    TABELA DE CATEGORIAS DE PRODUTO (STP029).
       FD ARQCATEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCATEG.DAT".
       01 REGCATEG.
          03 CODCATEG          PIC 9(02).
          03 DESCCATEG         PIC X(19).
          03 CATPAI            PIC 9(02).
          03 STATUSCAT         PIC X(01).
      *
      *    FECHAMENTO MENSAL DO ESTOQUE (STP046): MES FECHADO NAO
      *    ACEITA MAIS LANCAMENTOS.
       FD ARQESTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTFECH.DAT".
       01 REGESTFECH.
           03 COMPETEF      PIC 9(06).
           03 SITEF         PIC X(01).
           03 OPERADOR-EF   PIC X(08).
           03 DATAGRAVACAO-EF PIC 9(14).
      *
      *    LOTES DOS PRODUTOS CONTROLADOS: A BAIXA ZERA OS LOTES,
      *    PARA O SALDO CONTINUAR FECHANDO (STP028).
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
           03 CHAVELT.
               05 CODPRODLT PIC 9(06).
               05 NUMLOTE   PIC X(10).
           03 VALIDADELT    PIC 9(08).
           03 QTDLOTE       PIC 9(05)V9.
      *    LOTE EM RECALL (STP068): O SALDO FICA BLOQUEADO AQUI E
      *    NAO ENTRA NA BAIXA FEFO ATE A LIBERACAO.
           03 QTDBLQLT      PIC 9(05)V9.
           03 DATABLQLT     PIC 9(08).
           03 OPERBLQLT     PIC X(08).

      *    SAIDAS POR LOTE: CADA BAIXA DE LOTE FICA LIGADA AO
      *    MOVIMENTO DO DIARIO (MESMA DATA/HORA DO CHAVEME) PARA O
      *    RASTREIO DO STP068.
       FD ARQLOTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOTMOV.DAT".
       01 REGLOTMOV.
           03 CHAVELM.
               05 CODPRODLM PIC 9(06).
               05 NUMLOTELM PIC X(10).
               05 DATALM    PIC 9(08).
               05 HORALM    PIC 9(06).
           03 QTDLM         PIC 9(05)V9.
           03 DOCLM         PIC X(10).
           03 LOCALLM       PIC X(02).
      *
      *    PROPOSTAS DE BAIXA POR OBSOLESCENCIA: SITBX P = PROPOSTA,
      *    A = APROVADA E POSTADA, R = RECUSADA, C = CANCELADA
      *    (O PRODUTO VOLTOU A SAIR DEPOIS DA PROPOSTA).
       FD ARQBXOBS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBXOBS.DAT".
       01 REGBXOBS.
           03 CODPRODBX     PIC 9(06).
           03 SITBX         PIC X(01).
           03 DIASBX        PIC 9(05).
           03 ULTSAIBX      PIC 9(08).
           03 QTDBX         PIC 9(05)V9.
           03 VALORBX       PIC 9(09)V99.
           03 DTPROPBX      PIC 9(08).
           03 OPERPROPBX    PIC X(08).
           03 DTAPRBX       PIC 9(08).
           03 OPERAPRBX     PIC X(08).

       FD ARQOBSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOBSOL.DOC".
       01 REGOBSTX            PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ME-ERRO    PIC X(02) VALUE "00".
       01 SL-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 BX-ERRO    PIC X(02) VALUE "00".
       01 CAT-ERRO   PIC X(02) VALUE "00".
       01 W-CAT-OK   PIC X(01) VALUE "N".
       01 EF-ERRO    PIC X(02) VALUE "00".
       01 W-FECH-OK  PIC X(01) VALUE "N".
       01 LT-ERRO    PIC X(02) VALUE "00".
       01 W-LOTE-OK  PIC X(01) VALUE "N".
       01 LM-ERRO     PIC X(02) VALUE "00".
       01 W-LTM-OK    PIC X(01) VALUE "N".
       01 W-QTDLTM    PIC 9(05)V9 VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-COMPHOJE.
           05 W-ANOHJ  PIC 9(04) VALUE ZEROS.
           05 W-MESHJ  PIC 9(02) VALUE ZEROS.
       01 W-DATAHOJE.
           05 W-ANOHOJE PIC 9(4) VALUE ZEROS.
           05 W-MESHOJE PIC 9(2) VALUE ZEROS.
           05 W-DIAHOJE PIC 9(2) VALUE ZEROS.
       01 W-DATAREF.
           05 W-ANOREF  PIC 9(4) VALUE ZEROS.
           05 W-MESREF  PIC 9(2) VALUE ZEROS.
           05 W-DIAREF  PIC 9(2) VALUE ZEROS.
       01 W-DIAS     PIC S9(5) VALUE ZEROS.
       01 W-LIMITE   PIC 9(04) VALUE ZEROS.
       01 W-ULTSAI   PIC 9(08) VALUE ZEROS.
       01 W-PRIMMOV  PIC 9(08) VALUE ZEROS.
       01 W-FX       PIC 9(01) VALUE ZEROS.
       01 W-IC       PIC 9(02) VALUE ZEROS.
       01 W-IL       PIC 9(02) VALUE ZEROS.
       01 W-QTDLOC   PIC 9(02) VALUE ZEROS.
       01 W-VALORITEM PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORLOC PIC 9(09)V99 VALUE ZEROS.
       01 W-SOMALOC  PIC 9(06)V9 VALUE ZEROS.
       01 W-SEMLOC   PIC 9(06)V9 VALUE ZEROS.
       01 W-LOCBUSCA PIC X(02) VALUE SPACES.
       01 W-QTDCAND  PIC 9(05) VALUE ZEROS.
       01 W-QTDPROP  PIC 9(05) VALUE ZEROS.
       01 W-QTDBAIXA PIC 9(05)V9 VALUE ZEROS.
       01 W-DOCOBS   PIC X(10) VALUE SPACES.
       01 W-HORAMOV  PIC 9(06) VALUE ZEROS.
       01 W-APROVA   PIC X(01) VALUE SPACES.
       01 W-MODO     PIC X(01) VALUE SPACES.
      *
      *    VALOR POR FAIXA DE IDADE: 1 = 0-90, 2 = 91-180,
      *    3 = 181-365, 4 = MAIS DE 365 DIAS
       01 W-TABTOT.
           05 W-TOTFX    PIC 9(10)V99 OCCURS 4 TIMES.
      *    POR CATEGORIA (APLICACAO 0 A 9 DO CADPROD, INDICE + 1)
       01 W-TABCAT.
           05 W-CAT OCCURS 10 TIMES.
               10 W-CATFX    PIC 9(10)V99 OCCURS 4 TIMES.
      *    POR LOCAL (ATE 30 LOCAIS; "--" = SALDO SEM LOCAL)
       01 W-TABLOC.
           05 W-LOC OCCURS 30 TIMES.
               10 W-LOCCOD   PIC X(02).
               10 W-LOCFX    PIC 9(10)V99 OCCURS 4 TIMES.
      *
       01 TABAPLICACAOX.
           03 FILLER     PIC X(19) VALUE "1- SAUDE".
           03 FILLER     PIC X(19) VALUE "2- HIGIENE PESSOAL".
           03 FILLER     PIC X(19) VALUE "3- ALIMENTO".
           03 FILLER     PIC X(19) VALUE "4- LIMPESA".
           03 FILLER     PIC X(19) VALUE "5- SEGURANCA".
           03 FILLER     PIC X(19) VALUE "6- GESTAO".
           03 FILLER     PIC X(19) VALUE "7- VESTUARIO".
           03 FILLER     PIC X(19) VALUE "8- OUTRAS".
           03 FILLER     PIC X(19) VALUE "9- DIVERSOS".
           03 FILLER     PIC X(19) VALUE "0- SEM CATEGORIA".
       01 TABAPLICACAO REDEFINES TABAPLICACAOX.
           03 TBAPLICACAO   PIC X(19) OCCURS 10 TIMES.
      *
       01  CABO1.
           05  FILLER                 PIC X(45) VALUE
           "*** ESTOQUE PARADO - DIAS DESDE A ULTIMA SAID".
           05  FILLER                 PIC X(13) VALUE
           "A - LIMITE: ".
           05  OBSLIMTX        VALUE ZEROS  PIC ZZZ9.
           05  FILLER                 PIC X(09) VALUE " DIAS ***".

       01  CABO2.
           05  FILLER                 PIC X(45) VALUE
           "PRODUTO DESCRICAO                      ULT.SA".
           05  FILLER                 PIC X(40) VALUE
           "IDA  DIAS    QTDE.            VALOR".

       01  DETO.
           05  OBSPRODTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  OBSDESCTX       VALUE SPACES PIC X(30).
           05  FILLER          PIC X(01) VALUE " ".
           05  OBSULTTX        VALUE ZEROS  PIC 9(08).
           05  FILLER          PIC X(01) VALUE " ".
           05  OBSDIASTX       VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(01) VALUE " ".
           05  OBSQTDTX        VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER          PIC X(01) VALUE " ".
           05  OBSVALORTX      VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  CABO3.
           05  FILLER                 PIC X(45) VALUE
           "CATEGORIA / LOCAL            0-90        91-1".
           05  FILLER                 PIC X(45) VALUE
           "80       181-365          +365".

       01  DETF.
           05  FXDESCTX        VALUE SPACES PIC X(19).
           05  FILLER          PIC X(01) VALUE " ".
           05  FXVAL1TX        VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FXVAL2TX        VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FXVAL3TX        VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FXVAL4TX        VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINSEP                     PIC X(90) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 16
               VALUE  "*** ESTOQUE PARADO E OBSOLETO ***".
           05  LINE 05  COLUMN 05
               VALUE  "R - RELATORIO DE AGING (CATEGORIA E LOCAL)".
           05  LINE 06  COLUMN 05
               VALUE  "P - PROPOR BAIXA DOS ITENS ACIMA DO LIMITE".
           05  LINE 07  COLUMN 05
               VALUE  "A - APROVAR AS BAIXAS PROPOSTAS".
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

       01  TELAAPR.
           05  LINE 12  COLUMN 05 VALUE  "PRODUTO            :".
           05  LINE 13  COLUMN 05 VALUE  "ULTIMA SAIDA       :".
           05  LINE 14  COLUMN 05 VALUE  "DIAS PARADO        :".
           05  LINE 15  COLUMN 05 VALUE  "QUANTIDADE / VALOR :".
           05  LINE 17  COLUMN 05 VALUE  "APROVA (S/N, F=FIM):".
           05  TCODPRODBX
               LINE 12  COLUMN 27  PIC 9(06)
               FROM   CODPRODBX.
           05  TDESC
               LINE 12  COLUMN 34  PIC X(30)
               FROM   DESC.
           05  TULTSAIBX
               LINE 13  COLUMN 27  PIC 9(08)
               FROM   ULTSAIBX.
           05  TDIASBX
               LINE 14  COLUMN 27  PIC ZZZZ9
               FROM   DIASBX.
           05  TQUANTIDADE
               LINE 15  COLUMN 27  PIC ZZ.ZZ9,9
               FROM   QUANTIDADE.
           05  TVALORBX
               LINE 15  COLUMN 37  PIC ZZZ.ZZZ.ZZ9,99
               FROM   W-VALORITEM.
           05  TW-APROVA
               LINE 17  COLUMN 27  PIC X(01)
               USING  W-APROVA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPROD
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O ARQMOVEST
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
           OPEN I-O ARQSALDOC
           IF SL-ERRO NOT = "00"
              IF SL-ERRO = "30"
                 OPEN OUTPUT ARQSALDOC
                 CLOSE ARQSALDOC
                 OPEN I-O ARQSALDOC.
       R0C.
           OPEN I-O ARQBXOBS
           IF BX-ERRO NOT = "00"
              IF BX-ERRO = "30"
                 OPEN OUTPUT ARQBXOBS
                 CLOSE ARQBXOBS
                 GO TO R0C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBXOBS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADPROD ARQMOVEST ARQSALDOC
                 GO TO ROT-FIM2.
       R0D.
           MOVE "N" TO W-CAT-OK
           OPEN INPUT ARQCATEG
           IF CAT-ERRO = "00"
              MOVE "S" TO W-CAT-OK.
           MOVE "N" TO W-FECH-OK
           OPEN INPUT ARQESTFECH
           IF EF-ERRO = "00"
              MOVE "S" TO W-FECH-OK.
       R0E.
           MOVE "N" TO W-LOTE-OK
           OPEN I-O ARQLOTE
           IF LT-ERRO = "30"
              OPEN OUTPUT ARQLOTE
              CLOSE ARQLOTE
              GO TO R0E.
           IF LT-ERRO = "00"
              MOVE "S" TO W-LOTE-OK.
           MOVE "N" TO W-LTM-OK
           OPEN I-O ARQLOTMOV
           IF LM-ERRO = "30"
              OPEN OUTPUT ARQLOTMOV
              CLOSE ARQLOTMOV
              OPEN I-O ARQLOTMOV.
           IF LM-ERRO = "00"
              MOVE "S" TO W-LTM-OK.
       R0F.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0F.
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
           IF W-OPCAO = "R" OR "r"
              MOVE "R" TO W-MODO
              GO TO AGE-001.
           IF W-OPCAO = "P" OR "p"
              MOVE "P" TO W-MODO
              GO TO AGE-001.
           IF W-OPCAO = "A" OR "a"
              GO TO APR-001.
           GO TO R1.
      *
      **********************************************
      * AGING DO ESTOQUE (R) E PROPOSTA DE BAIXA   *
      * (P): A MESMA VARREDURA DO CADPROD; NA      *
      * PROPOSTA OS ITENS ACIMA DO LIMITE VAO PARA *
      * O ARQBXOBS PARA APROVACAO                  *
      **********************************************
       AGE-001.
           MOVE 365 TO W-LIMITE
           DISPLAY (23, 12) "LIMITE PARA BAIXA (DIAS):"
           ACCEPT  (23, 38) W-LIMITE
           IF W-LIMITE = ZEROS
              MOVE 365 TO W-LIMITE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           OPEN OUTPUT ARQOBSTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQOBSOL.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-LIMITE TO OBSLIMTX
           WRITE REGOBSTX FROM LINSEP
           WRITE REGOBSTX FROM CABO1
           WRITE REGOBSTX FROM LINSEP
           WRITE REGOBSTX FROM CABO2
           WRITE REGOBSTX FROM LINSEP
           MOVE ZEROS TO W-TABTOT W-TABCAT W-QTDLOC W-QTDCAND
           MOVE ZEROS TO W-QTDPROP
           MOVE ZEROS TO CODPROD
           START CADPROD KEY IS NOT LESS CODPROD
              INVALID KEY
                 GO TO AGE-FIM.
       AGE-LOOP.
           READ CADPROD NEXT
           IF ST-ERRO NOT = "00"
              GO TO AGE-FIM.
           IF QUANTIDADE = ZEROS
              GO TO AGE-LOOP.
           PERFORM ULT-SAIDA THRU ULT-SAIDA-FIM
           MOVE W-ULTSAI TO W-DATAREF
           PERFORM CALC-IDADE THRU CALC-IDADE-FIM
           MOVE 4 TO W-FX
           IF W-DIAS NOT > 365
              MOVE 3 TO W-FX.
           IF W-DIAS NOT > 180
              MOVE 2 TO W-FX.
           IF W-DIAS NOT > 90
              MOVE 1 TO W-FX.
           COMPUTE W-VALORITEM = QUANTIDADE * PRECO
           ADD W-VALORITEM TO W-TOTFX (W-FX)
           COMPUTE W-IC = APLICACAOAUX + 1
           ADD W-VALORITEM TO W-CATFX (W-IC W-FX)
           PERFORM SOMA-LOCAL THRU SOMA-LOCAL-FIM
           IF W-DIAS NOT > W-LIMITE
              GO TO AGE-LOOP.
      *    ITEM PARADO ALEM DO LIMITE: CANDIDATO A BAIXA
           ADD 1 TO W-QTDCAND
           MOVE CODPROD     TO OBSPRODTX
           MOVE DESC        TO OBSDESCTX
           MOVE W-ULTSAI    TO OBSULTTX
           MOVE W-DIAS      TO OBSDIASTX
           MOVE QUANTIDADE  TO OBSQTDTX
           MOVE W-VALORITEM TO OBSVALORTX
           WRITE REGOBSTX FROM DETO
           IF W-MODO = "P"
              PERFORM GRAVA-PROP THRU GRAVA-PROP-FIM.
           GO TO AGE-LOOP.
       AGE-FIM.
           PERFORM IMP-FAIXAS THRU IMP-FAIXAS-FIM
           CLOSE ARQOBSTX
           IF W-MODO = "P"
              MOVE SPACES TO MENS
              STRING "** BAIXAS PROPOSTAS: " DELIMITED BY SIZE
                     W-QTDPROP DELIMITED BY SIZE
                     " - VER ARQOBSOL.DOC **" DELIMITED BY SIZE
                     INTO MENS
           ELSE
              MOVE "** AGING GRAVADO EM ARQOBSOL.DOC **" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    DATA DA ULTIMA SAIDA (TIPO S) DO PRODUTO NO DIARIO. SEM
      *    NENHUMA SAIDA, CONTA DESDE O PRIMEIRO MOVIMENTO; SEM
      *    MOVIMENTO NENHUM, DESDE A GRAVACAO DO CADASTRO.
       ULT-SAIDA.
           MOVE ZEROS TO W-ULTSAI W-PRIMMOV
           MOVE CODPROD TO CODPRODME
           START ARQMOVEST KEY IS NOT LESS CODPRODME
              INVALID KEY
                 GO TO ULT-SAIDA2.
       ULT-SAIDA1.
           READ ARQMOVEST NEXT
           IF ME-ERRO NOT = "00"
              GO TO ULT-SAIDA2.
           IF CODPRODME NOT = CODPROD
              GO TO ULT-SAIDA2.
           IF W-PRIMMOV = ZEROS OR DATAME < W-PRIMMOV
              MOVE DATAME TO W-PRIMMOV.
           IF TIPOME = "S" AND DATAME > W-ULTSAI
              MOVE DATAME TO W-ULTSAI.
           GO TO ULT-SAIDA1.
       ULT-SAIDA2.
           IF W-ULTSAI = ZEROS
              MOVE W-PRIMMOV TO W-ULTSAI.
           IF W-ULTSAI = ZEROS
              MOVE DATAGRAV TO W-ULTSAI.
       ULT-SAIDA-FIM.
           EXIT.
      *
      *    IDADE EM DIAS (BASE 360/30) DA DATA EM W-DATAREF, COMO NA
      *    CONCILIACAO DO STP049.
       CALC-IDADE.
           COMPUTE W-DIAS = ((W-ANOHOJE - W-ANOREF) * 360)
                  + ((W-MESHOJE - W-MESREF) * 30)
                  + (W-DIAHOJE - W-DIAREF)
           IF W-DIAS < ZEROS
              MOVE ZEROS TO W-DIAS.
       CALC-IDADE-FIM.
           EXIT.
      *
      *    REPARTE O VALOR DO PRODUTO PELOS LOCAIS DO ARQSALDOC NA
      *    FAIXA DO PRODUTO; O QUE O CADPROD TEM A MAIS QUE A SOMA
      *    DOS LOCAIS VAI PARA "--" (SALDO SEM LOCAL).
       SOMA-LOCAL.
           MOVE ZEROS TO W-SOMALOC
           MOVE CODPROD TO CODPRODSL
           MOVE SPACES  TO LOCALSL
           START ARQSALDOC KEY IS NOT LESS CHAVESL
              INVALID KEY
                 GO TO SOMA-LOCAL2.
       SOMA-LOCAL1.
           READ ARQSALDOC NEXT
           IF SL-ERRO NOT = "00"
              GO TO SOMA-LOCAL2.
           IF CODPRODSL NOT = CODPROD
              GO TO SOMA-LOCAL2.
           IF QTDSL = ZEROS
              GO TO SOMA-LOCAL1.
           ADD QTDSL TO W-SOMALOC
           MOVE LOCALSL TO W-LOCBUSCA
           COMPUTE W-VALORLOC = QTDSL * PRECO
           PERFORM ACHA-LOCAL THRU ACHA-LOCAL-FIM
           IF W-IL > ZEROS
              ADD W-VALORLOC TO W-LOCFX (W-IL W-FX).
           GO TO SOMA-LOCAL1.
       SOMA-LOCAL2.
           IF W-SOMALOC NOT < QUANTIDADE
              GO TO SOMA-LOCAL-FIM.
           COMPUTE W-SEMLOC = QUANTIDADE - W-SOMALOC
           MOVE "--" TO W-LOCBUSCA
           COMPUTE W-VALORLOC = W-SEMLOC * PRECO
           PERFORM ACHA-LOCAL THRU ACHA-LOCAL-FIM
           IF W-IL > ZEROS
              ADD W-VALORLOC TO W-LOCFX (W-IL W-FX).
       SOMA-LOCAL-FIM.
           EXIT.
      *
      *    POSICAO DO LOCAL NA TABELA (INCLUI SE FOR NOVO; TABELA
      *    CHEIA DEVOLVE ZERO E O LOCAL FICA FORA DO QUADRO).
       ACHA-LOCAL.
           MOVE 1 TO W-IL.
       ACHA-LOCAL1.
           IF W-IL > W-QTDLOC
              GO TO ACHA-LOCAL2.
           IF W-LOCCOD (W-IL) = W-LOCBUSCA
              GO TO ACHA-LOCAL-FIM.
           ADD 1 TO W-IL
           GO TO ACHA-LOCAL1.
       ACHA-LOCAL2.
           IF W-QTDLOC NOT < 30
              MOVE ZEROS TO W-IL
              GO TO ACHA-LOCAL-FIM.
           ADD 1 TO W-QTDLOC
           MOVE W-QTDLOC TO W-IL
           MOVE W-LOCBUSCA TO W-LOCCOD (W-IL)
           MOVE ZEROS TO W-LOCFX (W-IL 1) W-LOCFX (W-IL 2)
                         W-LOCFX (W-IL 3) W-LOCFX (W-IL 4).
       ACHA-LOCAL-FIM.
           EXIT.
      *
      *    GRAVA A PROPOSTA; PROPOSTA AINDA PENDENTE NAO E REFEITA.
       GRAVA-PROP.
           MOVE CODPROD TO CODPRODBX
           READ ARQBXOBS
           IF BX-ERRO = "00" AND SITBX = "P"
              GO TO GRAVA-PROP-FIM.
           MOVE CODPROD     TO CODPRODBX
           MOVE "P"         TO SITBX
           MOVE W-DIAS      TO DIASBX
           MOVE W-ULTSAI    TO ULTSAIBX
           MOVE QUANTIDADE  TO QTDBX
           MOVE W-VALORITEM TO VALORBX
           MOVE W-DATAHOJE  TO DTPROPBX
           MOVE W-OPERADOR  TO OPERPROPBX
           MOVE ZEROS       TO DTAPRBX
           MOVE SPACES      TO OPERAPRBX
           IF BX-ERRO = "00"
              REWRITE REGBXOBS
           ELSE
              WRITE REGBXOBS.
           ADD 1 TO W-QTDPROP.
       GRAVA-PROP-FIM.
           EXIT.
      *
      *    QUADROS POR CATEGORIA E POR LOCAL, COM O TOTAL POR FAIXA
       IMP-FAIXAS.
           WRITE REGOBSTX FROM LINSEP
           WRITE REGOBSTX FROM CABO3
           WRITE REGOBSTX FROM LINSEP
           MOVE 1 TO W-IC.
       IMP-FAIXAS1.
           IF W-CATFX (W-IC 1) = ZEROS AND W-CATFX (W-IC 2) = ZEROS
              AND W-CATFX (W-IC 3) = ZEROS
              AND W-CATFX (W-IC 4) = ZEROS
              GO TO IMP-FAIXAS2.
           IF W-IC = 1
              MOVE TBAPLICACAO (10) TO FXDESCTX
           ELSE
              MOVE TBAPLICACAO (W-IC - 1) TO FXDESCTX.
      *    A DESCRICAO VEM DA TABELA DE CATEGORIAS QUANDO ELA EXISTE
           IF W-CAT-OK = "S" AND W-IC > 1
              COMPUTE CODCATEG = W-IC - 1
              READ ARQCATEG
              IF CAT-ERRO = "00"
                 MOVE DESCCATEG TO FXDESCTX.
           MOVE W-CATFX (W-IC 1) TO FXVAL1TX
           MOVE W-CATFX (W-IC 2) TO FXVAL2TX
           MOVE W-CATFX (W-IC 3) TO FXVAL3TX
           MOVE W-CATFX (W-IC 4) TO FXVAL4TX
           WRITE REGOBSTX FROM DETF.
       IMP-FAIXAS2.
           ADD 1 TO W-IC
           IF W-IC < 11
              GO TO IMP-FAIXAS1.
           WRITE REGOBSTX FROM LINSEP
           MOVE 1 TO W-IL.
       IMP-FAIXAS3.
           IF W-IL > W-QTDLOC
              GO TO IMP-FAIXAS4.
           MOVE SPACES TO FXDESCTX
           STRING "LOCAL " DELIMITED BY SIZE
                  W-LOCCOD (W-IL) DELIMITED BY SIZE
                  INTO FXDESCTX
           MOVE W-LOCFX (W-IL 1) TO FXVAL1TX
           MOVE W-LOCFX (W-IL 2) TO FXVAL2TX
           MOVE W-LOCFX (W-IL 3) TO FXVAL3TX
           MOVE W-LOCFX (W-IL 4) TO FXVAL4TX
           WRITE REGOBSTX FROM DETF
           ADD 1 TO W-IL
           GO TO IMP-FAIXAS3.
       IMP-FAIXAS4.
           WRITE REGOBSTX FROM LINSEP
           MOVE "TOTAL DO ESTOQUE" TO FXDESCTX
           MOVE W-TOTFX (1) TO FXVAL1TX
           MOVE W-TOTFX (2) TO FXVAL2TX
           MOVE W-TOTFX (3) TO FXVAL3TX
           MOVE W-TOTFX (4) TO FXVAL4TX
           WRITE REGOBSTX FROM DETF.
       IMP-FAIXAS-FIM.
           EXIT.
      *
      **********************************************
      * APROVACAO DAS BAIXAS: CADA PROPOSTA E      *
      * APROVADA OU RECUSADA; A APROVADA POSTA A   *
      * SAIDA POR OBSOLESCENCIA DE TODO O SALDO    *
      **********************************************
       APR-001.
      *    MES DE ESTOQUE FECHADO (STP046) NAO ACEITA LANCAMENTOS:
      *    A VALORACAO JA ENVIADA A FINANCAS NAO PODE MUDAR.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-FECH-OK = "S"
              ACCEPT W-COMPHOJE FROM DATE YYYYMMDD
              MOVE W-COMPHOJE TO COMPETEF
              READ ARQESTFECH
              IF EF-ERRO = "00" AND SITEF = "F"
                 MOVE "* MES DE ESTOQUE FECHADO - REABRA NO STP046 *"
                                                 TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           MOVE SPACES TO W-DOCOBS
           STRING "OBS" DELIMITED BY SIZE
                  W-OPERADOR DELIMITED BY SIZE
                  INTO W-DOCOBS
           MOVE ZEROS TO CODPRODBX
           START ARQBXOBS KEY IS NOT LESS CODPRODBX
              INVALID KEY
                 GO TO APR-FIM.
       APR-LOOP.
           READ ARQBXOBS NEXT
           IF BX-ERRO NOT = "00"
              GO TO APR-FIM.
           IF SITBX NOT = "P"
              GO TO APR-LOOP.
           MOVE CODPRODBX TO CODPROD
           READ CADPROD
           IF ST-ERRO NOT = "00" OR QUANTIDADE = ZEROS
              MOVE "C" TO SITBX
              REWRITE REGBXOBS
              GO TO APR-LOOP.
      *    PRODUTO QUE VOLTOU A SAIR DEPOIS DA PROPOSTA NAO ESTA
      *    MAIS PARADO: A PROPOSTA E CANCELADA.
           PERFORM ULT-SAIDA THRU ULT-SAIDA-FIM
           IF W-ULTSAI > ULTSAIBX
              MOVE "C" TO SITBX
              REWRITE REGBXOBS
              GO TO APR-LOOP.
           COMPUTE W-VALORITEM = QUANTIDADE * PRECO
           MOVE SPACES TO W-APROVA
           DISPLAY TELA
           DISPLAY TELAAPR.
       APR-002.
           ACCEPT TW-APROVA
           IF W-APROVA = "F" OR "f"
              GO TO APR-FIM.
           IF W-APROVA = "N" OR "n"
              MOVE "R" TO SITBX
              MOVE W-DATAHOJE TO DTAPRBX
              MOVE W-OPERADOR TO OPERAPRBX
              REWRITE REGBXOBS
              GO TO APR-LOOP.
           IF W-APROVA NOT = "S" AND "s"
              MOVE "*** DIGITE S, N OU F ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-002.
           PERFORM POSTA-BAIXA THRU POSTA-BAIXA-FIM
           MOVE "A" TO SITBX
           MOVE QUANTIDADE  TO QTDBX
           MOVE W-VALORITEM TO VALORBX
           MOVE W-DATAHOJE TO DTAPRBX
           MOVE W-OPERADOR TO OPERAPRBX
           REWRITE REGBXOBS
           MOVE ZEROS TO QUANTIDADE
           MOVE W-OPERADOR TO OPERADOR IN REGPROD
           ACCEPT DATAGRAV IN REGPROD FROM DATE YYYYMMDD
           ACCEPT HORAGRAV IN REGPROD FROM TIME
           REWRITE REGPROD
           GO TO APR-LOOP.
       APR-FIM.
           MOVE "** BAIXAS APROVADAS POSTADAS NO DIARIO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    UMA SAIDA TIPO O POR LOCAL COM SALDO (E O QUE NAO ESTIVER
      *    EM LOCAL NENHUM SAI DO "AL"), ZERANDO OS LOCAIS E OS
      *    LOTES DO PRODUTO.
       POSTA-BAIXA.
           ACCEPT W-HORAMOV FROM TIME
           MOVE ZEROS TO W-SOMALOC
           MOVE CODPROD TO CODPRODSL
           MOVE SPACES  TO LOCALSL
           START ARQSALDOC KEY IS NOT LESS CHAVESL
              INVALID KEY
                 GO TO POSTA-BAIXA2.
       POSTA-BAIXA1.
           READ ARQSALDOC NEXT
           IF SL-ERRO NOT = "00"
              GO TO POSTA-BAIXA2.
           IF CODPRODSL NOT = CODPROD
              GO TO POSTA-BAIXA2.
           IF QTDSL = ZEROS
              GO TO POSTA-BAIXA1.
           ADD QTDSL TO W-SOMALOC
           MOVE QTDSL   TO W-QTDBAIXA
           MOVE LOCALSL TO W-LOCBUSCA
           PERFORM GRAVA-MOVOBS THRU GRAVA-MOVOBS-FIM
           MOVE ZEROS TO QTDSL
           REWRITE REGSALDOC
           GO TO POSTA-BAIXA1.
       POSTA-BAIXA2.
           IF W-SOMALOC < QUANTIDADE
              COMPUTE W-QTDBAIXA = QUANTIDADE - W-SOMALOC
              MOVE "AL" TO W-LOCBUSCA
              PERFORM GRAVA-MOVOBS THRU GRAVA-MOVOBS-FIM.
           IF W-LOTE-OK NOT = "S" OR LOTECTL NOT = "S"
              GO TO POSTA-BAIXA-FIM.
           MOVE CODPROD TO CODPRODLT
           MOVE SPACES  TO NUMLOTE
           START ARQLOTE KEY IS NOT LESS CHAVELT
              INVALID KEY
                 GO TO POSTA-BAIXA-FIM.
       POSTA-BAIXA3.
           READ ARQLOTE NEXT
           IF LT-ERRO NOT = "00"
              GO TO POSTA-BAIXA-FIM.
           IF CODPRODLT NOT = CODPROD
              GO TO POSTA-BAIXA-FIM.
           IF QTDLOTE = ZEROS
              GO TO POSTA-BAIXA3.
           MOVE QTDLOTE TO W-QTDLTM
           MOVE ZEROS TO QTDLOTE
           REWRITE REGLOTE
      *    O LOTE FICA LIGADO AO ULTIMO MOVIMENTO DE OBSOLESCENCIA
      *    GRAVADO PARA O PRODUTO.
           IF CODPRODME = CODPROD
              PERFORM GRAVA-LTM THRU GRAVA-LTM-FIM.
           GO TO POSTA-BAIXA3.
       POSTA-BAIXA-FIM.
           EXIT.
      *
      *    REGISTRA A BAIXA DO LOTE CONTRA O MOVIMENTO DO DIARIO.
       GRAVA-LTM.
           IF W-LTM-OK NOT = "S"
              GO TO GRAVA-LTM-FIM.
           MOVE CODPRODLT TO CODPRODLM
           MOVE NUMLOTE   TO NUMLOTELM
           MOVE DATAME    TO DATALM
           MOVE HORAME    TO HORALM
           MOVE W-QTDLTM  TO QTDLM
           MOVE DOCME     TO DOCLM
           MOVE LOCALME   TO LOCALLM
           WRITE REGLOTMOV.
       GRAVA-LTM-FIM.
           EXIT.
      *
      *    MOVIMENTO DE SAIDA POR OBSOLESCENCIA; VARIOS LOCAIS NO
      *    MESMO SEGUNDO AVANCAM A HORA PARA A CHAVE NAO REPETIR.
       GRAVA-MOVOBS.
           MOVE CODPROD    TO CODPRODME
           MOVE W-DATAHOJE TO DATAME
           MOVE W-HORAMOV  TO HORAME
           MOVE "O"        TO TIPOME
           MOVE "-"        TO SINALME
           MOVE W-QTDBAIXA TO QTDME
           MOVE PRECO      TO CUSTOME
           MOVE W-DOCOBS   TO DOCME
           MOVE W-OPERADOR TO OPERADOR-ME
           MOVE W-LOCBUSCA TO LOCALME.
       GRAVA-MOVOBS1.
           WRITE REGMOVEST
           IF ME-ERRO = "22"
              ADD 1 TO W-HORAMOV
              MOVE W-HORAMOV TO HORAME
              GO TO GRAVA-MOVOBS1.
           ADD 1 TO W-HORAMOV.
       GRAVA-MOVOBS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE CADPROD ARQMOVEST ARQSALDOC ARQBXOBS
           IF W-CAT-OK = "S"
              CLOSE ARQCATEG.
           IF W-FECH-OK = "S"
              CLOSE ARQESTFECH.
           IF W-LOTE-OK = "S"
              CLOSE ARQLOTE.
           IF W-LTM-OK = "S"
              CLOSE ARQLOTMOV.
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
