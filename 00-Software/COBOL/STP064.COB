       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP064.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * LANCAMENTO CONTABIL DO ESTOQUE E DO A PAGAR    *
      * GERA, PARA UM MES FECHADO NO ARQESTFECH        *
      * (STP046), O LOTE DE LANCAMENTOS NO MESMO       *
      * LEIAUTE DO FPP052 (FOLHA), COM AS CONTAS DO    *
      * MAPEAMENTO ARQMAPCON (FPP051):                 *
      *  ESTtc  = MOVIMENTO DE ESTOQUE DO TIPO t (E,S, *
      *           O,D,C) DA CATEGORIA c, A CUSTO       *
      *           (QTDME X CUSTOME); NO AJUSTE O SINAL *
      *           ENTRA NO CODIGO (ESTA+c / ESTA-c).   *
      *           SEM MAPEAMENTO DA CATEGORIA, VALE O  *
      *           CODIGO SEM ELA (ESTt / ESTA+ ...);   *
      *  TITt   = TITULOS EMITIDOS NO MES POR TIPO DE  *
      *           FORNECEDOR (M,S,F,C,R DO TIPOTIT);   *
      *  PAGt   = TITULOS BAIXADOS NO MES, PELO VALOR  *
      *           LIQUIDO DAS RETENCOES;               *
      *  DSCt / JURt = DESCONTO OBTIDO / JUROS E MULTA *
      *           PAGOS NA BAIXA (VALPAGOTIT);         *
      *  RETIRRF/RETISS = RETENCOES DOS TITULOS DE     *
      *           SERVICO BAIXADOS NO MES (STP051).    *
      * A TRANSFERENCIA ENTRE LOCAIS (TIPO T) NAO MUDA *
      * O VALOR DO ESTOQUE E NAO GERA LANCAMENTO.      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQESTFECH ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS COMPETEF
                   FILE STATUS  IS EF-ERRO.

           SELECT ARQMOVEST ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEME
                   FILE STATUS  IS ME-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   FILE STATUS  IS PROD-ERRO.

           SELECT ARQPAGAR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVETIT
                   FILE STATUS  IS TI-ERRO.

           SELECT ARQMAPCON ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS ORIGEMMAP
                   FILE STATUS  IS MP-ERRO.

           SELECT ARQLANC ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS LC-ERRO.

           SELECT ARQLANCTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.

           SELECT ARQRELCAT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVERC
                   FILE STATUS  IS RC-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    FECHAMENTO MENSAL DO ESTOQUE (STP046): SO MES FECHADO VAI
      *    PARA O RAZAO.
       FD ARQESTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTFECH.DAT".
       01 REGESTFECH.
           03 COMPETEF      PIC 9(06).
           03 SITEF         PIC X(01).
           03 OPERADOR-EF   PIC X(08).
           03 DATAGRAVACAO-EF PIC 9(14).
      *
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
      *
       FD ARQPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAGAR.DAT".
       01 REGPAGAR.
           03 CHAVETIT.
               05 CNPJTIT   PIC 9(15).
               05 NUMNF     PIC X(10).
               05 PARCTIT   PIC 9(02).
           03 EMISSAOTIT    PIC 9(08).
           03 VENCTIT       PIC 9(08).
           03 VALORTIT      PIC 9(08)V99.
           03 PAGTIT        PIC 9(08).
           03 FORMAPAG      PIC X(01).
           03 OPERADOR-TI   PIC X(08).
           03 TIPOTIT       PIC X(01).
           03 PERCIRRF      PIC 9(02)V99.
           03 PERCISS       PIC 9(02)V99.
           03 IRRFTIT       PIC 9(08)V99.
           03 ISSTIT        PIC 9(08)V99.
           03 DTDESCTIT     PIC 9(08).
           03 PERCDESCTIT   PIC 9(02)V99.
           03 PERCMULTATIT  PIC 9(02)V99.
           03 JURODIATIT    PIC 9(01)V9999.
           03 VALPAGOTIT    PIC 9(08)V99.
      *    MUNICIPIO (IBGE) E ITEM DA LC 116 DO SERVICO PRESTADO:
      *    DEFINEM A ALIQUOTA DO ISS PELA TABELA DO STP072.
           03 MUNISSTIT     PIC 9(07).
           03 SERVISSTIT    PIC X(05).
      *
      *    MAPEAMENTO CONTABIL MANTIDO PELO FPP051.
       FD ARQMAPCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMAPCON.DAT".
       01 REGMAPCON.
          03 ORIGEMMAP         PIC X(08).
          03 DESCMAP           PIC X(25).
          03 CONTADEB          PIC 9(08).
          03 CONTACRD          PIC 9(08).
          03 OPERADOR-MP       PIC X(08).
          03 DATAGRAVACAO-MP.
             05 DATAGRAV-MP    PIC 9(8).
             05 HORAGRAV-MP    PIC 9(6).
      *
      *    ARQUIVO DE LANCAMENTOS PARA O SISTEMA CONTABIL, NO MESMO
      *    LEIAUTE DO FPP052: CADA REGISTRO JA SAI COM DEBITO E
      *    CREDITO, LOGO O LOTE FECHA SEMPRE BALANCEADO.
       FD ARQLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMELANC.
       01 REGLANCTX           PIC X(90).
      *
       FD ARQLANCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGLANCREL          PIC X(111).
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
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 EF-ERRO    PIC X(02) VALUE "00".
       77 ME-ERRO    PIC X(02) VALUE "00".
       77 PROD-ERRO  PIC X(02) VALUE "00".
       77 TI-ERRO    PIC X(02) VALUE "00".
       77 MP-ERRO    PIC X(02) VALUE "00".
       77 LC-ERRO    PIC X(02) VALUE "00".
       77 TX-ERRO    PIC X(02) VALUE "00".
       77 RC-ERRO    PIC X(02) VALUE "00".
       77 W-EF-OK    PIC X(01) VALUE "N".
       77 W-ME-OK    PIC X(01) VALUE "N".
       77 W-PROD-OK  PIC X(01) VALUE "N".
       77 W-TI-OK    PIC X(01) VALUE "N".
       77 W-MP-OK    PIC X(01) VALUE "N".
       77 W-TX-OK    PIC X(01) VALUE "N".
       77 W-LC-OK    PIC X(01) VALUE "N".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-NOMELANC PIC X(30) VALUE SPACES.
       01 W-DATARELC PIC 9(08) VALUE ZEROS.
       01 W-HORARELC PIC 9(06) VALUE ZEROS.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-DATAMOV.
           05 W-COMPMOV PIC 9(6) VALUE ZEROS.
           05 W-DIAMOV  PIC 9(2) VALUE ZEROS.
       01 W-ULTPROD    PIC 9(06) VALUE ZEROS.
       01 W-CATEG      PIC X(01) VALUE SPACES.
       01 W-POSCAT     PIC 9(01) VALUE ZEROS.
       01 W-ORIGEM     PIC X(08) VALUE SPACES.
       01 W-ORIGGEN    PIC X(08) VALUE SPACES.
       01 W-TIPOT      PIC X(01) VALUE SPACES.
       01 W-VALMOV     PIC 9(10)V99 VALUE ZEROS.
       01 W-BASEPAG    PIC 9(08)V99 VALUE ZEROS.
       01 W-VALLANC    PIC 9(10) VALUE ZEROS.
       01 W-FALTAMAP   PIC X(01) VALUE "N".
       01 IX           PIC 9(03) VALUE ZEROS.
       01 W-QTDORIG    PIC 9(03) VALUE ZEROS.
       01 W-QTDLANC    PIC 9(06) VALUE ZEROS.
       01 TOTDEB       PIC 9(10) VALUE ZEROS.
       01 TOTCRD       PIC 9(10) VALUE ZEROS.
      *
      *    TOTAIS ACUMULADOS POR ORIGEM CONTABIL. GEN-TB GUARDA O
      *    CODIGO SEM A CATEGORIA (SO NO ESTOQUE) E MAP-TB A CHAVE DO
      *    ARQMAPCON QUE FOI ACHADA NA VALIDACAO.
       01 TABORIG.
           03 ORIG-ITEM OCCURS 100.
              05 ORIG-TB   PIC X(08).
              05 GEN-TB    PIC X(08).
              05 MAP-TB    PIC X(08).
              05 VAL-TB    PIC 9(10)V99.
      *
      *    REGISTRO DE LANCAMENTO EXPORTADO (LEIAUTE DO FPP052).
       01  LANC-DET.
           05  FILLER          PIC X(02) VALUE "LC".
           05  LAN-COMPET      PIC 9(06) VALUE ZEROS.
           05  LAN-CONTADEB    PIC 9(08) VALUE ZEROS.
           05  LAN-CONTACRD    PIC 9(08) VALUE ZEROS.
           05  LAN-VALOR       PIC 9(10) VALUE ZEROS.
           05  LAN-HIST        PIC X(33) VALUE SPACES.
           05  FILLER          PIC X(23) VALUE SPACES.
      *
       01  LANC-TRL.
           05  FILLER          PIC X(02) VALUE "LT".
           05  TRL-QTD         PIC 9(06) VALUE ZEROS.
           05  TRL-TOTDEB      PIC 9(10) VALUE ZEROS.
           05  TRL-TOTCRD      PIC 9(10) VALUE ZEROS.
           05  FILLER          PIC X(62) VALUE SPACES.
      *
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(42) VALUE
           " *** LANCAMENTO CONTABIL DO ESTOQUE ***   ".
           05  FILLER                 PIC X(14) VALUE
           "COMPETENCIA : ".
           05  COMPETTX  VALUE ZEROS  PIC 9(6).

       01  CAB3.
           05  FILLER                 PIC X(38) VALUE
           "ORIGEM   DESCRICAO                 CON".
           05  FILLER                 PIC X(40) VALUE
           "TA DEB.  CONTA CRED.          VALOR     ".

       01  DET.
           05  ORIGEMTX        VALUE SPACES PIC X(8).
           05  FILLER          PIC X(1) VALUE  " ".
           05  DESCTX          VALUE SPACES PIC X(25).
           05  FILLER          PIC X(1) VALUE  " ".
           05  CONTADEBTX      VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(4) VALUE  "    ".
           05  CONTACRDTX      VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(3) VALUE  "   ".
           05  VALORTX         VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  DETFALTA.
           05  ORIGEMF-TX      VALUE SPACES PIC X(8).
           05  FILLER          PIC X(45) VALUE
           " *** SEM MAPEAMENTO CONTABIL - CADASTRE NO FP".
           05  FILLER          PIC X(9) VALUE
           "P051 *** ".

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DOS DEBITOS.....................: ".
           05  TOTDEBTX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DOS CREDITOS....................: ".
           05  TOTCRDTX   VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** LANCAMENTO CONTABIL DO ESTOQUE E A PAGAR".
           05  LINE 02  COLUMN 55
               VALUE  "***".
           05  LINE 06  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM) :".
           05  TW-COMPET
               LINE 06  COLUMN 29  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 08  COLUMN 05
               VALUE  "CONFIRMA GERACAO (S/N) :".
           05  TW-OPCAO
               LINE 08  COLUMN 31  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY TELA.
       R0A.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0A.
       R1.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "A COMPETENCIA DEVE SER VALIDA (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R2.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
      *    O MES TEM QUE ESTAR FECHADO NO STP046: ENQUANTO AINDA
      *    ACEITA MOVIMENTO, NADA VAI PARA O RAZAO.
       R3.
           OPEN INPUT ARQESTFECH
           IF EF-ERRO NOT = "00"
              MOVE "* FECHE O MES DE ESTOQUE NO STP046 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-EF-OK
           MOVE W-COMPET TO COMPETEF
           READ ARQESTFECH
           IF EF-ERRO NOT = "00"
              MOVE "* FECHE O MES DE ESTOQUE NO STP046 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF SITEF NOT = "F"
              MOVE "* MES DE ESTOQUE REABERTO - FECHE NO STP046 *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
           OPEN INPUT ARQMAPCON
           IF MP-ERRO NOT = "00"
              MOVE "* CADASTRE O MAPEAMENTO NO FPP051 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-MP-OK
      *
      *    DIARIO, PRODUTOS E TITULOS PODEM AINDA NAO EXISTIR; SEM O
      *    CADPROD O MOVIMENTO VAI SO PARA O CODIGO SEM CATEGORIA.
           OPEN INPUT ARQMOVEST
           IF ME-ERRO = "00"
              MOVE "S" TO W-ME-OK.
           OPEN INPUT CADPROD
           IF PROD-ERRO = "00"
              MOVE "S" TO W-PROD-OK.
           OPEN INPUT ARQPAGAR
           IF TI-ERRO = "00"
              MOVE "S" TO W-TI-OK.
           MOVE ZEROS TO IX W-QTDORIG
           PERFORM LIMPA-TAB THRU LIMPA-TAB-FIM.
      *
      *    MOVIMENTOS DE ESTOQUE DO MES, VALORIZADOS PELO CUSTOME.
       ACU-MOV.
           IF W-ME-OK NOT = "S"
              GO TO ACU-TIT.
           MOVE ZEROS TO CODPRODME DATAME HORAME W-ULTPROD
           MOVE SPACES TO W-CATEG
           START ARQMOVEST KEY IS NOT LESS CHAVEME
              INVALID KEY
                 GO TO ACU-TIT.
       ACU-MOV1.
           READ ARQMOVEST NEXT
           IF ME-ERRO NOT = "00"
              GO TO ACU-TIT.
           MOVE DATAME TO W-DATAMOV
           IF W-COMPMOV NOT = W-COMPET
              GO TO ACU-MOV1.
           IF TIPOME = "T"
              GO TO ACU-MOV1.
           IF CODPRODME NOT = W-ULTPROD
              PERFORM LE-CATEG THRU LE-CATEG-FIM.
      *    C = AJUSTE DE CUSTO DO RATEIO (STP058): SEM QUANTIDADE, O
      *    CUSTOME JA E O VALOR RATEADO AO PRODUTO.
           IF TIPOME = "C"
              MOVE CUSTOME TO W-VALMOV
           ELSE
              COMPUTE W-VALMOV ROUNDED = QTDME * CUSTOME.
           MOVE SPACES TO W-ORIGEM
           MOVE "EST"  TO W-ORIGEM (1:3)
           MOVE TIPOME TO W-ORIGEM (4:1)
           MOVE 5 TO W-POSCAT
           IF TIPOME = "A"
              MOVE SINALME TO W-ORIGEM (5:1)
              MOVE 6 TO W-POSCAT.
           MOVE W-ORIGEM TO W-ORIGGEN
           MOVE W-CATEG  TO W-ORIGEM (W-POSCAT:1)
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO ACU-MOV1.
      *
      *    TITULOS DO A PAGAR: EMISSAO E BAIXA NO MES, POR TIPO DE
      *    FORNECEDOR. TITULO ANTIGO SEM TIPO E DE MERCADORIA.
       ACU-TIT.
           IF W-TI-OK NOT = "S"
              GO TO MAP-VALIDA.
           MOVE ZEROS TO CNPJTIT PARCTIT
           MOVE SPACES TO NUMNF
           START ARQPAGAR KEY IS NOT LESS CHAVETIT
              INVALID KEY
                 GO TO MAP-VALIDA.
       ACU-TIT1.
           READ ARQPAGAR NEXT
           IF TI-ERRO NOT = "00"
              GO TO MAP-VALIDA.
           MOVE TIPOTIT TO W-TIPOT
           IF W-TIPOT = SPACES
              MOVE "M" TO W-TIPOT.
           MOVE SPACES TO W-ORIGGEN
           MOVE EMISSAOTIT TO W-DATAMOV
           IF W-COMPMOV NOT = W-COMPET
              GO TO ACU-TIT2.
           MOVE SPACES TO W-ORIGEM
           MOVE "TIT"   TO W-ORIGEM (1:3)
           MOVE W-TIPOT TO W-ORIGEM (4:1)
           MOVE VALORTIT TO W-VALMOV
           PERFORM ACUMULA THRU ACUMULA-FIM.
       ACU-TIT2.
           IF PAGTIT = ZEROS
              GO TO ACU-TIT1.
           MOVE PAGTIT TO W-DATAMOV
           IF W-COMPMOV NOT = W-COMPET
              GO TO ACU-TIT1.
           MOVE SPACES TO W-ORIGEM
           MOVE "PAG"   TO W-ORIGEM (1:3)
           MOVE W-TIPOT TO W-ORIGEM (4:1)
           COMPUTE W-BASEPAG = VALORTIT - IRRFTIT - ISSTIT
           MOVE W-BASEPAG TO W-VALMOV
           PERFORM ACUMULA THRU ACUMULA-FIM
      *    DIFERENCA ENTRE O PAGO E O LIQUIDO: ABAIXO E DESCONTO
      *    OBTIDO, ACIMA E JUROS E MULTA (STP030/STP042).
           IF VALPAGOTIT = ZEROS OR VALPAGOTIT = W-BASEPAG
              GO TO ACU-TIT3.
           MOVE SPACES TO W-ORIGEM
           MOVE W-TIPOT TO W-ORIGEM (4:1)
           IF VALPAGOTIT < W-BASEPAG
              MOVE "DSC" TO W-ORIGEM (1:3)
              COMPUTE W-VALMOV = W-BASEPAG - VALPAGOTIT
           ELSE
              MOVE "JUR" TO W-ORIGEM (1:3)
              COMPUTE W-VALMOV = VALPAGOTIT - W-BASEPAG.
           PERFORM ACUMULA THRU ACUMULA-FIM.
       ACU-TIT3.
      *    RETENCOES DO SERVICO: A MESMA BASE DA GUIA DO STP051.
           IF TIPOTIT NOT = "S"
              GO TO ACU-TIT1.
           MOVE "RETIRRF" TO W-ORIGEM
           MOVE IRRFTIT TO W-VALMOV
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "RETISS"  TO W-ORIGEM
           MOVE ISSTIT TO W-VALMOV
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO ACU-TIT1.
      *
      *    VALIDA O MAPEAMENTO DE TODAS AS ORIGENS COM VALOR ANTES DE
      *    GRAVAR QUALQUER COISA: LOTE INCOMPLETO NAO SAI.
       MAP-VALIDA.
           IF W-QTDORIG = ZEROS
              MOVE "* SEM MOVIMENTO NA COMPETENCIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQLANCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQLANCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-TX-OK
           MOVE W-COMPET TO COMPETTX
           WRITE REGLANCREL FROM CAB1
           WRITE REGLANCREL FROM CAB2
           WRITE REGLANCREL FROM CAB3
           WRITE REGLANCREL FROM CAB1
           MOVE "N" TO W-FALTAMAP
           MOVE ZEROS TO IX.
       MAP-VALIDA1.
           ADD 1 TO IX
           IF IX > W-QTDORIG
              GO TO MAP-VALIDA2.
           IF VAL-TB (IX) = ZEROS
              GO TO MAP-VALIDA1.
           MOVE ORIG-TB (IX) TO ORIGEMMAP
           READ ARQMAPCON
           IF MP-ERRO = "00"
              MOVE ORIG-TB (IX) TO MAP-TB (IX)
              GO TO MAP-VALIDA1.
      *    SEM A CATEGORIA NO MAPEAMENTO, VALE O CODIGO GERAL DO TIPO.
           IF GEN-TB (IX) NOT = SPACES
              MOVE GEN-TB (IX) TO ORIGEMMAP
              READ ARQMAPCON
              IF MP-ERRO = "00"
                 MOVE GEN-TB (IX) TO MAP-TB (IX)
                 GO TO MAP-VALIDA1.
           MOVE "S" TO W-FALTAMAP
           MOVE ORIG-TB (IX) TO ORIGEMF-TX
           WRITE REGLANCREL FROM DETFALTA
           GO TO MAP-VALIDA1.
       MAP-VALIDA2.
           IF W-FALTAMAP = "S"
              MOVE "* MAPEAMENTO INCOMPLETO - LOTE NAO GERADO *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *    EMISSAO DO LOTE BALANCEADO: UM LANCAMENTO POR ORIGEM COM
      *    VALOR, DEBITO E CREDITO NO MESMO REGISTRO. O LEIAUTE DO
      *    FPP052 LEVA O VALOR SEM CENTAVOS: ARREDONDA NA ORIGEM.
       GERA-LOTE.
           OPEN OUTPUT ARQLANC
           IF LC-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO DE LANCAMENTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-LC-OK
           MOVE ZEROS TO IX.
       GERA-LOTE1.
           ADD 1 TO IX
           IF IX > W-QTDORIG
              GO TO ROT-TOTAL.
           IF VAL-TB (IX) = ZEROS
              GO TO GERA-LOTE1.
           COMPUTE W-VALLANC ROUNDED = VAL-TB (IX)
           IF W-VALLANC = ZEROS
              GO TO GERA-LOTE1.
           MOVE MAP-TB (IX) TO ORIGEMMAP
           READ ARQMAPCON
           IF MP-ERRO NOT = "00"
              GO TO GERA-LOTE1.
           MOVE W-COMPET     TO LAN-COMPET
           MOVE CONTADEB     TO LAN-CONTADEB
           MOVE CONTACRD     TO LAN-CONTACRD
           MOVE W-VALLANC    TO LAN-VALOR
           MOVE DESCMAP      TO LAN-HIST
           WRITE REGLANCTX FROM LANC-DET
           ADD 1 TO W-QTDLANC
           ADD W-VALLANC TO TOTDEB TOTCRD

           MOVE ORIG-TB (IX) TO ORIGEMTX
           MOVE DESCMAP      TO DESCTX
           MOVE CONTADEB     TO CONTADEBTX
           MOVE CONTACRD     TO CONTACRDTX
           MOVE W-VALLANC    TO VALORTX
           WRITE REGLANCREL FROM DET
           GO TO GERA-LOTE1.
      *
      *    ENCERRAMENTO: O TRAILER PROVA O BALANCEAMENTO DO LOTE.
       ROT-TOTAL.
           MOVE W-QTDLANC TO TRL-QTD
           MOVE TOTDEB    TO TRL-TOTDEB
           MOVE TOTCRD    TO TRL-TOTCRD
           WRITE REGLANCTX FROM LANC-TRL

           MOVE TOTDEB TO TOTDEBTX
           MOVE TOTCRD TO TOTCRDTX
           WRITE REGLANCREL FROM LINHABR
           WRITE REGLANCREL FROM LINHA-TOT1
           WRITE REGLANCREL FROM LINHA-TOT2
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** LOTE CONTABIL GERADO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    CATEGORIA (APLICACAO) DO PRODUTO DO MOVIMENTO; O DIARIO
      *    VEM EM ORDEM DE PRODUTO, ENTAO LE UMA VEZ POR PRODUTO.
       LE-CATEG.
           MOVE CODPRODME TO W-ULTPROD
           MOVE SPACES TO W-CATEG
           IF W-PROD-OK NOT = "S"
              GO TO LE-CATEG-FIM.
           MOVE CODPRODME TO CODPROD
           READ CADPROD
           IF PROD-ERRO = "00"
              MOVE APLICACAOAUX TO W-CATEG.
       LE-CATEG-FIM.
           EXIT.
      *
      *    SOMA W-VALMOV NA ENTRADA DE W-ORIGEM, CRIANDO A ENTRADA
      *    QUANDO A ORIGEM AINDA NAO ESTA NA TABELA.
       ACUMULA.
           IF W-VALMOV = ZEROS
              GO TO ACUMULA-FIM.
           MOVE ZEROS TO IX.
       ACUMULA1.
           ADD 1 TO IX
           IF IX > W-QTDORIG
              GO TO ACUMULA2.
           IF ORIG-TB (IX) = W-ORIGEM
              ADD W-VALMOV TO VAL-TB (IX)
              GO TO ACUMULA-FIM.
           GO TO ACUMULA1.
       ACUMULA2.
           IF W-QTDORIG NOT < 100
              GO TO ACUMULA-FIM.
           ADD 1 TO W-QTDORIG
           MOVE W-ORIGEM  TO ORIG-TB (W-QTDORIG)
           MOVE W-ORIGGEN TO GEN-TB (W-QTDORIG)
           MOVE W-VALMOV  TO VAL-TB (W-QTDORIG).
       ACUMULA-FIM.
           EXIT.
      *
      *    LIMPEZA DA TABELA DE ORIGENS.
       LIMPA-TAB.
           ADD 1 TO IX
           IF IX > 100
              GO TO LIMPA-TAB-FIM.
           MOVE SPACES TO ORIG-TB (IX) GEN-TB (IX) MAP-TB (IX)
           MOVE ZEROS  TO VAL-TB (IX)
           GO TO LIMPA-TAB.
       LIMPA-TAB-FIM.
           EXIT.
      *
      *    NOME DOS ARQUIVOS DE SAIDA COM PROGRAMA, COMPETENCIA E
      *    DATA DA EMISSAO, PARA NAO SOBREPOR A EMISSAO ANTERIOR.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "STP064-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
                  INTO W-NOMEREL.
           MOVE SPACES TO W-NOMELANC
           STRING "LANCEST-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".TXT"    DELIMITED BY SIZE
                  INTO W-NOMELANC.
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
           MOVE "STP064"   TO PROGRC
           MOVE W-COMPET   TO COMPETRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERADOR TO OPERRC
           MOVE W-QTDLANC  TO QTDRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-EF-OK = "S"
              CLOSE ARQESTFECH.
           IF W-MP-OK = "S"
              CLOSE ARQMAPCON.
           IF W-ME-OK = "S"
              CLOSE ARQMOVEST.
           IF W-PROD-OK = "S"
              CLOSE CADPROD.
           IF W-TI-OK = "S"
              CLOSE ARQPAGAR.
           IF W-TX-OK = "S"
              CLOSE ARQLANCTX.
           IF W-LC-OK = "S"
              CLOSE ARQLANC.
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
