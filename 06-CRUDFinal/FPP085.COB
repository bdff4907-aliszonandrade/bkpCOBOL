       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP085.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * AVISO DIARIO DE CONTRATOS A PRAZO A VENCER     *
      * LISTA OS CONTRATOS DE EXPERIENCIA, DE PRAZO    *
      * DETERMINADO, DE ESTAGIO E DE APRENDIZAGEM      *
      * (ARQFUNCTR, FPP004) COM FIM NOS PROXIMOS 15    *
      * DIAS E OS JA VENCIDOS SEM DECISAO, AGRUPADOS   *
      * PELO CHEFE DO DEPARTAMENTO (ARQDEPCHF, FPP001).*
      * A DECISAO (PRORROGAR, EFETIVAR OU RESCINDIR) E *
      * TOMADA NO FPP086.                              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQDEP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEP
                       FILE STATUS  IS DEP-ERRO
                       ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES.

           SELECT ARQDEPCHF ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEPCH
                       FILE STATUS  IS CH-ERRO.

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
      *    TIPO, MODALIDADE E PRAZOS DO CONTRATO (FPP004/FPP086).
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
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODDEP PIC 9(3).
           03 NOMEDEP PIC X(25).
           03 STATUSDAUX PIC X(1).
           03 STATUSD.
               05 STATUSD1 PIC X(1).
               05 STATUSD2 PIC X(14).
           03 NIVELHAUX PIC 9(2).
           03 NIVELH.
               05 NIVELH1 PIC 9(2).
               05 NIVELH2 PIC X(28).
           03 CODDEPPAI PIC 9(3).
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
      *
      *    CHEFE DE CADA DEPARTAMENTO (FPP001).
       FD ARQDEPCHF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPCHF.DAT".
       01 REGDEPCHF.
          03 CODDEPCH          PIC 9(03).
          03 CHEFECH           PIC 9(06).
          03 OPERADOR-CH       PIC X(08).
          03 DATAGRAVACAO-CH.
             05 DATAGRAV-CH    PIC 9(8).
             05 HORAGRAV-CH    PIC 9(6).
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
       77 FUNC-ERRO  PIC X(02) VALUE "00".
       77 CT-ERRO    PIC X(02) VALUE "00".
       77 DEP-ERRO   PIC X(02) VALUE "00".
       77 W-DEP-OK   PIC X(01) VALUE "N".
       77 CH-ERRO    PIC X(02) VALUE "00".
       77 W-CHF-OK   PIC X(01) VALUE "N".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-COMPET   PIC 9(06) VALUE ZEROS.
       01 W-HOJE     PIC 9(08) VALUE ZEROS.
       01 W-LIMITE   PIC 9(08) VALUE ZEROS.
       01 W-FIMPRAZO PIC 9(08) VALUE ZEROS.
       01 W-CHEFE    PIC 9(06) VALUE ZEROS.
       01 W-CHEFEDEP PIC 9(06) VALUE ZEROS.
       01 IX         PIC 9(03) VALUE ZEROS.
       01 IY         PIC 9(03) VALUE ZEROS.
       01 W-QTDCHF   PIC 9(03) VALUE ZEROS.
       01 W-QTDGRP   PIC 9(05) VALUE ZEROS.
       01 W-QTDTOT   PIC 9(05) VALUE ZEROS.
       01 W-QTDVENC  PIC 9(05) VALUE ZEROS.
      *
      *    CHEFES DISTINTOS DO ARQDEPCHF; O ULTIMO GRUPO (CHEFE ZERO)
      *    REUNE OS DEPARTAMENTOS SEM CHEFE DEFINIDO.
       01 TAB-CHF.
           03 TB-CHEFE  PIC 9(06) OCCURS 200.
      *
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-DT-NDIAS    PIC 9(03) VALUE ZEROS.
       01 W-DT-RESTO    PIC 9(03) VALUE ZEROS.
       01 W-DT-DMAX     PIC 9(02) VALUE ZEROS.
       01 W-DT-Q        PIC 9(04) VALUE ZEROS.
       01 W-DT-R4       PIC 9(04) VALUE ZEROS.
       01 W-DT-DMA.
           05 W-DT-DIA2 PIC 9(2).
           05 W-DT-MES2 PIC 9(2).
           05 W-DT-ANO2 PIC 9(4).
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(031) VALUE
           "-------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(40) VALUE
           " *** CONTRATOS A PRAZO A VENCER ***     ".
           05  FILLER                 PIC X(05) VALUE
           "ATE: ".
           05  LIMITETX VALUE ZEROS   PIC 99.99.9999.
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABCHF.
           05  FILLER          PIC X(07) VALUE "CHEFE: ".
           05  CHFCODTX        VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(03) VALUE " - ".
           05  CHFNOMETX       VALUE SPACES PIC X(30).

       01  CABDET.
           05  FILLER                 PIC X(050) VALUE
           "  CODIGO NOME                            DEP  MODA".
           05  FILLER                 PIC X(038) VALUE
           "LIDADE      FIM PRAZO   SITUACAO".

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETFUNCTX       VALUE ZEROS  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(30).
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETDEPTX        VALUE ZEROS  PIC 999.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETMODTX        VALUE SPACES PIC X(15).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETFIMTX        VALUE ZEROS  PIC 99.99.9999.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETSITTX        VALUE SPACES PIC X(15).

       01  LINSUB.
           05  FILLER          PIC X(30) VALUE
           "  CONTRATOS DESTE CHEFE.....: ".
           05  SUBQTDTX        VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT1.
           05  FILLER                 PIC X(040) VALUE
           "CONTRATOS A VENCER EM 15 DIAS.........: ".
           05  TOTQTDTX    VALUE ZEROS  PIC ZZZZ9.

       01  LINHA-TOT2.
           05  FILLER                 PIC X(040) VALUE
           "VENCIDOS AGUARDANDO DECISAO (FPP086)..: ".
           05  TOTVENCTX   VALUE ZEROS  PIC ZZZZ9.

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
           05  LINE 02  COLUMN 14
               VALUE  "*** AVISO DE CONTRATOS A PRAZO A VENCER ***".
           05  LINE 05  COLUMN 05
               VALUE  "LISTA AS EXPERIENCIAS E DEMAIS CONTRATOS A".
           05  LINE 06  COLUMN 05
               VALUE  "PRAZO COM FIM NOS PROXIMOS 15 DIAS E OS JA".
           05  LINE 07  COLUMN 05
               VALUE  "VENCIDOS, POR CHEFE DE DEPARTAMENTO.".
           05  LINE 10  COLUMN 05
               VALUE  "CONFIRMA EMISSAO (S/N)     :".
           05  TW-OPCAO
               LINE 10  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
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
           OPEN INPUT ARQFUNCTR
           IF CT-ERRO NOT = "00"
              MOVE "* NENHUM CONTRATO CADASTRADO NO FPP004 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              CLOSE ARQFUNCTR
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    DEPARTAMENTOS E CHEFES SAO OPCIONAIS: SEM ELES TUDO SAI
      *    NO GRUPO SEM CHEFE DEFINIDO.
           MOVE "N" TO W-DEP-OK
           OPEN INPUT ARQDEP
           IF DEP-ERRO = "00"
              MOVE "S" TO W-DEP-OK.
           MOVE "N" TO W-CHF-OK
           OPEN INPUT ARQDEPCHF
           IF CH-ERRO = "00"
              MOVE "S" TO W-CHF-OK.
      *
      *    HORIZONTE: HOJE MAIS 15 DIAS.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DT-DATA
           MOVE 15 TO W-DT-NDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DT-DATA TO W-LIMITE
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMA TO LIMITETX
           DIVIDE W-HOJE BY 100 GIVING W-COMPET
           MOVE ZEROS TO W-QTDCHF W-QTDTOT W-QTDVENC
           PERFORM CARGA-CHF THRU CARGA-CHF-FIM
      *    O GRUPO SEM CHEFE VEM POR ULTIMO.
           ADD 1 TO W-QTDCHF
           MOVE ZEROS TO TB-CHEFE (W-QTDCHF)
      *
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB1
           MOVE ZEROS TO IX.
      *
      *    UMA VARREDURA DO CADASTRO PARA CADA CHEFE, COMO O FPP015
      *    FAZ COM OS DEPARTAMENTOS.
       CHF-LOOP.
           ADD 1 TO IX
           IF IX > W-QTDCHF
              GO TO ROT-TOTAL.
           MOVE TB-CHEFE (IX) TO W-CHEFE
           MOVE ZEROS TO W-QTDGRP
           MOVE W-CHEFE TO CHFCODTX
           MOVE "NAO DEFINIDO" TO CHFNOMETX
           IF W-CHEFE NOT = ZEROS
              MOVE SPACES TO CHFNOMETX
              MOVE W-CHEFE TO CODFUNC
              READ ARQFUNC
              IF FUNC-ERRO = "00"
                 MOVE NOMEFUNC TO CHFNOMETX.
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO CHF-SUBTOTAL.
       LER-FUNC.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO CHF-SUBTOTAL.
           IF STATUSAUX = "D"
              GO TO LER-FUNC.
           MOVE CODFUNC TO FUNCCT
           READ ARQFUNCTR
           IF CT-ERRO NOT = "00"
              GO TO LER-FUNC.
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           IF W-FIMPRAZO = ZEROS OR W-FIMPRAZO > W-LIMITE
              GO TO LER-FUNC.
           MOVE ZEROS TO W-CHEFEDEP
           IF W-CHF-OK = "S"
              MOVE DEPFUNC TO CODDEPCH
              READ ARQDEPCHF
              IF CH-ERRO = "00"
                 MOVE CHEFECH TO W-CHEFEDEP.
           IF W-CHEFEDEP NOT = W-CHEFE
              GO TO LER-FUNC.
           IF W-QTDGRP = ZEROS
              MOVE SPACES TO REGFUNCIONARIOTX
              WRITE REGFUNCIONARIOTX FROM LINHABR
              WRITE REGFUNCIONARIOTX FROM CABCHF
              WRITE REGFUNCIONARIOTX FROM CABDET.
           MOVE CODFUNC  TO DETFUNCTX
           MOVE NOMEFUNC TO DETNOMETX
           MOVE DEPFUNC  TO DETDEPTX
           MOVE "PRAZO DETERM."  TO DETMODTX
           IF TIPOCT = "E"
              MOVE "ESTAGIO"       TO DETMODTX.
           IF TIPOCT = "A"
              MOVE "APRENDIZAGEM"  TO DETMODTX.
           IF MODCT = "X" AND SITCT = "R"
              MOVE "EXPERIENCIA 2" TO DETMODTX.
           IF MODCT = "X" AND SITCT NOT = "R"
              MOVE "EXPERIENCIA 1" TO DETMODTX.
           MOVE W-FIMPRAZO TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMA TO DETFIMTX
           MOVE "A VENCER" TO DETSITTX
           IF W-FIMPRAZO = W-HOJE
              MOVE "VENCE HOJE" TO DETSITTX.
           IF W-FIMPRAZO < W-HOJE
              MOVE "VENCIDO" TO DETSITTX
              ADD 1 TO W-QTDVENC.
           IF SITCT = "D"
              MOVE "EM DESLIGAMENTO" TO DETSITTX.
           WRITE REGFUNCIONARIOTX FROM DET
           ADD 1 TO W-QTDGRP W-QTDTOT
           GO TO LER-FUNC.
      *
       CHF-SUBTOTAL.
           IF W-QTDGRP NOT = ZEROS
              MOVE W-QTDGRP TO SUBQTDTX
              WRITE REGFUNCIONARIOTX FROM LINSUB.
           GO TO CHF-LOOP.
      *
       ROT-TOTAL.
           MOVE W-QTDTOT  TO TOTQTDTX
           MOVE W-QTDVENC TO TOTVENCTX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           CLOSE ARQFUNCTX
           MOVE W-COMPET TO COMPETRC
           MOVE W-QTDTOT TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-QTDTOT = ZEROS
              MOVE "* NENHUM CONTRATO A VENCER NOS PROXIMOS 15 DIAS *"
                                                   TO MENS
           ELSE
              MOVE "** AVISO GRAVADO - VER O RELATORIO FPP085 **"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    FIM DO PRAZO PENDENTE DE DECISAO: PRIMEIRO OU SEGUNDO
      *    PERIODO DA EXPERIENCIA, OU O FIM DO CONTRATO A PRAZO.
      *    EFETIVADO (E) OU SEM PRAZO DEVOLVE ZERO.
       VER-PRAZO.
           MOVE ZEROS TO W-FIMPRAZO
           IF SITCT NOT = "A" AND SITCT NOT = "R" AND SITCT NOT = "D"
              GO TO VER-PRAZO-FIM.
           IF MODCT = "X" AND SITCT = "R"
              MOVE FIMEXP2CT TO W-FIMPRAZO
              GO TO VER-PRAZO-FIM.
           IF MODCT = "X"
              MOVE FIMEXP1CT TO W-FIMPRAZO
              GO TO VER-PRAZO-FIM.
           IF MODCT = "P"
              MOVE FIMCT TO W-FIMPRAZO.
       VER-PRAZO-FIM.
           EXIT.
      *
      *    MONTA A TABELA DE CHEFES DISTINTOS.
       CARGA-CHF.
           IF W-CHF-OK NOT = "S"
              GO TO CARGA-CHF-FIM.
       CARGA-CHF1.
           READ ARQDEPCHF NEXT
           IF CH-ERRO NOT = "00"
              GO TO CARGA-CHF-FIM.
           IF CHEFECH = ZEROS OR W-QTDCHF NOT < 199
              GO TO CARGA-CHF1.
           MOVE ZEROS TO IY.
       CARGA-CHF2.
           ADD 1 TO IY
           IF IY > W-QTDCHF
              ADD 1 TO W-QTDCHF
              MOVE CHEFECH TO TB-CHEFE (W-QTDCHF)
              GO TO CARGA-CHF1.
           IF TB-CHEFE (IY) = CHEFECH
              GO TO CARGA-CHF1.
           GO TO CARGA-CHF2.
       CARGA-CHF-FIM.
           EXIT.
      *
      *    SOMA W-DT-NDIAS DIAS A DATA W-DT-DATA (AAAAMMDD).
       SOMA-DIAS.
           COMPUTE W-DT-RESTO = W-DT-DIA + W-DT-NDIAS.
       SOMA-DIAS1.
           MOVE 31 TO W-DT-DMAX
           IF W-DT-MES = 4 OR W-DT-MES = 6 OR W-DT-MES = 9
                           OR W-DT-MES = 11
              MOVE 30 TO W-DT-DMAX.
           IF W-DT-MES = 2
              MOVE 28 TO W-DT-DMAX
              DIVIDE W-DT-ANO BY 4 GIVING W-DT-Q
                     REMAINDER W-DT-R4
              IF W-DT-R4 = ZEROS
                 MOVE 29 TO W-DT-DMAX.
           IF W-DT-RESTO NOT > W-DT-DMAX
              MOVE W-DT-RESTO TO W-DT-DIA
              GO TO SOMA-DIAS-FIM.
           SUBTRACT W-DT-DMAX FROM W-DT-RESTO
           ADD 1 TO W-DT-MES
           IF W-DT-MES > 12
              MOVE 1 TO W-DT-MES
              ADD 1 TO W-DT-ANO.
           GO TO SOMA-DIAS1.
       SOMA-DIAS-FIM.
           EXIT.
      *
      *    W-DT-DATA (AAAAMMDD) PARA DIA, MES E ANO DO RELATORIO.
       DATA-DMA.
           MOVE W-DT-DIA TO W-DT-DIA2
           MOVE W-DT-MES TO W-DT-MES2
           MOVE W-DT-ANO TO W-DT-ANO2.
       DATA-DMA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           CLOSE ARQFUNC ARQFUNCTR.
           IF W-DEP-OK = "S"
              CLOSE ARQDEP.
           IF W-CHF-OK = "S"
              CLOSE ARQDEPCHF.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA E DATA DA EMISSAO.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE W-DATARELC TO DATAREL
           MOVE SPACES TO W-NOMEREL
           STRING "FPP085-" DELIMITED BY SIZE
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
           MOVE "FPP085" TO PROGRC
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
