       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP123.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * ENTREGA DE EPI AO FUNCIONARIO (ARQEPIENT)                     *
      * UM REGISTRO POR FUNCIONARIO, DATA E PRODUTO, COM A QUANTIDADE *
      * E O CA DO PRODUTO NA DATA DA ENTREGA (FPP121). PRODUTO SEM CA *
      * OU COM CA VENCIDO NAO E ENTREGUE. QUANDO O EPI E EXIGIDO PARA *
      * O CARGO (FPP122) A PROXIMA TROCA E CALCULADA COM O INTERVALO  *
      * DO CARGO. A DEVOLUCAO (NA TROCA OU NO DESLIGAMENTO) E DADA    *
      * SOBRE O REGISTRO DA ENTREGA; O QUE NAO FOI DEVOLVIDO APARECE  *
      * NA RESCISAO (FPP030). O RECIBO PARA ASSINATURA LISTA OS EPI   *
      * ENTREGUES NA DATA E E REGISTRADO NO CATALOGO DE RELATORIOS.   *
      * A SAIDA FISICA DO ALMOXARIFADO CONTINUA NA REQUISICAO DO      *
      * ESTOQUE (STP025).                                             *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEPIENT ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEEE
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQEPICA ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS PRODCA
                    FILE STATUS          IS CA-ERRO.
           SELECT ARQEPICARG ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEEC
                    FILE STATUS          IS EC-ERRO.
           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   FILE STATUS  IS PR-ERRO.
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
      *    PROXEE = DATA DA PROXIMA TROCA (ZEROS QUANDO O EPI NAO E
      *    EXIGIDO PARA O CARGO). DEVOLEE = DATA DA DEVOLUCAO (ZEROS
      *    ENQUANTO O EPI ESTA EM PODER DO FUNCIONARIO).
       FD ARQEPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPIENT.DAT".
       01 REGEPIENT.
          03 CHAVEEE.
             05 FUNCEE         PIC 9(06).
             05 DATAEE         PIC 9(08).
             05 PRODEE         PIC 9(06).
          03 QTDEE             PIC 9(03).
          03 NUMCAEE           PIC 9(06).
          03 VALIDCAEE         PIC 9(08).
          03 PROXEE            PIC 9(08).
          03 DEVOLEE           PIC 9(08).
          03 OPERADOR-EE       PIC X(08).
          03 DATAGRAVACAO-EE.
             05 DATAGRAV-EE    PIC 9(8).
             05 HORAGRAV-EE    PIC 9(6).
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
      *    CA DOS EPI (FPP121).
       FD ARQEPICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPICA.DAT".
       01 REGEPICA.
          03 PRODCA            PIC 9(06).
          03 NUMCA             PIC 9(06).
          03 VALIDCA           PIC 9(08).
          03 OPERADOR-CA       PIC X(08).
          03 DATAGRAVACAO-CA.
             05 DATAGRAV-CA    PIC 9(8).
             05 HORAGRAV-CA    PIC 9(6).
      *
      *    EPI EXIGIDO POR CARGO (FPP122).
       FD ARQEPICARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPICARG.DAT".
       01 REGEPICARG.
          03 CHAVEEC.
             05 CARGOEC        PIC 9(03).
             05 PRODEC         PIC 9(06).
          03 QTDEC             PIC 9(03).
          03 INTERVEC          PIC 9(04).
          03 OPERADOR-EC       PIC X(08).
          03 DATAGRAVACAO-EC.
             05 DATAGRAV-EC    PIC 9(8).
             05 HORAGRAV-EC    PIC 9(6).
      *
      *    PRODUTOS DO ESTOQUE (STP003): SO CODIGO E DESCRICAO.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 FILLER        PIC X(103).
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 RC-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 CA-ERRO      PIC X(02) VALUE "00".
       01 EC-ERRO      PIC X(02) VALUE "00".
       01 PR-ERRO      PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 W-EC-OK      PIC X(01) VALUE "N".
       01 W-NOMEREL    PIC X(30) VALUE SPACES.
       01 W-DATARELC   PIC 9(08) VALUE ZEROS.
       01 W-HORARELC   PIC 9(06) VALUE ZEROS.
       01 W-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-DATA       PIC 9(08) VALUE ZEROS.
       01 W-DEVOL      PIC 9(08) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-QTDREC     PIC 9(03) VALUE ZEROS.
      *
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-DT-NDIAS    PIC 9(04) VALUE ZEROS.
       01 W-DT-RESTO    PIC 9(05) VALUE ZEROS.
       01 W-DT-DMAX     PIC 9(02) VALUE ZEROS.
       01 W-DT-Q        PIC 9(04) VALUE ZEROS.
       01 W-DT-R4       PIC 9(04) VALUE ZEROS.
       01 W-DT-DMA.
           05 W-DT-DIA2 PIC 9(2).
           05 W-DT-MES2 PIC 9(2).
           05 W-DT-ANO2 PIC 9(4).
       01 W-DT-DMAN REDEFINES W-DT-DMA PIC 9(08).
      *
      *    RECIBO DE ENTREGA PARA ASSINATURA (NR-6).
       01  RESEP                      PIC X(78) VALUE ALL "-".

       01  RETIT.
           05  FILLER                 PIC X(32) VALUE
           "EMPRESA FATEC - ZL              ".
           05  FILLER                 PIC X(46) VALUE
           "RECIBO DE ENTREGA DE EPI".

       01  REL1.
           05  FILLER                 PIC X(13) VALUE
           "EMPREGADO:   ".
           05  RENOMETX    VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(11) VALUE
           " - CODIGO: ".
           05  RECODTX     VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(09) VALUE
           "  CARGO: ".
           05  RECARGOTX   VALUE ZEROS  PIC 9(03).

       01  REL2.
           05  FILLER                 PIC X(18) VALUE
           "DATA DA ENTREGA:  ".
           05  REDATATX    VALUE ZEROS  PIC 99.99.9999.

       01  RED1.
           05  FILLER                 PIC X(50) VALUE
           "DECLARO TER RECEBIDO GRATUITAMENTE OS EQUIPAMENTOS".
           05  FILLER                 PIC X(28) VALUE
           " DE PROTECAO INDIVIDUAL ABAI".

       01  RED2.
           05  FILLER                 PIC X(50) VALUE
           "XO, EM PERFEITO ESTADO, E TER SIDO ORIENTADO SOBRE".
           05  FILLER                 PIC X(28) VALUE
           " O USO CORRETO, A GUARDA E A".

       01  RED3.
           05  FILLER                 PIC X(50) VALUE
           " CONSERVACAO. COMPROMETO-ME A USA-LOS APENAS PARA ".
           05  FILLER                 PIC X(28) VALUE
           "A FINALIDADE A QUE SE DESTI-".

       01  RED4.
           05  FILLER                 PIC X(50) VALUE
           "NAM, A COMUNICAR QUALQUER ALTERACAO QUE OS TORNE I".
           05  FILLER                 PIC X(29) VALUE
           "MPROPRIOS PARA USO E A DEVOL-".

       01  RED5.
           05  FILLER                 PIC X(50) VALUE
           "VE-LOS NA TROCA OU NO DESLIGAMENTO (NR-6).        ".

       01  RECAB.
           05  FILLER                 PIC X(38) VALUE
           "PRODUTO DESCRICAO                     ".
           05  FILLER                 PIC X(40) VALUE
           "QTD      CA   VALIDADE CA  PROXIMA TROCA".

       01  REDET.
           05  REPRODTX    VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(01) VALUE " ".
           05  REDESCTX    VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(01) VALUE " ".
           05  REQTDTX     VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(02) VALUE "  ".
           05  RECATX      VALUE ZEROS  PIC 9(06).
           05  FILLER                 PIC X(02) VALUE "  ".
           05  REVALTX     VALUE ZEROS  PIC 99.99.9999.
           05  FILLER                 PIC X(03) VALUE "   ".
           05  REPROXTX    VALUE SPACES PIC X(10).

       01  REASS1.
           05  FILLER                 PIC X(34) VALUE
           "________________________________  ".
           05  FILLER                 PIC X(32) VALUE
           "________________________________".

       01  REASS2.
           05  FILLER                 PIC X(34) VALUE
           "   RESPONSAVEL PELA ENTREGA       ".
           05  FILLER                 PIC X(32) VALUE
           "          EMPREGADO".

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 15
               VALUE  "*** ENTREGA DE EPI AO FUNCIONARIO ***".
           05  LINE 05  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 06  COLUMN 04 VALUE  "CARGO                  :".
           05  LINE 08  COLUMN 04 VALUE  "DATA DA ENTREGA        :".
           05  LINE 08  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 10  COLUMN 04 VALUE  "PRODUTO (EPI)          :".
           05  LINE 12  COLUMN 04 VALUE  "QUANTIDADE             :".
           05  LINE 14  COLUMN 04 VALUE  "CA / VALIDADE          :".
           05  LINE 16  COLUMN 04 VALUE  "PROXIMA TROCA          :".
           05  LINE 18  COLUMN 04 VALUE  "DEVOLVIDO EM           :".
           05  LINE 18  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-FUNC
               LINE 05  COLUMN 29  PIC 9(06)
               USING  W-FUNC
               HIGHLIGHT.
           05  TDATAEE
               LINE 08  COLUMN 29  PIC 9(08)
               USING  DATAEE
               HIGHLIGHT.
           05  TPRODEE
               LINE 10  COLUMN 29  PIC 9(06)
               USING  PRODEE
               HIGHLIGHT.
           05  TDESC
               LINE 10  COLUMN 37  PIC X(30)
               FROM   DESC.
           05  TQTDEE
               LINE 12  COLUMN 29  PIC ZZ9
               USING  QTDEE
               HIGHLIGHT.
           05  TNUMCAEE
               LINE 14  COLUMN 29  PIC 9(06)
               FROM   NUMCAEE.
           05  TVALIDCAEE
               LINE 14  COLUMN 37  PIC 9(08)
               FROM   VALIDCAEE.
           05  TPROXEE
               LINE 16  COLUMN 29  PIC 9(08)
               FROM   PROXEE.
           05  TW-DEVOL
               LINE 18  COLUMN 29  PIC 9(08)
               USING  W-DEVOL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQEPIENT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEPIENT
                 CLOSE ARQEPIENT
                 MOVE "*** ARQUIVO ARQEPIENT FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEPIENT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0B.
           OPEN INPUT ARQEPICA
           IF CA-ERRO NOT = "00"
              MOVE "* CADASTRE O CA DOS EPI NO FPP121 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1B.
       R0C.
           OPEN INPUT CADPROD
           IF PR-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTOS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM1C.
      *    SEM EPI EXIGIDO POR CARGO (FPP122) A ENTREGA E GRAVADA SEM
      *    DATA DE PROXIMA TROCA.
           MOVE "N" TO W-EC-OK
           OPEN INPUT ARQEPICARG
           IF EC-ERRO = "00"
              MOVE "S" TO W-EC-OK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-FUNC W-DATA.
      *-------------[VISUALIZACAO DA TELA]------------------------------
       R1A.
           MOVE ZEROS TO PRODEE QTDEE NUMCAEE VALIDCAEE PROXEE DEVOLEE
           MOVE ZEROS TO W-DEVOL
           MOVE W-DATA TO DATAEE
           MOVE SPACES TO DESC
           DISPLAY TELA3.
           IF W-FUNC = ZEROS
              GO TO R2.
           DISPLAY (05, 37) NOMEFUNC
           DISPLAY (06, 29) CARGOFUNC
           GO TO R4.
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
           DISPLAY (05, 37) NOMEFUNC
           DISPLAY (06, 29) CARGOFUNC.
       R3.
           ACCEPT TDATAEE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE DATAEE TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF DATAEE > W-HOJE
                   MOVE "A DATA DA ENTREGA NAO PODE SER FUTURA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE DATAEE TO W-DATA.
       R4.
           ACCEPT TPRODEE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   MOVE ZEROS TO PRODEE
                   DISPLAY TPRODEE
                   GO TO R3.
           MOVE PRODEE TO CODPROD
           READ CADPROD
           IF PR-ERRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO (STP003) ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           DISPLAY TDESC
           MOVE W-FUNC TO FUNCEE
           MOVE W-DATA TO DATAEE
           READ ARQEPIENT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE DEVOLEE TO W-DEVOL
                DISPLAY TQTDEE TNUMCAEE TVALIDCAEE TPROXEE TW-DEVOL
                MOVE "*** EPI JA ENTREGUE NESTA DATA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQEPIENT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *    O CA VALE PARA A ENTREGA SE ESTIVER EM VIGOR NA DATA.
           MOVE PRODEE TO PRODCA
           READ ARQEPICA
           IF CA-ERRO NOT = "00"
                   MOVE "* PRODUTO SEM CA - CADASTRE NO FPP121 *"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           IF VALIDCA < DATAEE
                   MOVE "* CA VENCIDO NA DATA - ENTREGA NAO PERMITIDA *"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           MOVE NUMCA   TO NUMCAEE
           MOVE VALIDCA TO VALIDCAEE
           PERFORM CALC-TROCA THRU CALC-TROCA-FIM
           DISPLAY TQTDEE TNUMCAEE TVALIDCAEE TPROXEE.
       R5.
           ACCEPT TQTDEE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF QTDEE = 0
                   MOVE "A QUANTIDADE DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-FUNC TO FUNCEE
                MOVE ZEROS  TO DEVOLEE
                MOVE W-OPERLOG TO OPERADOR-EE
                ACCEPT DATAGRAV-EE FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-EE FROM TIME
                WRITE REGEPIENT
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEPIENT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** ENTREGA GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       INC-REC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "EMITE RECIBO (S/N) : ".
                ACCEPT (23, 61) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO INC-REC.
                PERFORM EMITE-REC THRU EMITE-REC-FIM
                GO TO R1A.
      *
      *****************************************
      * ROTINA DE CONSULTA/DEVOLUCAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVA  D=DEVOLUCAO  E=EXCLUIR  R=RECIBO"
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "D"
                    AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "R"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1A.
                IF W-OPCAO = "R"
                   PERFORM EMITE-REC THRU EMITE-REC-FIM
                   GO TO R1A.
                IF W-OPCAO = "D"
                   GO TO DEV-001.
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQEPIENT RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ENTREGA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    DEVOLUCAO DO EPI: DATA ENTRE A ENTREGA E HOJE. ZEROS
      *    DESFAZ UMA DEVOLUCAO LANCADA POR ENGANO.
       DEV-001.
                IF W-DEVOL = ZEROS
                   MOVE W-HOJE TO W-DEVOL.
                ACCEPT TW-DEVOL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1A.
                IF W-DEVOL = ZEROS
                   GO TO DEV-002.
                MOVE W-DEVOL TO W-DT-DATA
                IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                                   OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-001.
                IF W-DEVOL < DATAEE OR W-DEVOL > W-HOJE
                   MOVE "* DEVOLUCAO ENTRE A ENTREGA E HOJE *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-001.
       DEV-002.
                DISPLAY (23, 40) "CONFIRMA  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DEVOLUCAO NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEV-002.
       DEV-RW1.
                MOVE W-DEVOL TO DEVOLEE
                MOVE W-OPERLOG TO OPERADOR-EE
                ACCEPT DATAGRAV-EE FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-EE FROM TIME
                REWRITE REGEPIENT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** DEVOLUCAO GRAVADA ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1A.
                MOVE "ERRO NA ALTERACAO DO ARQEPIENT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    QUANTIDADE E PROXIMA TROCA PELO EPI EXIGIDO PARA O CARGO
      *    DO FUNCIONARIO; FORA DO CARGO A QUANTIDADE SUGERIDA E 1 E
      *    NAO HA TROCA PROGRAMADA.
       CALC-TROCA.
           MOVE 1 TO QTDEE
           MOVE ZEROS TO PROXEE
           IF W-EC-OK NOT = "S"
              GO TO CALC-TROCA-FIM.
           MOVE CARGOFUNC TO CARGOEC
           MOVE PRODEE    TO PRODEC
           READ ARQEPICARG
           IF EC-ERRO NOT = "00"
              MOVE "* EPI NAO EXIGIDO PARA O CARGO (FPP122) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CALC-TROCA-FIM.
           MOVE QTDEC TO QTDEE
           MOVE DATAEE TO W-DT-DATA
           MOVE INTERVEC TO W-DT-NDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DT-DATA TO PROXEE.
       CALC-TROCA-FIM.
           EXIT.
      *
      ************************************************
      * RECIBO DE ENTREGA DE EPI PARA ASSINATURA     *
      ************************************************
      *    LISTA TODOS OS EPI ENTREGUES AO FUNCIONARIO NA DATA.
       EMITE-REC.
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-REC-FIM.
           WRITE REGFUNCIONARIOTX FROM RESEP
           WRITE REGFUNCIONARIOTX FROM RETIT
           WRITE REGFUNCIONARIOTX FROM RESEP
           WRITE REGFUNCIONARIOTX FROM LINHABR
           MOVE NOMEFUNC  TO RENOMETX
           MOVE CODFUNC   TO RECODTX
           MOVE CARGOFUNC TO RECARGOTX
           WRITE REGFUNCIONARIOTX FROM REL1
           MOVE W-DATA TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMAN TO REDATATX
           WRITE REGFUNCIONARIOTX FROM REL2
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM RED1
           WRITE REGFUNCIONARIOTX FROM RED2
           WRITE REGFUNCIONARIOTX FROM RED3
           WRITE REGFUNCIONARIOTX FROM RED4
           WRITE REGFUNCIONARIOTX FROM RED5
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM RECAB
           WRITE REGFUNCIONARIOTX FROM RESEP
           MOVE ZEROS TO W-QTDREC
           MOVE W-FUNC TO FUNCEE
           MOVE W-DATA TO DATAEE
           MOVE ZEROS  TO PRODEE
           START ARQEPIENT KEY IS NOT LESS CHAVEEE
              INVALID KEY
                 GO TO EMITE-REC2.
       EMITE-REC1.
           READ ARQEPIENT NEXT
           IF ST-ERRO NOT = "00"
              GO TO EMITE-REC2.
           IF FUNCEE NOT = W-FUNC OR DATAEE NOT = W-DATA
              GO TO EMITE-REC2.
           MOVE PRODEE TO REPRODTX CODPROD
           MOVE SPACES TO REDESCTX
           READ CADPROD
           IF PR-ERRO = "00"
              MOVE DESC TO REDESCTX.
           MOVE QTDEE   TO REQTDTX
           MOVE NUMCAEE TO RECATX
           MOVE VALIDCAEE TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           MOVE W-DT-DMAN TO REVALTX
           MOVE SPACES TO REPROXTX
           IF PROXEE NOT = ZEROS
              MOVE PROXEE TO W-DT-DATA
              PERFORM DATA-DMA THRU DATA-DMA-FIM
              STRING W-DT-DIA2 "/" W-DT-MES2 "/" W-DT-ANO2
                     DELIMITED BY SIZE INTO REPROXTX.
           WRITE REGFUNCIONARIOTX FROM REDET
           ADD 1 TO W-QTDREC
           GO TO EMITE-REC1.
       EMITE-REC2.
           WRITE REGFUNCIONARIOTX FROM RESEP
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM REASS1
           WRITE REGFUNCIONARIOTX FROM REASS2
           WRITE REGFUNCIONARIOTX FROM RESEP
           CLOSE ARQFUNCTX
           DIVIDE W-DATA BY 100 GIVING COMPETRC
           MOVE W-QTDREC TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** RECIBO GRAVADO - VER RELATORIO FPP123 **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EMITE-REC-FIM.
           EXIT.
      *
      *    SOMA W-DT-NDIAS DIAS A DATA W-DT-DATA (AAAAMMDD).
       SOMA-DIAS.
           COMPUTE W-DT-RESTO = W-DT-DIA + W-DT-NDIAS.
       SOMA-DIAS1.
           PERFORM DIAS-MES THRU DIAS-MES-FIM
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
      *    QUANTIDADE DE DIAS DO MES DE W-DT-DATA.
       DIAS-MES.
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
       DIAS-MES-FIM.
           EXIT.
      *
      *    W-DT-DATA (AAAAMMDD) PARA DIA, MES E ANO DO RECIBO.
       DATA-DMA.
           MOVE W-DT-DIA TO W-DT-DIA2
           MOVE W-DT-MES TO W-DT-MES2
           MOVE W-DT-ANO TO W-DT-ANO2.
       DATA-DMA-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-EC-OK = "S"
              CLOSE ARQEPICARG.
           CLOSE CADPROD.
       ROT-FIM1C.
           CLOSE ARQEPICA.
       ROT-FIM1B.
           CLOSE ARQFUNC.
       ROT-FIM2.
           CLOSE ARQEPIENT.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIM1.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA E DATA DA EMISSAO.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP123-" DELIMITED BY SIZE
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
           MOVE "FPP123" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
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
