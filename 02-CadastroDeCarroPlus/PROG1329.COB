       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG1329.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * VISTORIA DE ENTREGA E DEVOLUCAO (ARQVISTOR)    *
      * CHECKLIST, COMBUSTIVEL, KM E AVARIAS POR AREA  *
      * NA SAIDA E NO RETORNO DO VEICULO. A SAIDA FICA *
      * PENDENTE ATE A ENTREGA NO PROG1307, OU LIGADA  *
      * A RESERVA DO DIA (PROG1323); O RETORNO E       *
      * COMPARADO COM A SAIDA E A AVARIA NOVA PODE     *
      * ABRIR SINISTRO (PROG1320) OU ORDEM DE SERVICO  *
      * (PROG1318) EM NOME DO CONDUTOR.                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVISTOR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEVI
                   FILE STATUS  IS VI-ERRO.

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

           SELECT ARQFUNC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODFUNC
                   ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                   FILE STATUS  IS FUNC-ERRO.

           SELECT ARQSINIS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVESN
                   FILE STATUS  IS SN-ERRO.

           SELECT ARQDOCVEIC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEDC
                   FILE STATUS  IS DC-ERRO.

           SELECT ARQORDSERV ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMOS
                   FILE STATUS  IS OS-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    TIPO: S = SAIDA, R = RETORNO.
      *    ORIGEM: A = ATRIBUICAO (PROG1307), R = RESERVA (PROG1323).
      *    SITUACAO: P = PENDENTE (SAIDA AINDA NAO ENTREGUE NO
      *    PROG1307, RETORNO AINDA NAO DEVOLVIDO NO PROG1307 OU
      *    VEICULO FORA COM A RESERVA), V = VINCULADA/ENCERRADA.
      *    NA ATRIBUICAO A CHAVE DE ORIGEM E A DO ARQATRIB; NA
      *    RESERVA E O INICIO DO ARQRESVEI.
       FD ARQVISTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVISTOR.DAT".
       01 REGVISTOR.
          03 CHAVEVI.
             05 PLACAVI        PIC X(08).
             05 DATAVI         PIC 9(08).
             05 HORAVI         PIC 9(06).
          03 TIPOVI            PIC X(01).
          03 ORIGVI            PIC X(01).
          03 FUNCVI            PIC 9(06).
          03 CHAVEORVI.
             05 DATAORVI       PIC 9(08).
             05 HORAORVI       PIC 9(06).
          03 KMVI              PIC 9(07).
      *    COMBUSTIVEL EM QUARTOS DO TANQUE: 0 = VAZIO, 4 = CHEIO.
          03 COMBVI            PIC 9(01).
      *    CHECKLIST: S = OK, N = COM PROBLEMA (VER TABITEM).
          03 ITENSVI.
             05 ITEMVI         PIC X(01) OCCURS 5 TIMES.
      *    AVARIA POR AREA DA CARROCERIA, EM BRANCO = SEM AVARIA.
          03 AVARIASVI.
             05 AVARVI         PIC X(20) OCCURS 6 TIMES.
          03 SITVI             PIC X(01).
      *    NO RETORNO: A VISTORIA DE SAIDA USADA NA COMPARACAO, SE
      *    HOUVE AVARIA NOVA E A PROVIDENCIA TOMADA (S = SINISTRO,
      *    O = ORDEM DE SERVICO, N = NENHUMA).
          03 CHAVESAIVI.
             05 DATASAIVI      PIC 9(08).
             05 HORASAIVI      PIC 9(06).
          03 NOVAVI            PIC X(01).
          03 PROVVI            PIC X(01).
          03 NUMOSVI           PIC 9(06).
          03 OPERADOR-VI       PIC X(08).
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
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC PIC 9(6).
           03 NOMEFUNC PIC X(30).
           03 FILLER PIC X(170).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 VI-ERRO    PIC X(02) VALUE "00".
       01 CAR-ERRO   PIC X(02) VALUE "00".
       01 AT-ERRO    PIC X(02) VALUE "00".
       01 RV-ERRO    PIC X(02) VALUE "00".
       01 FUNC-ERRO  PIC X(02) VALUE "00".
       01 SN-ERRO    PIC X(02) VALUE "00".
       01 DC-ERRO    PIC X(02) VALUE "00".
       01 OS-ERRO    PIC X(02) VALUE "00".
       01 W-ATRIB-OK PIC X(01) VALUE "N".
       01 W-RES-OK   PIC X(01) VALUE "N".
       01 W-FUNC-OK  PIC X(01) VALUE "N".
       01 W-DOC-OK   PIC X(01) VALUE "N".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-PLACA    PIC X(08) VALUE SPACES.
       01 W-TIPO     PIC X(01) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-ABERTA   PIC X(01) VALUE "N".
       01 W-TEMRES   PIC X(01) VALUE "N".
       01 W-SAIOK    PIC X(01) VALUE "N".
       01 W-RETPEND  PIC X(01) VALUE "N".
       01 W-TEMULT   PIC X(01) VALUE "N".
       01 W-SUBST    PIC X(01) VALUE "N".
       01 W-CHAVEOR  PIC 9(14) VALUE ZEROS.
       01 W-FUNCOR   PIC 9(06) VALUE ZEROS.
       01 W-PROXOS   PIC 9(06) VALUE ZEROS.
       01 W-QTDNOVA  PIC 9(02) VALUE ZEROS.
       01 W-VALDANO  PIC 9(08)V99 VALUE ZEROS.
       01 W-DESCAV   PIC X(30) VALUE SPACES.
       01 W-ITEM     PIC X(01) VALUE SPACES.
       01 W-AVAR     PIC X(20) VALUE SPACES.
       01 W-ORIGTX   PIC X(10) VALUE SPACES.
       01 W-REGNOVO  PIC X(208) VALUE SPACES.
       01 IX         PIC 9(01) VALUE ZEROS.
       01 LIN        PIC 9(02) VALUE ZEROS.
      *
      *    VISTORIA DE SAIDA USADA NA COMPARACAO DO RETORNO.
       01 W-SAI.
          03 W-SAICHAVE.
             05 W-SAIPLACA     PIC X(08).
             05 W-SAIDATA      PIC 9(08).
             05 W-SAIHORA      PIC 9(06).
          03 W-SAIKM           PIC 9(07).
          03 W-SAICOMB         PIC 9(01).
          03 W-SAIITENS.
             05 W-SAIITEM      PIC X(01) OCCURS 5 TIMES.
          03 W-SAIAVARS.
             05 W-SAIAV        PIC X(20) OCCURS 6 TIMES.
      *
      *    ULTIMA VISTORIA DA PLACA.
       01 W-ULT.
          03 W-ULTCHAVE.
             05 W-ULTPLACA     PIC X(08).
             05 W-ULTDATA      PIC 9(08).
             05 W-ULTHORA      PIC 9(06).
          03 W-ULTKM           PIC 9(07).
          03 W-ULTCOMB         PIC 9(01).
          03 W-ULTITENS        PIC X(05).
          03 W-ULTAVARS        PIC X(120).
          03 W-ULTTIPO         PIC X(01).
          03 W-ULTORIG         PIC X(01).
          03 W-ULTSIT          PIC X(01).
          03 W-ULTFUNC         PIC 9(06).
          03 W-ULTCHOR         PIC 9(14).
      *
       01 TABITEMX.
          03 FILLER PIC X(23) VALUE "PNEUS".
          03 FILLER PIC X(23) VALUE "LUZES E SINALIZACAO".
          03 FILLER PIC X(23) VALUE "DOCUMENTOS DO VEICULO".
          03 FILLER PIC X(23) VALUE "ESTEPE/MACACO/TRIANGULO".
          03 FILLER PIC X(23) VALUE "LIMPEZA".
       01 TABITEM REDEFINES TABITEMX.
          03 TBITEM PIC X(23) OCCURS 5 TIMES.
       01 TABAREAX.
          03 FILLER PIC X(21) VALUE "DIANTEIRA/PARA-CHOQUE".
          03 FILLER PIC X(21) VALUE "TRASEIRA".
          03 FILLER PIC X(21) VALUE "LATERAL ESQUERDA".
          03 FILLER PIC X(21) VALUE "LATERAL DIREITA".
          03 FILLER PIC X(21) VALUE "TETO E CAPO".
          03 FILLER PIC X(21) VALUE "INTERIOR".
       01 TABAREA REDEFINES TABAREAX.
          03 TBAREA PIC X(21) OCCURS 6 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** VISTORIA DE ENTREGA E DEVOLUCAO ***".
           05  LINE 04  COLUMN 04 VALUE  "PLACA                  :".
           05  LINE 05  COLUMN 04 VALUE  "TIPO DA VISTORIA       :".
           05  LINE 05  COLUMN 32
               VALUE  "S=SAIDA  R=RETORNO  C=CONSULTAR A ULTIMA".
           05  LINE 06  COLUMN 04 VALUE  "ORIGEM / CONDUTOR      :".
           05  LINE 07  COLUMN 04 VALUE  "KM / COMBUSTIVEL (0-4) :".
           05  LINE 08  COLUMN 04 VALUE  "CHECKLIST (S=OK N=PROBL.)".
           05  LINE 09  COLUMN 04 VALUE  "PNEUS                  :".
           05  LINE 10  COLUMN 04 VALUE  "LUZES E SINALIZACAO    :".
           05  LINE 11  COLUMN 04 VALUE  "DOCUMENTOS DO VEICULO  :".
           05  LINE 12  COLUMN 04 VALUE  "ESTEPE/MACACO/TRIANGULO:".
           05  LINE 13  COLUMN 04 VALUE  "LIMPEZA                :".
           05  LINE 14  COLUMN 04 VALUE  "AVARIAS (BRANCO=NENHUMA)".
           05  LINE 15  COLUMN 04 VALUE  "DIANTEIRA/PARA-CHOQUE  :".
           05  LINE 16  COLUMN 04 VALUE  "TRASEIRA               :".
           05  LINE 17  COLUMN 04 VALUE  "LATERAL ESQUERDA       :".
           05  LINE 18  COLUMN 04 VALUE  "LATERAL DIREITA        :".
           05  LINE 19  COLUMN 04 VALUE  "TETO E CAPO            :".
           05  LINE 20  COLUMN 04 VALUE  "INTERIOR               :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-PLACA
               LINE 04  COLUMN 29  PIC X(08)
               USING  W-PLACA
               HIGHLIGHT.
           05  TW-TIPO
               LINE 05  COLUMN 29  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TKMVI
               LINE 07  COLUMN 29  PIC 9(07)
               USING  KMVI
               HIGHLIGHT.
           05  TCOMBVI
               LINE 07  COLUMN 40  PIC 9(01)
               USING  COMBVI
               HIGHLIGHT.
           05  TVALDANO
               LINE 22  COLUMN 26  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VALDANO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQVISTOR
           IF VI-ERRO NOT = "00"
              IF VI-ERRO = "30"
                 OPEN OUTPUT ARQVISTOR
                 CLOSE ARQVISTOR
                 MOVE "*** ARQUIVO ARQVISTOR FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQVISTOR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADCARRO
           IF CAR-ERRO NOT = "00"
              MOVE "ARQUIVO CADCARRO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQVISTOR
              GO TO ROT-FIM2.
       R0B.
           OPEN I-O ARQSINIS
           IF SN-ERRO NOT = "00"
              IF SN-ERRO = "30"
                 OPEN OUTPUT ARQSINIS
                 CLOSE ARQSINIS
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSINIS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQVISTOR CADCARRO
                 GO TO ROT-FIM2.
       R0C.
           OPEN I-O ARQORDSERV
           IF OS-ERRO NOT = "00"
              IF OS-ERRO = "30"
                 OPEN OUTPUT ARQORDSERV
                 CLOSE ARQORDSERV
                 GO TO R0C
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQORDSERV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQVISTOR CADCARRO ARQSINIS
                 GO TO ROT-FIM2.
           MOVE "N" TO W-ATRIB-OK
           OPEN INPUT ARQATRIB
           IF AT-ERRO = "00"
              MOVE "S" TO W-ATRIB-OK.
           MOVE "N" TO W-RES-OK
           OPEN INPUT ARQRESVEI
           IF RV-ERRO = "00"
              MOVE "S" TO W-RES-OK.
           MOVE "N" TO W-FUNC-OK
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO = "00"
              MOVE "S" TO W-FUNC-OK.
           MOVE "N" TO W-DOC-OK
           OPEN INPUT ARQDOCVEIC
           IF DC-ERRO = "00"
              MOVE "S" TO W-DOC-OK.
       R0D.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0D.
      *
       R1.
           MOVE SPACES TO W-PLACA W-TIPO
           MOVE SPACES TO REGVISTOR
           MOVE ZEROS  TO KMVI COMBVI FUNCVI CHAVEORVI CHAVESAIVI
                          NUMOSVI
           MOVE "SSSSS" TO ITENSVI
           DISPLAY TELA.
       R2.
           ACCEPT TW-PLACA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-PLACA = SPACES
              MOVE "A PLACA DEVE SER INFORMADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-PLACA TO PLACA
           READ CADCARRO
           IF CAR-ERRO NOT = "00"
              MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TW-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-TIPO = "s"
              MOVE "S" TO W-TIPO.
           IF W-TIPO = "r"
              MOVE "R" TO W-TIPO.
           IF W-TIPO = "c"
              MOVE "C" TO W-TIPO.
           IF W-TIPO NOT = "S" AND "R" AND "C"
              MOVE "*** DIGITE S, R OU C ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE "N" TO W-SUBST W-SAIOK
           MOVE ZEROS TO W-FUNCOR W-CHAVEOR
           PERFORM BUSCA-ABERTA THRU BUSCA-ABERTA-FIM
           PERFORM BUSCA-VIST THRU BUSCA-VIST-FIM
           IF W-TIPO = "C"
              GO TO CON-001.
           IF W-TIPO = "R"
              GO TO R3R.
      *
      *    SAIDA: VEICULO NO PATIO, SEM ENTREGA EM ABERTO E SEM
      *    SAIDA DE RESERVA AINDA NAO RETORNADA.
           IF SITUACAO = "S"
              MOVE "*** VEICULO SUCATEADO NAO PODE SAIR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-ABERTA = "S"
              MOVE "* VEICULO ENTREGUE - FACA A VISTORIA DE RETORNO *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-TEMULT = "S" AND W-ULTTIPO = "S" AND W-ULTSIT = "P"
              IF W-ULTORIG = "R"
                 MOVE "* VEICULO FORA COM RESERVA - FACA O RETORNO *"
                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1
              ELSE
      *          SAIDA ANTERIOR NAO ENTREGUE NO PROG1307: E TROCADA.
                 MOVE "S" TO W-SUBST
                 MOVE "* SAIDA PENDENTE ANTERIOR SERA SUBSTITUIDA *"
                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    RESERVA ATIVA PARA HOJE: A SAIDA JA FICA COM O CONDUTOR;
      *    SEM RESERVA ELA ESPERA A ENTREGA NO PROG1307.
           PERFORM BUSCA-RES THRU BUSCA-RES-FIM
           IF W-TEMRES = "S"
              MOVE "R" TO ORIGVI
              MOVE W-FUNCOR TO FUNCVI
           ELSE
              MOVE "A" TO ORIGVI
              MOVE ZEROS TO FUNCVI W-CHAVEOR.
           MOVE W-CHAVEOR TO CHAVEORVI
           GO TO R3M.
      *
      *    RETORNO: DA ENTREGA EM ABERTO NO ARQATRIB OU DA SAIDA DE
      *    RESERVA AINDA PENDENTE.
       R3R.
           IF W-ABERTA = "S"
              IF W-RETPEND = "S"
                 MOVE "* RETORNO JA VISTORIADO - DEVOLVA NO PROG1307 *"
                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1
              ELSE
                 MOVE "A" TO ORIGVI
                 MOVE W-FUNCOR  TO FUNCVI
                 MOVE W-CHAVEOR TO CHAVEORVI
                 GO TO R3S.
           IF W-TEMULT = "S" AND W-ULTTIPO = "S" AND W-ULTSIT = "P"
                             AND W-ULTORIG = "R"
              MOVE "R" TO ORIGVI
              MOVE W-ULTFUNC   TO FUNCVI
              MOVE W-ULTCHOR   TO CHAVEORVI
              MOVE W-ULTCHAVE  TO W-SAICHAVE
              MOVE W-ULTKM     TO W-SAIKM
              MOVE W-ULTCOMB   TO W-SAICOMB
              MOVE W-ULTITENS  TO W-SAIITENS
              MOVE W-ULTAVARS  TO W-SAIAVARS
              MOVE "S" TO W-SAIOK
              GO TO R3S.
           MOVE "*** NAO HA SAIDA EM ABERTO PARA A PLACA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *    ENTREGA FEITA ANTES DA VISTORIA DE SAIDA: TODA AVARIA DO
      *    RETORNO CONTA COMO NOVA.
       R3S.
           IF W-SAIOK NOT = "S"
              MOVE SPACES TO W-SAIAVARS
              MOVE "SSSSS" TO W-SAIITENS
              MOVE ZEROS TO W-SAIKM W-SAICOMB W-SAIDATA W-SAIHORA
              MOVE "* ENTREGA SEM VISTORIA DE SAIDA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE W-SAIDATA TO DATASAIVI
           MOVE W-SAIHORA TO HORASAIVI
           MOVE W-SAIITENS TO ITENSVI
           MOVE W-SAIAVARS TO AVARIASVI
           MOVE W-SAIKM TO KMVI
           PERFORM MOSTRA-SAI THRU MOSTRA-SAI-FIM.
       R3M.
           MOVE "ATRIBUICAO" TO W-ORIGTX
           IF ORIGVI = "R"
              MOVE "RESERVA" TO W-ORIGTX.
           DISPLAY (06, 29) W-ORIGTX
           PERFORM MOSTRA-FUNC THRU MOSTRA-FUNC-FIM.
       R4.
           ACCEPT TKMVI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF KMVI = ZEROS
              MOVE "INFORME O KM DO ODOMETRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-TIPO = "R" AND KMVI < W-SAIKM
              MOVE "* KM MENOR QUE O DA VISTORIA DE SAIDA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
       R5.
           ACCEPT TCOMBVI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF COMBVI > 4
              MOVE "* COMBUSTIVEL DE 0 (VAZIO) A 4 (CHEIO) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
      *
      *    CHECKLIST, UM ITEM POR LINHA (09 A 13).
       R6.
           MOVE 1 TO IX.
       R6A.
           COMPUTE LIN = IX + 8
           MOVE ITEMVI (IX) TO W-ITEM
           ACCEPT (LIN, 29) W-ITEM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF IX = 1
                 GO TO R5
              ELSE
                 SUBTRACT 1 FROM IX
                 GO TO R6A.
           IF W-ITEM = "s"
              MOVE "S" TO W-ITEM.
           IF W-ITEM = "n"
              MOVE "N" TO W-ITEM.
           IF W-ITEM NOT = "S" AND "N"
              MOVE "*** DIGITE S=OK OU N=COM PROBLEMA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6A.
           MOVE W-ITEM TO ITEMVI (IX)
           ADD 1 TO IX
           IF IX < 6
              GO TO R6A.
      *
      *    AVARIAS, UMA AREA POR LINHA (15 A 20).
       R7.
           MOVE 1 TO IX.
       R7A.
           COMPUTE LIN = IX + 14
           MOVE AVARVI (IX) TO W-AVAR
           ACCEPT (LIN, 29) W-AVAR WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF IX = 1
                 MOVE 5 TO IX
                 GO TO R6A
              ELSE
                 SUBTRACT 1 FROM IX
                 GO TO R7A.
           MOVE W-AVAR TO AVARVI (IX)
           ADD 1 TO IX
           IF IX < 7
              GO TO R7A.
      *
      *    RETORNO: O QUE ESTAVA OK NA SAIDA E VOLTOU COM PROBLEMA, E
      *    A AREA SEM AVARIA (OU COM OUTRA) NA SAIDA, E AVARIA NOVA.
       R8.
           MOVE "N" TO NOVAVI
           MOVE ZEROS TO W-QTDNOVA
           MOVE SPACES TO W-DESCAV
           IF W-TIPO NOT = "R"
              GO TO INC-OPC.
           MOVE 1 TO IX.
       R8A.
           COMPUTE LIN = IX + 8
           DISPLAY (LIN, 73) "     "
           IF W-SAIITEM (IX) NOT = "N" AND ITEMVI (IX) = "N"
              DISPLAY (LIN, 73) "*NOVO"
              ADD 1 TO W-QTDNOVA
              IF W-DESCAV = SPACES
                 STRING "VISTORIA: " DELIMITED BY SIZE
                        TBITEM (IX)  DELIMITED BY SIZE
                        INTO W-DESCAV.
           ADD 1 TO IX
           IF IX < 6
              GO TO R8A.
           MOVE 1 TO IX.
       R8B.
           COMPUTE LIN = IX + 14
           DISPLAY (LIN, 73) "     "
           IF AVARVI (IX) NOT = SPACES
                            AND AVARVI (IX) NOT = W-SAIAV (IX)
              DISPLAY (LIN, 73) "*NOVA"
              ADD 1 TO W-QTDNOVA
              IF W-DESCAV = SPACES
                 STRING TBAREA (IX)  DELIMITED BY "  "
                        ": "         DELIMITED BY SIZE
                        AVARVI (IX)  DELIMITED BY SIZE
                        INTO W-DESCAV.
           ADD 1 TO IX
           IF IX < 7
              GO TO R8B.
           IF W-QTDNOVA > ZEROS
              MOVE "S" TO NOVAVI
              MOVE "*** HA AVARIA NOVA EM RELACAO A SAIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "GRAVA A VISTORIA (S/N) : "
           ACCEPT (23, 65) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE 6 TO IX
              GO TO R7A.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** VISTORIA NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO INC-OPC.
       INC-WR1.
           MOVE W-PLACA TO PLACAVI
           ACCEPT DATAVI FROM DATE YYYYMMDD
           ACCEPT HORAVI FROM TIME
           MOVE W-TIPO TO TIPOVI
           MOVE "P" TO SITVI
           IF W-TIPO = "R" AND ORIGVI = "R"
              MOVE "V" TO SITVI.
           MOVE "N" TO PROVVI
           MOVE ZEROS TO NUMOSVI
           MOVE W-OPERADOR TO OPERADOR-VI
           MOVE REGVISTOR TO W-REGNOVO
      *    SAIDA PENDENTE SUBSTITUIDA.
           IF W-SUBST = "S"
              MOVE W-ULTCHAVE TO CHAVEVI
              DELETE ARQVISTOR RECORD
              MOVE W-REGNOVO TO REGVISTOR.
           WRITE REGVISTOR
           IF VI-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA VISTORIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    RETORNO DE RESERVA: ENCERRA A SAIDA CORRESPONDENTE.
           IF W-TIPO = "R" AND ORIGVI = "R"
              MOVE W-SAICHAVE TO CHAVEVI
              READ ARQVISTOR
              IF VI-ERRO = "00"
                 MOVE "V" TO SITVI
                 REWRITE REGVISTOR
              END-IF
              MOVE W-REGNOVO TO REGVISTOR.
           IF NOVAVI = "S"
              GO TO PROV-001.
           MOVE "*** VISTORIA GRAVADA ***" TO MENS
           IF W-TIPO = "S" AND ORIGVI = "A"
              MOVE "* VISTORIA GRAVADA - ENTREGUE NO PROG1307 *"
                                              TO MENS.
           IF W-TIPO = "R" AND ORIGVI = "A"
              MOVE "* VISTORIA GRAVADA - DEVOLVA NO PROG1307 *"
                                              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      ************************************
      * PROVIDENCIA PARA A AVARIA NOVA   *
      ************************************
       PROV-001.
           DISPLAY (22, 04)
               "AVARIA NOVA: S=ABRIR SINISTRO  O=ABRIR OS  N=NENHUMA :"
           MOVE SPACES TO W-OPCAO
           ACCEPT (22, 59) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO PROV-FIM.
           IF W-OPCAO = "S" OR "s"
              GO TO PROV-SIN.
           IF W-OPCAO = "O" OR "o"
              GO TO PROV-OS.
           GO TO PROV-001.
      *
      *    SINISTRO NA DATA DO RETORNO, COM O CONDUTOR DA ENTREGA E A
      *    APOLICE DO ARQDOCVEIC, COMO NO PROG1320.
       PROV-SIN.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 04) "ESTIMATIVA DANO:"
           MOVE ZEROS TO W-VALDANO
           ACCEPT TVALDANO
           MOVE PLACAVI   TO PLACASN
           MOVE DATAVI    TO DATASN
           MOVE FUNCVI    TO FUNCSN
           MOVE W-DESCAV  TO DESCSN
           MOVE W-VALDANO TO VALORDANO
           MOVE SPACES    TO APOLICESN
           IF W-DOC-OK = "S"
              MOVE PLACAVI TO PLACADC
              MOVE "S"     TO TIPODC
              READ ARQDOCVEIC
              IF DC-ERRO = "00"
                 MOVE REFDC TO APOLICESN.
           MOVE ZEROS TO FRANQUIASN INDENIZSN DATALIQSN
           MOVE "A" TO SITSN
           MOVE W-OPERADOR TO OPERADOR-SN
           WRITE REGSINIS
           MOVE "S" TO PROVVI
           MOVE "* SINISTRO ABERTO - ACOMPANHE NO PROG1320 *" TO MENS
           IF SN-ERRO = "22"
              MOVE "* JA HA SINISTRO DA PLACA NESTA DATA (PROG1320) *"
                                              TO MENS.
           GO TO PROV-FIM.
      *
      *    ORDEM DE SERVICO CORRETIVA (SEM PLANO) NO KM DO RETORNO,
      *    COM O CONDUTOR RESPONSAVEL.
       PROV-OS.
           PERFORM PROX-OS THRU PROX-OS-FIM
           MOVE W-PROXOS TO NUMOS
           MOVE PLACAVI  TO PLACAOS
           MOVE ZEROS    TO PLANOOS
           ACCEPT DATAABOS FROM DATE YYYYMMDD
           MOVE KMVI     TO KMOS
           MOVE "A"      TO SITOS
           MOVE ZEROS TO CUSTPECAOS HORASOS TAXAHORA DATAFECOS
           MOVE W-OPERADOR TO OPERADOR-OS
           MOVE FUNCVI   TO FUNCOS
           WRITE REGORDSERV
           MOVE "O" TO PROVVI
           MOVE NUMOS TO NUMOSVI
           MOVE "* OS ABERTA - LANCE PECAS E HORAS NO PROG1318 *"
                                              TO MENS.
       PROV-FIM.
           REWRITE REGVISTOR
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      ************************************
      * CONSULTA DA ULTIMA VISTORIA      *
      ************************************
       CON-001.
           IF W-TEMULT NOT = "S"
              MOVE "*** NENHUMA VISTORIA PARA A PLACA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-ULTCHAVE TO CHAVEVI
           READ ARQVISTOR
           IF VI-ERRO NOT = "00"
              GO TO R1.
           MOVE TIPOVI TO W-TIPO
           DISPLAY TW-TIPO
           MOVE "ATRIBUICAO" TO W-ORIGTX
           IF ORIGVI = "R"
              MOVE "RESERVA" TO W-ORIGTX.
           DISPLAY (06, 29) W-ORIGTX
           PERFORM MOSTRA-FUNC THRU MOSTRA-FUNC-FIM
           DISPLAY TKMVI
           DISPLAY TCOMBVI
           DISPLAY (04, 40) "EM"
           DISPLAY (04, 43) DATAVI
           DISPLAY (04, 52) HORAVI
           IF TIPOVI = "R" AND CHAVESAIVI NOT = ZEROS
              MOVE REGVISTOR TO W-REGNOVO
              MOVE DATASAIVI TO DATAVI
              MOVE HORASAIVI TO HORAVI
              READ ARQVISTOR
              IF VI-ERRO = "00"
                 MOVE KMVI      TO W-SAIKM
                 MOVE COMBVI    TO W-SAICOMB
                 MOVE ITENSVI   TO W-SAIITENS
                 MOVE AVARIASVI TO W-SAIAVARS
                 PERFORM MOSTRA-SAI THRU MOSTRA-SAI-FIM
              END-IF
              MOVE W-REGNOVO TO REGVISTOR.
           MOVE 1 TO IX.
       CON-002.
           COMPUTE LIN = IX + 8
           DISPLAY (LIN, 29) ITEMVI (IX)
           ADD 1 TO IX
           IF IX < 6
              GO TO CON-002.
           MOVE 1 TO IX.
       CON-003.
           COMPUTE LIN = IX + 14
           DISPLAY (LIN, 29) AVARVI (IX)
           ADD 1 TO IX
           IF IX < 7
              GO TO CON-003.
           IF PROVVI = "S"
              DISPLAY (22, 04) "SINISTRO ABERTO NO PROG1320".
           IF PROVVI = "O"
              DISPLAY (22, 04) "ORDEM DE SERVICO:"
              DISPLAY (22, 22) NUMOSVI.
           DISPLAY (23, 12) "TECLE ENTER P/ CONTINUAR"
           STOP " "
           GO TO R1.
      *
      *    COLUNA DA VISTORIA DE SAIDA (COL. 51) PARA O RETORNO.
       MOSTRA-SAI.
           DISPLAY (08, 51) "NA SAIDA"
           DISPLAY (07, 51) "SAIDA:"
           DISPLAY (07, 58) W-SAIKM
           DISPLAY (07, 66) W-SAICOMB
           MOVE 1 TO IX.
       MOSTRA-SAI1.
           COMPUTE LIN = IX + 8
           DISPLAY (LIN, 51) W-SAIITEM (IX)
           ADD 1 TO IX
           IF IX < 6
              GO TO MOSTRA-SAI1.
           MOVE 1 TO IX.
       MOSTRA-SAI2.
           COMPUTE LIN = IX + 14
           DISPLAY (LIN, 51) W-SAIAV (IX)
           ADD 1 TO IX
           IF IX < 7
              GO TO MOSTRA-SAI2.
       MOSTRA-SAI-FIM.
           EXIT.
      *
       MOSTRA-FUNC.
           DISPLAY (06, 40) FUNCVI
           IF FUNCVI = ZEROS OR W-FUNC-OK NOT = "S"
              GO TO MOSTRA-FUNC-FIM.
           MOVE FUNCVI TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO = "00"
              DISPLAY (06, 47) NOMEFUNC.
       MOSTRA-FUNC-FIM.
           EXIT.
      *
      *    ENTREGA EM ABERTO DA PLACA (COMO NO PROG1307): GUARDA O
      *    CONDUTOR E A CHAVE DA ATRIBUICAO.
       BUSCA-ABERTA.
           MOVE "N" TO W-ABERTA
           IF W-ATRIB-OK NOT = "S"
              GO TO BUSCA-ABERTA-FIM.
           MOVE W-PLACA TO PLACAAT
           MOVE ZEROS TO DATAAT HORAAT
           START ARQATRIB KEY IS NOT LESS CHAVEAT
              INVALID KEY
                 GO TO BUSCA-ABERTA-FIM.
       BUSCA-ABERTA1.
           READ ARQATRIB NEXT
           IF AT-ERRO NOT = "00"
              GO TO BUSCA-ABERTA-FIM.
           IF PLACAAT NOT = W-PLACA
              GO TO BUSCA-ABERTA-FIM.
           IF DATADEV = ZEROS
              MOVE "S" TO W-ABERTA
              MOVE FUNCAT TO W-FUNCOR
              COMPUTE W-CHAVEOR = DATAAT * 1000000 + HORAAT
              GO TO BUSCA-ABERTA-FIM.
           GO TO BUSCA-ABERTA1.
       BUSCA-ABERTA-FIM.
           EXIT.
      *
      *    RESERVA ATIVA DA PLACA COBRINDO A DATA DE HOJE.
       BUSCA-RES.
           MOVE "N" TO W-TEMRES
           IF W-RES-OK NOT = "S"
              GO TO BUSCA-RES-FIM.
           MOVE W-PLACA TO PLACARV
           MOVE ZEROS TO DATAINIRV
           START ARQRESVEI KEY IS NOT LESS CHAVERV
              INVALID KEY
                 GO TO BUSCA-RES-FIM.
       BUSCA-RES1.
           READ ARQRESVEI NEXT
           IF RV-ERRO NOT = "00"
              GO TO BUSCA-RES-FIM.
           IF PLACARV NOT = W-PLACA OR DATAINIRV > W-DATAHOJE
              GO TO BUSCA-RES-FIM.
           IF SITRV = "A" AND DATAFIMRV NOT < W-DATAHOJE
              MOVE "S" TO W-TEMRES
              MOVE FUNCRV TO W-FUNCOR
              COMPUTE W-CHAVEOR = DATAINIRV * 1000000
              GO TO BUSCA-RES-FIM.
           GO TO BUSCA-RES1.
       BUSCA-RES-FIM.
           EXIT.
      *
      *    VARRE AS VISTORIAS DA PLACA: GUARDA A ULTIMA, A SAIDA DA
      *    ENTREGA EM ABERTO E SE O RETORNO DELA JA FOI FEITO.
       BUSCA-VIST.
           MOVE "N" TO W-TEMULT W-SAIOK W-RETPEND
           MOVE W-PLACA TO PLACAVI
           MOVE ZEROS TO DATAVI HORAVI
           START ARQVISTOR KEY IS NOT LESS CHAVEVI
              INVALID KEY
                 GO TO BUSCA-VIST-FIM.
       BUSCA-VIST1.
           READ ARQVISTOR NEXT
           IF VI-ERRO NOT = "00"
              GO TO BUSCA-VIST-FIM.
           IF PLACAVI NOT = W-PLACA
              GO TO BUSCA-VIST-FIM.
           MOVE "S" TO W-TEMULT
           MOVE CHAVEVI   TO W-ULTCHAVE
           MOVE KMVI      TO W-ULTKM
           MOVE COMBVI    TO W-ULTCOMB
           MOVE ITENSVI   TO W-ULTITENS
           MOVE AVARIASVI TO W-ULTAVARS
           MOVE TIPOVI    TO W-ULTTIPO
           MOVE ORIGVI    TO W-ULTORIG
           MOVE SITVI     TO W-ULTSIT
           MOVE FUNCVI    TO W-ULTFUNC
           MOVE CHAVEORVI TO W-ULTCHOR
           IF W-ABERTA NOT = "S" OR ORIGVI NOT = "A"
                                 OR CHAVEORVI NOT = W-CHAVEOR
              GO TO BUSCA-VIST1.
           IF TIPOVI = "S"
              MOVE CHAVEVI   TO W-SAICHAVE
              MOVE KMVI      TO W-SAIKM
              MOVE COMBVI    TO W-SAICOMB
              MOVE ITENSVI   TO W-SAIITENS
              MOVE AVARIASVI TO W-SAIAVARS
              MOVE "S" TO W-SAIOK.
           IF TIPOVI = "R" AND SITVI = "P"
              MOVE "S" TO W-RETPEND.
           GO TO BUSCA-VIST1.
       BUSCA-VIST-FIM.
           EXIT.
      *
      *    PROXIMO NUMERO DE OS (COMO NO PROG1318).
       PROX-OS.
           MOVE ZEROS TO W-PROXOS NUMOS
           START ARQORDSERV KEY IS GREATER NUMOS
              INVALID KEY
                 GO TO PROX-OS2.
       PROX-OS1.
           READ ARQORDSERV NEXT
           IF OS-ERRO NOT = "00"
              GO TO PROX-OS2.
           MOVE NUMOS TO W-PROXOS
           GO TO PROX-OS1.
       PROX-OS2.
           ADD 1 TO W-PROXOS.
       PROX-OS-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQVISTOR CADCARRO ARQSINIS ARQORDSERV
           IF W-ATRIB-OK = "S"
              CLOSE ARQATRIB.
           IF W-RES-OK = "S"
              CLOSE ARQRESVEI.
           IF W-FUNC-OK = "S"
              CLOSE ARQFUNC.
           IF W-DOC-OK = "S"
              CLOSE ARQDOCVEIC.
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
