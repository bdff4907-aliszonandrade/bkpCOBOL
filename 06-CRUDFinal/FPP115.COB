       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP115.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * RELATORIO DO TITULAR DE DADOS PESSOAIS (LGPD)                 *
      * ATENDE O PEDIDO DE ACESSO DO TITULAR: A PARTIR DO CPF LOCALIZA*
      * O FUNCIONARIO NO CADASTRO (ARQFUNC) E NO ARQUIVO MORTO        *
      * (ARQFUNCARQ, FPP039) E LISTA, ARQUIVO POR ARQUIVO, OS         *
      * REGISTROS QUE GUARDAM DADOS DELE: ENDERECO, DEPENDENTES,      *
      * PENSAO, CNH E MULTAS DA FROTA, ASO, FOLHA, LANCAMENTOS,       *
      * ADIANTAMENTOS, FERIAS, RESCISAO E IMAGENS NO JORNAL ARQJRNHR. *
      * UM MESMO CPF PODE TER MAIS DE UM CODIGO (READMISSAO). O NOME  *
      * DO RELATORIO NAO LEVA O CPF; A EMISSAO VAI PARA O CATALOGO DE *
      * RELATORIOS (FPP045).                                          *
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
           SELECT ARQFUNCARQ ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNCA
                       FILE STATUS  IS FA-ERRO.
           SELECT ARQDEPEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEPEN
                       ALTERNATE RECORD KEY IS NOMEDEPEN WITH DUPLICATES
                       FILE STATUS  IS DN-ERRO.
           SELECT ARQDEPENARQ ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODDEPENA
                       FILE STATUS  IS DA-ERRO.
           SELECT ARQENDFUN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS ENDFUNC
                       FILE STATUS  IS EN-ERRO.
           SELECT ARQPENSAO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPS
                       FILE STATUS  IS PS-ERRO.
           SELECT ARQCNH ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS FUNCCNH
                   FILE STATUS  IS CN-ERRO.
           SELECT ARQMULTA ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEML
                   ALTERNATE RECORD KEY IS FUNCML WITH DUPLICATES
                   FILE STATUS  IS ML-ERRO.
           SELECT ARQASO ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAS
                       FILE STATUS  IS AS-ERRO.
           SELECT ARQFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFL
                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS FL-ERRO.
           SELECT ARQEVEN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEEV
                   FILE STATUS  IS EV-ERRO.
           SELECT ARQADIANT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEAD
                       FILE STATUS  IS AD-ERRO.
           SELECT ARQFERIAS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FERFUNC
                       FILE STATUS  IS FR-ERRO.
           SELECT ARQRESC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS RESCFUNC
                       FILE STATUS  IS RS-ERRO.
           SELECT ARQJRNHR ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEJR
                    FILE STATUS          IS JR-ERRO.
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
           03 DATANASC             PIC 9(8).
           03 SEXO PIC X.
           03 SEXO2 PIC X(9).
           03 CARGOFUNC PIC 999.
           03 DEPFUNC PIC 999.
           03 NIVELS PIC 9(2).
           03 IMP PIC X.
           03 IMP2 PIC X(11).
           03 QTDDEP PIC 9.
           03 ADMISSAO             PIC 9(8).
           03 DEMISSAO             PIC 9(8).
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
      *    ARQUIVO MORTO (FPP039): MESMO LEIAUTE DO ARQFUNC.
       FD ARQFUNCARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCARQ.DAT".
       01 REGFUNCARQ.
           03 CODFUNCA             PIC 9(6).
           03 FILLER               PIC X(189).
           03 CPFA                 PIC 9(11).
      *
       FD ARQDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPEN.DAT".
       01 REGDEPEN.
           03 CODDEPEN.
               05 DEPENFUNC   PIC 9(6).
               05 SEQUENCIA        PIC 9(1).
           03 NOMEDEPEN            PIC X(30).
           03 FILLER               PIC X(22).
           03 DEPEN-DATANASC       PIC 9(8).
           03 FILLER               PIC X(74).
      *
       FD ARQDEPENARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPENARQ.DAT".
       01 REGDEPENARQ.
           03 CODDEPENA.
               05 DEPENFUNCA  PIC 9(6).
               05 SEQUENCIAA  PIC 9(1).
           03 NOMEDEPENA           PIC X(30).
           03 FILLER               PIC X(22).
           03 DATANASCDA           PIC 9(8).
           03 FILLER               PIC X(74).
      *
       FD ARQENDFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDFUN.DAT".
       01 REGENDFUN.
          03 ENDFUNC           PIC 9(06).
          03 CEPEND            PIC 9(09).
          03 LOGREND           PIC X(35).
          03 BAIRROEND         PIC X(20).
          03 CIDADEEND         PIC X(20).
          03 UFEND             PIC X(02).
          03 NUMEND            PIC X(04).
          03 COMPLEND          PIC X(12).
          03 OPERADOR-EN       PIC X(08).
          03 DATAGRAVACAO-EN.
             05 DATAGRAV-EN    PIC 9(8).
             05 HORAGRAV-EN    PIC 9(6).
      *
       FD ARQPENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENSAO.DAT".
       01 REGPENSAO.
           03 CHAVEPS.
               05 PENFUNC          PIC 9(6).
               05 SEQPEN           PIC 9(1).
           03 NOMEBENEF            PIC X(30).
           03 TIPOPEN              PIC X(1).
           03 PERCPEN              PIC 9(2)V99.
           03 VALORPEN             PIC 9(6)V99.
           03 BANCOPEN             PIC 9(03).
           03 AGENCIAPEN           PIC 9(04).
           03 CONTAPEN             PIC 9(08).
           03 CONTADVPEN           PIC 9(01).
           03 OPERADOR-PS          PIC X(08).
           03 DATAGRAVACAO-PS.
               05 DATAGRAV-PS PIC 9(8).
               05 HORAGRAV-PS PIC 9(6).
      *
      *    CNH E MULTAS DOS CONDUTORES DA FROTA (PROG1300).
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
       FD ARQASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
          03 CHAVEAS.
             05 ASOFUNC        PIC 9(06).
             05 TIPOASO        PIC X(01).
          03 DATAEXAME         PIC 9(08).
          03 DATAVENC          PIC 9(08).
          03 RESULTASO         PIC X(01).
          03 OPERADOR-AS       PIC X(08).
          03 DATAGRAVACAO-AS.
             05 DATAGRAV-AS    PIC 9(8).
             05 HORAGRAV-AS    PIC 9(6).
      *
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
           03 CHAVEFL.
               05 FUNCFL   PIC 9(6).
               05 COMPETFL PIC 9(6).
           03 FILLER      PIC X(146).
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
       FD ARQADIANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQADIANT.DAT".
       01 REGADIANT.
           03 CHAVEAD.
               05 FUNCAD           PIC 9(6).
               05 COMPETAD         PIC 9(6).
           03 PERCAD               PIC 9(2)V99.
           03 VALORAD              PIC 9(6)V99.
           03 DESCAD               PIC 9(6)V99.
           03 OPERADOR-AD          PIC X(08).
           03 DATAGRAVACAO-AD.
               05 DATAGRAV-AD PIC 9(8).
               05 HORAGRAV-AD PIC 9(6).
      *
       FD ARQFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFERIAS.
           03 FERFUNC              PIC 9(6).
           03 AQUISINI             PIC 9(8).
           03 DATAINI1             PIC 9(8).
           03 DIAS1                PIC 9(2).
           03 DATAINI2             PIC 9(8).
           03 DIAS2                PIC 9(2).
           03 SITFER               PIC X(1).
           03 OPERADOR-FR          PIC X(08).
           03 DATAGRAVACAO-FR.
               05 DATAGRAV-FR PIC 9(8).
               05 HORAGRAV-FR PIC 9(6).
      *
       FD ARQRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRESC.DAT".
       01 REGRESC.
           03 RESCFUNC             PIC 9(6).
           03 TIPORESC             PIC X(1).
           03 COMPETRESC           PIC 9(6).
           03 DATARESC             PIC 9(8).
           03 VALORRESC            PIC 9(8).
           03 OPERADOR-RS          PIC X(08).
           03 DATAGRAVACAO-RS.
               05 DATAGRAV-RS PIC 9(8).
               05 HORAGRAV-RS PIC 9(6).
      *
      *    JORNAL DE IMAGENS DO CADASTRO: AS IMAGENS DE ARQFUNC E
      *    ARQDEPEN COMECAM PELO CODIGO DO FUNCIONARIO.
       FD ARQJRNHR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQJRNHR.DAT".
       01 REGJRNHR.
          03 CHAVEJR.
             05 DATAJR         PIC 9(08).
             05 HORAJR         PIC 9(06).
             05 SEQJR          PIC 9(03).
          03 ARQJR             PIC X(08).
          03 OPJR              PIC X(01).
          03 OPERJR            PIC X(08).
          03 IMAGANT.
             05 IMAGANTCOD     PIC X(06).
             05 FILLER         PIC X(204).
          03 IMAGNOV.
             05 IMAGNOVCOD     PIC X(06).
             05 FILLER         PIC X(204).
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
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 FA-ERRO      PIC X(02) VALUE "00".
       01 DN-ERRO      PIC X(02) VALUE "00".
       01 DA-ERRO      PIC X(02) VALUE "00".
       01 EN-ERRO      PIC X(02) VALUE "00".
       01 PS-ERRO      PIC X(02) VALUE "00".
       01 CN-ERRO      PIC X(02) VALUE "00".
       01 ML-ERRO      PIC X(02) VALUE "00".
       01 AS-ERRO      PIC X(02) VALUE "00".
       01 FL-ERRO      PIC X(02) VALUE "00".
       01 EV-ERRO      PIC X(02) VALUE "00".
       01 AD-ERRO      PIC X(02) VALUE "00".
       01 FR-ERRO      PIC X(02) VALUE "00".
       01 RS-ERRO      PIC X(02) VALUE "00".
       01 JR-ERRO      PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 RC-ERRO      PIC X(02) VALUE "00".
       01 W-FA-OK      PIC X(01) VALUE "N".
       01 W-DN-OK      PIC X(01) VALUE "N".
       01 W-DA-OK      PIC X(01) VALUE "N".
       01 W-EN-OK      PIC X(01) VALUE "N".
       01 W-PS-OK      PIC X(01) VALUE "N".
       01 W-CN-OK      PIC X(01) VALUE "N".
       01 W-ML-OK      PIC X(01) VALUE "N".
       01 W-AS-OK      PIC X(01) VALUE "N".
       01 W-FL-OK      PIC X(01) VALUE "N".
       01 W-EV-OK      PIC X(01) VALUE "N".
       01 W-AD-OK      PIC X(01) VALUE "N".
       01 W-FR-OK      PIC X(01) VALUE "N".
       01 W-RS-OK      PIC X(01) VALUE "N".
       01 W-JR-OK      PIC X(01) VALUE "N".
       01 W-NOMEREL    PIC X(30) VALUE SPACES.
       01 W-DATARELC   PIC 9(08) VALUE ZEROS.
       01 W-HORARELC   PIC 9(06) VALUE ZEROS.
       01 W-COD        PIC 9(06) VALUE ZEROS.
       01 W-CODX REDEFINES W-COD PIC X(06).
       01 W-QTD        PIC 9(05) VALUE ZEROS.
       01 W-QTDTOT     PIC 9(06) VALUE ZEROS.
       01 W-COMPINI    PIC 9(06) VALUE ZEROS.
       01 W-COMPFIM    PIC 9(06) VALUE ZEROS.
       01 W-QTDTIT     PIC 9(02) VALUE ZEROS.
       01 IX           PIC 9(02) VALUE ZEROS.
       01 W-LIN        PIC 9(02) VALUE ZEROS.
       01 W-ORIGTX     PIC X(22) VALUE SPACES.
       01 W-VALED      PIC ZZZ.ZZ9,99.
      *
       01 W-CPF        PIC 9(11) VALUE ZEROS.
       01 W-CPFR REDEFINES W-CPF.
           05 W-CPF1   PIC 9(03).
           05 W-CPF2   PIC 9(03).
           05 W-CPF3   PIC 9(03).
           05 W-CPF4   PIC 9(02).
      *
      *    CODIGOS DO TITULAR: A = CADASTRO ATIVO, M = ARQUIVO MORTO.
       01 TABTIT.
           05 TIT-ITEM OCCURS 10 TIMES.
              10 TIT-COD    PIC 9(06).
              10 TIT-ORIG   PIC X(01).
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *
      *    RELATORIO DO TITULAR.
       01  CAB1.
           05  FILLER   PIC X(55) VALUE
               "*** RELATORIO DO TITULAR DE DADOS PESSOAIS (LGPD) ***".
       01  CAB2.
           05  FILLER   PIC X(17) VALUE "CPF DO TITULAR : ".
           05  CABCPF1  PIC 9(03) VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE ".".
           05  CABCPF2  PIC 9(03) VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE ".".
           05  CABCPF3  PIC 9(03) VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE "-".
           05  CABCPF4  PIC 9(02) VALUE ZEROS.
           05  FILLER   PIC X(14) VALUE "   EMITIDO EM ".
           05  CABDATTX PIC 9999/99/99 VALUE ZEROS.
           05  FILLER   PIC X(05) VALUE " POR ".
           05  CABOPETX PIC X(08) VALUE SPACES.
       01  CAB3.
           05  FILLER   PIC X(55) VALUE
               "ARQUIVO      CONTEUDO".
           05  FILLER   PIC X(10) VALUE " REGISTROS".
       01  TITLIN.
           05  FILLER   PIC X(09) VALUE "CODIGO : ".
           05  TITCODTX PIC 9(06) VALUE ZEROS.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  TITNOMTX PIC X(30) VALUE SPACES.
           05  FILLER   PIC X(01) VALUE SPACES.
           05  TITORITX PIC X(22) VALUE SPACES.
       01  TITLIN2.
           05  FILLER   PIC X(13) VALUE "NASCIMENTO : ".
           05  TITNASTX PIC 9999/99/99 VALUE ZEROS.
           05  FILLER   PIC X(13) VALUE "  ADMISSAO : ".
           05  TITADMTX PIC 9999/99/99 VALUE ZEROS.
           05  FILLER   PIC X(13) VALUE "  DEMISSAO : ".
           05  TITDEMTX PIC 9999/99/99 VALUE ZEROS.
       01  DETLIN.
           05  DETARQTX PIC X(13) VALUE SPACES.
           05  DETDESTX PIC X(45) VALUE SPACES.
           05  DETQTDTX PIC ZZ.ZZ9 VALUE ZEROS.
       01  ITELIN.
           05  FILLER   PIC X(05) VALUE SPACES.
           05  ITETX    PIC X(75) VALUE SPACES.
       01  RODLIN.
           05  RODTX    PIC X(80) VALUE SPACES.
       01  LINHABR      PIC X(80) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 14
               VALUE  "*** RELATORIO DO TITULAR DE DADOS (LGPD) ***".
           05  LINE 04  COLUMN 04 VALUE  "CPF DO TITULAR         :".
           05  LINE 06  COLUMN 04 VALUE  "CODIGO NOME".
           05  LINE 06  COLUMN 49 VALUE  "SITUACAO".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-CPF
               LINE 04  COLUMN 29  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    O RELATORIO TRAZ TODOS OS DADOS PESSOAIS DO TITULAR:
      *    EMISSAO E ATO DO ADMINISTRADOR.
           IF W-PERFILOG NOT = "A" AND W-PERFILOG NOT = SPACES
              MOVE "* RELATORIO LGPD EXIGE PERFIL ADMINISTRADOR *"
                                                  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
       R0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *
      *    OS DEMAIS ARQUIVOS SAO OPCIONAIS: O QUE NAO EXISTE NAO
      *    GUARDA DADO DE NINGUEM.
           MOVE "N" TO W-FA-OK W-DN-OK W-DA-OK W-EN-OK W-PS-OK W-CN-OK
                       W-ML-OK W-AS-OK W-FL-OK W-EV-OK W-AD-OK W-FR-OK
                       W-RS-OK W-JR-OK
           OPEN INPUT ARQFUNCARQ
           IF FA-ERRO = "00"
              MOVE "S" TO W-FA-OK.
           OPEN INPUT ARQDEPEN
           IF DN-ERRO = "00"
              MOVE "S" TO W-DN-OK.
           OPEN INPUT ARQDEPENARQ
           IF DA-ERRO = "00"
              MOVE "S" TO W-DA-OK.
           OPEN INPUT ARQENDFUN
           IF EN-ERRO = "00"
              MOVE "S" TO W-EN-OK.
           OPEN INPUT ARQPENSAO
           IF PS-ERRO = "00"
              MOVE "S" TO W-PS-OK.
           OPEN INPUT ARQCNH
           IF CN-ERRO = "00"
              MOVE "S" TO W-CN-OK.
           OPEN INPUT ARQMULTA
           IF ML-ERRO = "00"
              MOVE "S" TO W-ML-OK.
           OPEN INPUT ARQASO
           IF AS-ERRO = "00"
              MOVE "S" TO W-AS-OK.
           OPEN INPUT ARQFOLHA
           IF FL-ERRO = "00"
              MOVE "S" TO W-FL-OK.
           OPEN INPUT ARQEVEN
           IF EV-ERRO = "00"
              MOVE "S" TO W-EV-OK.
           OPEN INPUT ARQADIANT
           IF AD-ERRO = "00"
              MOVE "S" TO W-AD-OK.
           OPEN INPUT ARQFERIAS
           IF FR-ERRO = "00"
              MOVE "S" TO W-FR-OK.
           OPEN INPUT ARQRESC
           IF RS-ERRO = "00"
              MOVE "S" TO W-RS-OK.
           OPEN INPUT ARQJRNHR
           IF JR-ERRO = "00"
              MOVE "S" TO W-JR-OK.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-CPF.
       R1A.
           DISPLAY TELA.
       R2.
           ACCEPT TW-CPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-CPF = ZEROS
                   MOVE "* INFORME O CPF DO TITULAR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           PERFORM BUSCA-CPF THRU BUSCA-CPF-FIM
           IF W-QTDTIT = ZEROS
                   MOVE "* CPF NAO CONSTA NO CADASTRO NEM NO MORTO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           PERFORM MOSTRA-TIT THRU MOSTRA-TIT-FIM.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "EMITE RELATORIO (S/N) : ".
                ACCEPT (23, 64) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                PERFORM IMPRIME THRU IMPRIME-FIM
                GO TO R1.
      *
      *    O CPF NAO E CHAVE: LEITURA INTEGRAL DO CADASTRO E DO
      *    ARQUIVO MORTO.
       BUSCA-CPF.
           MOVE ZEROS TO W-QTDTIT TABTIT
           MOVE ZEROS TO CODFUNC
           START ARQFUNC KEY IS NOT LESS CODFUNC
              INVALID KEY
                 GO TO BUSCA-CPF2.
       BUSCA-CPF1.
           READ ARQFUNC NEXT
           IF FUNC-ERRO NOT = "00"
              GO TO BUSCA-CPF2.
           IF CPF NOT = W-CPF
              GO TO BUSCA-CPF1.
           IF W-QTDTIT < 10
              ADD 1 TO W-QTDTIT
              MOVE CODFUNC TO TIT-COD (W-QTDTIT)
              MOVE "A"     TO TIT-ORIG (W-QTDTIT).
           GO TO BUSCA-CPF1.
       BUSCA-CPF2.
           IF W-FA-OK NOT = "S"
              GO TO BUSCA-CPF-FIM.
           MOVE ZEROS TO CODFUNCA
           START ARQFUNCARQ KEY IS NOT LESS CODFUNCA
              INVALID KEY
                 GO TO BUSCA-CPF-FIM.
       BUSCA-CPF3.
           READ ARQFUNCARQ NEXT
           IF FA-ERRO NOT = "00"
              GO TO BUSCA-CPF-FIM.
           IF CPFA NOT = W-CPF
              GO TO BUSCA-CPF3.
           IF W-QTDTIT < 10
              ADD 1 TO W-QTDTIT
              MOVE CODFUNCA TO TIT-COD (W-QTDTIT)
              MOVE "M"      TO TIT-ORIG (W-QTDTIT).
           GO TO BUSCA-CPF3.
       BUSCA-CPF-FIM.
           EXIT.
      *
      *    TRAZ PARA O REGFUNC O REGISTRO DO TITULAR IX, DO CADASTRO
      *    OU DO ARQUIVO MORTO.
       LE-TIT.
           MOVE TIT-COD (IX) TO W-COD
           IF TIT-ORIG (IX) = "A"
              MOVE W-COD TO CODFUNC
              READ ARQFUNC
              MOVE "CADASTRO (ARQFUNC)" TO W-ORIGTX
              GO TO LE-TIT-FIM.
           MOVE W-COD TO CODFUNCA
           READ ARQFUNCARQ
           MOVE REGFUNCARQ TO REGFUNC
           MOVE "ARQUIVO MORTO (FPP039)" TO W-ORIGTX.
       LE-TIT-FIM.
           EXIT.
      *
       MOSTRA-TIT.
           MOVE 1 TO IX.
       MOSTRA-TIT1.
           PERFORM LE-TIT THRU LE-TIT-FIM
           COMPUTE W-LIN = IX + 6
           DISPLAY (W-LIN, 04) W-COD
           DISPLAY (W-LIN, 11) NOMEFUNC
           DISPLAY (W-LIN, 49) W-ORIGTX
           ADD 1 TO IX
           IF IX NOT > W-QTDTIT
              GO TO MOSTRA-TIT1.
       MOSTRA-TIT-FIM.
           EXIT.
      *
      *****************************************
      * RELATORIO DO TITULAR                  *
      *****************************************
      *
       IMPRIME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP115-"  DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  W-HORARELC DELIMITED BY SIZE
                  ".DOC"     DELIMITED BY SIZE
                  INTO W-NOMEREL
           OPEN OUTPUT ARQFUNCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMPRIME-FIM.
           MOVE W-CPF1     TO CABCPF1
           MOVE W-CPF2     TO CABCPF2
           MOVE W-CPF3     TO CABCPF3
           MOVE W-CPF4     TO CABCPF4
           MOVE W-DATARELC TO CABDATTX
           MOVE W-OPERLOG  TO CABOPETX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           MOVE ZEROS TO W-QTDTOT
           MOVE 1 TO IX.
       IMPRIME1.
           PERFORM LE-TIT THRU LE-TIT-FIM
           PERFORM IMP-TIT THRU IMP-TIT-FIM
           ADD 1 TO IX
           IF IX NOT > W-QTDTIT
              GO TO IMPRIME1.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           MOVE "PERMANECEM POR OBRIGACAO LEGAL APOS A ANONIMIZACAO"
                                          TO RODTX
           WRITE REGFUNCIONARIOTX FROM RODLIN
           MOVE "(FPP116): CPF, DATAS E CARGO, FOLHA, LANCAMENTOS,"
                                          TO RODTX
           WRITE REGFUNCIONARIOTX FROM RODLIN
           MOVE "ADIANTAMENTOS, FERIAS, RESCISAO, PENSAO, ASO E MULTAS."
                                          TO RODTX
           WRITE REGFUNCIONARIOTX FROM RODLIN
           CLOSE ARQFUNCTX
           COMPUTE COMPETRC = W-DATARELC / 100
           MOVE W-QTDTOT TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "*** RELATORIO DO TITULAR EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       IMPRIME-FIM.
           EXIT.
      *
      *    BLOCO DE UM CODIGO DO TITULAR: CADASTRO E UMA LINHA POR
      *    ARQUIVO QUE TEM REGISTRO DELE, COM O DETALHE DOS DADOS
      *    PESSOAIS GUARDADOS.
       IMP-TIT.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           MOVE W-COD    TO TITCODTX
           MOVE NOMEFUNC TO TITNOMTX
           MOVE W-ORIGTX TO TITORITX
           MOVE DATANASC TO TITNASTX
           MOVE ADMISSAO TO TITADMTX
           MOVE DEMISSAO TO TITDEMTX
           WRITE REGFUNCIONARIOTX FROM TITLIN
           WRITE REGFUNCIONARIOTX FROM TITLIN2
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB3
           MOVE "ARQFUNC" TO DETARQTX
           IF TIT-ORIG (IX) = "M"
              MOVE "ARQFUNCARQ" TO DETARQTX.
           MOVE "CADASTRO: NOME, CPF, NASCIMENTO, ESTADO CIVIL"
                                          TO DETDESTX
           MOVE 1 TO W-QTD
           PERFORM IMP-DET THRU IMP-DET-FIM
           MOVE SPACES TO ITETX
           STRING "BANCO " BANCO " AGENCIA " AGENCIA " CONTA " CONTA
                  "-" CONTADV DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN
           PERFORM IMP-END THRU IMP-END-FIM
           PERFORM IMP-DEPEN THRU IMP-DEPEN-FIM
           PERFORM IMP-PENSAO THRU IMP-PENSAO-FIM
           PERFORM IMP-CNH THRU IMP-CNH-FIM
           PERFORM IMP-MULTA THRU IMP-MULTA-FIM
           PERFORM IMP-ASO THRU IMP-ASO-FIM
           PERFORM IMP-FOLHA THRU IMP-FOLHA-FIM
           PERFORM IMP-EVEN THRU IMP-EVEN-FIM
           PERFORM IMP-ADIANT THRU IMP-ADIANT-FIM
           PERFORM IMP-FERRES THRU IMP-FERRES-FIM
           PERFORM IMP-JRN THRU IMP-JRN-FIM.
       IMP-TIT-FIM.
           EXIT.
      *
       IMP-DET.
           MOVE W-QTD TO DETQTDTX
           WRITE REGFUNCIONARIOTX FROM DETLIN
           ADD 1 TO W-QTDTOT.
       IMP-DET-FIM.
           EXIT.
      *
       IMP-END.
           IF W-EN-OK NOT = "S"
              GO TO IMP-END-FIM.
           MOVE W-COD TO ENDFUNC
           READ ARQENDFUN
           IF EN-ERRO NOT = "00"
              GO TO IMP-END-FIM.
           MOVE "ARQENDFUN" TO DETARQTX
           MOVE "ENDERECO RESIDENCIAL" TO DETDESTX
           MOVE 1 TO W-QTD
           PERFORM IMP-DET THRU IMP-DET-FIM
           MOVE SPACES TO ITETX
           STRING LOGREND " " NUMEND " " COMPLEND
                  DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN
           MOVE SPACES TO ITETX
           STRING BAIRROEND " " CIDADEEND " " UFEND " CEP " CEPEND
                  DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN.
       IMP-END-FIM.
           EXIT.
      *
      *    DEPENDENTES NO CADASTRO (FPP005) E NO ARQUIVO MORTO.
       IMP-DEPEN.
           IF W-DN-OK NOT = "S"
              GO TO IMP-DEPEN3.
           MOVE ZEROS TO W-QTD
           MOVE W-COD TO DEPENFUNC
           MOVE ZEROS TO SEQUENCIA
           START ARQDEPEN KEY IS NOT LESS CODDEPEN
              INVALID KEY
                 GO TO IMP-DEPEN3.
       IMP-DEPEN1.
           READ ARQDEPEN NEXT
           IF DN-ERRO NOT = "00"
              GO TO IMP-DEPEN3.
           IF DEPENFUNC NOT = W-COD
              GO TO IMP-DEPEN3.
           IF W-QTD = ZEROS
              MOVE "ARQDEPEN" TO DETARQTX
              MOVE "DEPENDENTES: NOME E NASCIMENTO" TO DETDESTX
              MOVE 1 TO W-QTD
              PERFORM IMP-DET THRU IMP-DET-FIM.
           MOVE SPACES TO ITETX
           STRING SEQUENCIA " " NOMEDEPEN " " DEPEN-DATANASC
                  DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN
           GO TO IMP-DEPEN1.
       IMP-DEPEN3.
           IF W-DA-OK NOT = "S"
              GO TO IMP-DEPEN-FIM.
           MOVE ZEROS TO W-QTD
           MOVE W-COD TO DEPENFUNCA
           MOVE ZEROS TO SEQUENCIAA
           START ARQDEPENARQ KEY IS NOT LESS CODDEPENA
              INVALID KEY
                 GO TO IMP-DEPEN-FIM.
       IMP-DEPEN4.
           READ ARQDEPENARQ NEXT
           IF DA-ERRO NOT = "00"
              GO TO IMP-DEPEN-FIM.
           IF DEPENFUNCA NOT = W-COD
              GO TO IMP-DEPEN-FIM.
           IF W-QTD = ZEROS
              MOVE "ARQDEPENARQ" TO DETARQTX
              MOVE "DEPENDENTES NO ARQUIVO MORTO" TO DETDESTX
              MOVE 1 TO W-QTD
              PERFORM IMP-DET THRU IMP-DET-FIM.
           MOVE SPACES TO ITETX
           STRING SEQUENCIAA " " NOMEDEPENA " " DATANASCDA
                  DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN
           GO TO IMP-DEPEN4.
       IMP-DEPEN-FIM.
           EXIT.
      *
       IMP-PENSAO.
           IF W-PS-OK NOT = "S"
              GO TO IMP-PENSAO-FIM.
           MOVE ZEROS TO W-QTD
           MOVE W-COD TO PENFUNC
           MOVE ZEROS TO SEQPEN
           START ARQPENSAO KEY IS NOT LESS CHAVEPS
              INVALID KEY
                 GO TO IMP-PENSAO-FIM.
       IMP-PENSAO1.
           READ ARQPENSAO NEXT
           IF PS-ERRO NOT = "00"
              GO TO IMP-PENSAO-FIM.
           IF PENFUNC NOT = W-COD
              GO TO IMP-PENSAO-FIM.
           IF W-QTD = ZEROS
              MOVE "ARQPENSAO" TO DETARQTX
              MOVE "PENSAO: BENEFICIARIO E CONTA BANCARIA" TO DETDESTX
              MOVE 1 TO W-QTD
              PERFORM IMP-DET THRU IMP-DET-FIM.
           MOVE SPACES TO ITETX
           STRING SEQPEN " " NOMEBENEF " BANCO " BANCOPEN " AG "
                  AGENCIAPEN " CONTA " CONTAPEN "-" CONTADVPEN
                  DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN
           GO TO IMP-PENSAO1.
       IMP-PENSAO-FIM.
           EXIT.
      *
       IMP-CNH.
           IF W-CN-OK NOT = "S"
              GO TO IMP-CNH-FIM.
           MOVE W-COD TO FUNCCNH
           READ ARQCNH
           IF CN-ERRO NOT = "00"
              GO TO IMP-CNH-FIM.
           MOVE "ARQCNH" TO DETARQTX
           MOVE "CARTEIRA DE HABILITACAO (FROTA)" TO DETDESTX
           MOVE 1 TO W-QTD
           PERFORM IMP-DET THRU IMP-DET-FIM
           MOVE SPACES TO ITETX
           STRING "NUMERO " NUMCNH " CATEGORIA " CATCNH
                  " VALIDADE " VALCNH DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN.
       IMP-CNH-FIM.
           EXIT.
      *
       IMP-MULTA.
           IF W-ML-OK NOT = "S"
              GO TO IMP-MULTA-FIM.
           MOVE ZEROS TO W-QTD
           MOVE W-COD TO FUNCML
           START ARQMULTA KEY IS NOT LESS FUNCML
              INVALID KEY
                 GO TO IMP-MULTA-FIM.
       IMP-MULTA1.
           READ ARQMULTA NEXT
           IF ML-ERRO NOT = "00"
              GO TO IMP-MULTA-FIM.
           IF FUNCML NOT = W-COD
              GO TO IMP-MULTA-FIM.
           IF W-QTD = ZEROS
              MOVE "ARQMULTA" TO DETARQTX
              MOVE "MULTAS DE TRANSITO COMO CONDUTOR" TO DETDESTX
              MOVE 1 TO W-QTD
              PERFORM IMP-DET THRU IMP-DET-FIM.
           MOVE VALORML TO W-VALED
           MOVE SPACES TO ITETX
           STRING DATAML " PLACA " PLACAML " INFRACAO " CODINFR
                  " VALOR " W-VALED DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN
           GO TO IMP-MULTA1.
       IMP-MULTA-FIM.
           EXIT.
      *
       IMP-ASO.
           IF W-AS-OK NOT = "S"
              GO TO IMP-ASO-FIM.
           MOVE ZEROS TO W-QTD
           MOVE W-COD TO ASOFUNC
           MOVE SPACES TO TIPOASO
           START ARQASO KEY IS NOT LESS CHAVEAS
              INVALID KEY
                 GO TO IMP-ASO-FIM.
       IMP-ASO1.
           READ ARQASO NEXT
           IF AS-ERRO NOT = "00"
              GO TO IMP-ASO-FIM.
           IF ASOFUNC NOT = W-COD
              GO TO IMP-ASO-FIM.
           IF W-QTD = ZEROS
              MOVE "ARQASO" TO DETARQTX
              MOVE "ATESTADOS DE SAUDE OCUPACIONAL" TO DETDESTX
              MOVE 1 TO W-QTD
              PERFORM IMP-DET THRU IMP-DET-FIM.
           MOVE SPACES TO ITETX
           STRING "TIPO " TIPOASO " EXAME " DATAEXAME " RESULTADO "
                  RESULTASO DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN
           GO TO IMP-ASO1.
       IMP-ASO-FIM.
           EXIT.
      *
      *    FOLHA DE PAGAMENTO: QUANTIDADE E COMPETENCIAS EXTREMAS.
       IMP-FOLHA.
           IF W-FL-OK NOT = "S"
              GO TO IMP-FOLHA-FIM.
           MOVE ZEROS TO W-QTD W-COMPINI W-COMPFIM
           MOVE W-COD TO FUNCFL
           MOVE ZEROS TO COMPETFL
           START ARQFOLHA KEY IS NOT LESS CHAVEFL
              INVALID KEY
                 GO TO IMP-FOLHA-FIM.
       IMP-FOLHA1.
           READ ARQFOLHA NEXT
           IF FL-ERRO NOT = "00"
              GO TO IMP-FOLHA2.
           IF FUNCFL NOT = W-COD
              GO TO IMP-FOLHA2.
           IF W-QTD = ZEROS
              MOVE COMPETFL TO W-COMPINI.
           MOVE COMPETFL TO W-COMPFIM
           ADD 1 TO W-QTD
           GO TO IMP-FOLHA1.
       IMP-FOLHA2.
           IF W-QTD = ZEROS
              GO TO IMP-FOLHA-FIM.
           MOVE "ARQFOLHA" TO DETARQTX
           MOVE "FOLHA DE PAGAMENTO (RESULTADO MENSAL)" TO DETDESTX
           PERFORM IMP-DET THRU IMP-DET-FIM
           MOVE SPACES TO ITETX
           STRING "COMPETENCIAS " W-COMPINI " A " W-COMPFIM
                  DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN.
       IMP-FOLHA-FIM.
           EXIT.
      *
       IMP-EVEN.
           IF W-EV-OK NOT = "S"
              GO TO IMP-EVEN-FIM.
           MOVE ZEROS TO W-QTD
           MOVE W-COD TO FUNCEV
           MOVE ZEROS TO COMPETEV CODEV
           START ARQEVEN KEY IS NOT LESS CHAVEEV
              INVALID KEY
                 GO TO IMP-EVEN-FIM.
       IMP-EVEN1.
           READ ARQEVEN NEXT
           IF EV-ERRO NOT = "00"
              GO TO IMP-EVEN2.
           IF FUNCEV NOT = W-COD
              GO TO IMP-EVEN2.
           ADD 1 TO W-QTD
           GO TO IMP-EVEN1.
       IMP-EVEN2.
           IF W-QTD = ZEROS
              GO TO IMP-EVEN-FIM.
           MOVE "ARQEVEN" TO DETARQTX
           MOVE "LANCAMENTOS AVULSOS DA FOLHA" TO DETDESTX
           PERFORM IMP-DET THRU IMP-DET-FIM.
       IMP-EVEN-FIM.
           EXIT.
      *
       IMP-ADIANT.
           IF W-AD-OK NOT = "S"
              GO TO IMP-ADIANT-FIM.
           MOVE ZEROS TO W-QTD
           MOVE W-COD TO FUNCAD
           MOVE ZEROS TO COMPETAD
           START ARQADIANT KEY IS NOT LESS CHAVEAD
              INVALID KEY
                 GO TO IMP-ADIANT-FIM.
       IMP-ADIANT1.
           READ ARQADIANT NEXT
           IF AD-ERRO NOT = "00"
              GO TO IMP-ADIANT2.
           IF FUNCAD NOT = W-COD
              GO TO IMP-ADIANT2.
           ADD 1 TO W-QTD
           GO TO IMP-ADIANT1.
       IMP-ADIANT2.
           IF W-QTD = ZEROS
              GO TO IMP-ADIANT-FIM.
           MOVE "ARQADIANT" TO DETARQTX
           MOVE "ADIANTAMENTOS SALARIAIS" TO DETDESTX
           PERFORM IMP-DET THRU IMP-DET-FIM.
       IMP-ADIANT-FIM.
           EXIT.
      *
       IMP-FERRES.
           IF W-FR-OK NOT = "S"
              GO TO IMP-FERRES1.
           MOVE W-COD TO FERFUNC
           READ ARQFERIAS
           IF FR-ERRO NOT = "00"
              GO TO IMP-FERRES1.
           MOVE "ARQFERIAS" TO DETARQTX
           MOVE "FERIAS: PERIODO AQUISITIVO E GOZO" TO DETDESTX
           MOVE 1 TO W-QTD
           PERFORM IMP-DET THRU IMP-DET-FIM.
       IMP-FERRES1.
           IF W-RS-OK NOT = "S"
              GO TO IMP-FERRES-FIM.
           MOVE W-COD TO RESCFUNC
           READ ARQRESC
           IF RS-ERRO NOT = "00"
              GO TO IMP-FERRES-FIM.
           MOVE "ARQRESC" TO DETARQTX
           MOVE "RESCISAO DO CONTRATO" TO DETDESTX
           MOVE 1 TO W-QTD
           PERFORM IMP-DET THRU IMP-DET-FIM
           MOVE SPACES TO ITETX
           STRING "TIPO " TIPORESC " DATA " DATARESC
                  DELIMITED BY SIZE INTO ITETX
           WRITE REGFUNCIONARIOTX FROM ITELIN.
       IMP-FERRES-FIM.
           EXIT.
      *
      *    IMAGENS DO CADASTRO E DOS DEPENDENTES NO JORNAL (LEITURA
      *    INTEGRAL: A CHAVE DO JORNAL E DATA E HORA).
       IMP-JRN.
           IF W-JR-OK NOT = "S"
              GO TO IMP-JRN-FIM.
           MOVE ZEROS TO W-QTD
           MOVE ZEROS TO DATAJR HORAJR SEQJR
           START ARQJRNHR KEY IS NOT LESS CHAVEJR
              INVALID KEY
                 GO TO IMP-JRN-FIM.
       IMP-JRN1.
           READ ARQJRNHR NEXT
           IF JR-ERRO NOT = "00"
              GO TO IMP-JRN2.
           IF ARQJR NOT = "ARQFUNC " AND ARQJR NOT = "ARQDEPEN"
              GO TO IMP-JRN1.
           IF IMAGANTCOD = W-CODX OR IMAGNOVCOD = W-CODX
              ADD 1 TO W-QTD.
           GO TO IMP-JRN1.
       IMP-JRN2.
           IF W-QTD = ZEROS
              GO TO IMP-JRN-FIM.
           MOVE "ARQJRNHR" TO DETARQTX
           MOVE "IMAGENS DE ALTERACAO DO CADASTRO" TO DETDESTX
           PERFORM IMP-DET THRU IMP-DET-FIM.
       IMP-JRN-FIM.
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
           MOVE "FPP115" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-FA-OK = "S"
              CLOSE ARQFUNCARQ.
           IF W-DN-OK = "S"
              CLOSE ARQDEPEN.
           IF W-DA-OK = "S"
              CLOSE ARQDEPENARQ.
           IF W-EN-OK = "S"
              CLOSE ARQENDFUN.
           IF W-PS-OK = "S"
              CLOSE ARQPENSAO.
           IF W-CN-OK = "S"
              CLOSE ARQCNH.
           IF W-ML-OK = "S"
              CLOSE ARQMULTA.
           IF W-AS-OK = "S"
              CLOSE ARQASO.
           IF W-FL-OK = "S"
              CLOSE ARQFOLHA.
           IF W-EV-OK = "S"
              CLOSE ARQEVEN.
           IF W-AD-OK = "S"
              CLOSE ARQADIANT.
           IF W-FR-OK = "S"
              CLOSE ARQFERIAS.
           IF W-RS-OK = "S"
              CLOSE ARQRESC.
           IF W-JR-OK = "S"
              CLOSE ARQJRNHR.
           CLOSE ARQFUNC.
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
