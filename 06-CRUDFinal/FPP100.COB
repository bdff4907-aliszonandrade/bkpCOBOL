       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP100.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * DECLARACAO DE VINCULO E DECLARACAO DE RENDIMENTOS            *
      * CARTA PARA BANCO, IMOBILIARIA OU CONSULADO: CABECALHO DA      *
      * EMPRESA DO FUNCIONARIO (ARQPARAM), ADMISSAO, CARGO E SALARIO  *
      * (ARQFUNC/ARQCARG/ARQGRADE) E, NA DE RENDIMENTOS, A MEDIA DO   *
      * LIQUIDO DOS ULTIMOS 3 OU 6 MESES PAGOS (ARQFOLHA MAIS AS      *
      * COMPLEMENTARES DO FPP099). CADA EMISSAO RECEBE UM NUMERO      *
      * SEQUENCIAL NO ANO, FICA NO ARQDECL E NO CATALOGO DE           *
      * RELATORIOS (ARQRELCAT), PARA PROVAR O QUE FOI DECLARADO.      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDECL ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEDC
                    FILE STATUS          IS DC-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQCARG ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODCARGO
                       FILE STATUS  IS CARG-ERRO
                       ALTERNATE RECORD KEY IS NOMECARGO
                       WITH DUPLICATES.
           SELECT ARQFOLHA ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEFL
                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS FL-ERRO.
           SELECT ARQFLCPL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECF
                       FILE STATUS  IS CF-ERRO.
           SELECT ARQGRADE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGR
                       FILE STATUS  IS GR-ERRO.
           SELECT ARQFUNEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCFE
                       FILE STATUS  IS FE-ERRO.
           SELECT ARQPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPARAM
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
      *    REGISTRO DAS DECLARACOES EMITIDAS: NUMERO SEQUENCIAL POR
      *    ANO DE EMISSAO, O QUE FOI DECLARADO E O ARQUIVO GERADO.
      *    TIPODC V = VINCULO, R = RENDIMENTOS.
       FD ARQDECL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDECL.DAT".
       01 REGDECL.
          03 CHAVEDC.
             05 ANODC          PIC 9(04).
             05 NUMDC          PIC 9(05).
          03 FUNCDC            PIC 9(06).
          03 TIPODC            PIC X(01).
          03 CARGODC           PIC 9(03).
          03 SALDC             PIC 9(06)V99.
          03 MESESDC           PIC 9(01).
          03 QTDMESDC          PIC 9(01).
          03 MEDIADC           PIC 9(08)V99.
          03 FINALDC           PIC X(40).
          03 NOMERELDC         PIC X(30).
          03 OPERADOR-DC       PIC X(08).
          03 DATAGRAVACAO-DC.
             05 DATAGRAV-DC    PIC 9(8).
             05 HORAGRAV-DC    PIC 9(6).
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
       FD ARQCARG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
           03 CODCARGO PIC 9(3).
           03 NOMECARGO PIC X(25).
           03 TIPOSALARIOAUX PIC X(1).
           03 TIPOSALARIO.
               05 TIPOSALARIO1 PIC X(1).
               05 TIPOSALARIO2 PIC X(14).
           03 STATUSCAUX PIC X.
           03 STATUSC.
               05 STATUSC1 PIC X.
               05 STATUSC2 PIC X(15).
           03 SALARIO PIC 9(06)V99.
           03 OPERADOR PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
           03 ADICIONALAUX PIC X(1).
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    RESULTADO MENSAL DA FOLHA GRAVADO PELO FPP015.
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
           03 CHAVEFL.
               05 FUNCFL   PIC 9(6).
               05 COMPETFL PIC 9(6).
           03 BRUTOFL     PIC 9(8).
           03 HEXTRAFL    PIC 9(8).
           03 ADICFL      PIC 9(8).
           03 FALTASFL    PIC 9(8).
           03 INSSFL      PIC 9(8).
           03 ALIQINSSFL  PIC 9V99.
           03 RENDAFL     PIC 9(8).
           03 SALFAMFL    PIC 9(8).
           03 EMPRFL      PIC 9(8).
           03 VTFL        PIC 9(8).
           03 PENSFL      PIC 9(8).
           03 EVENPFL     PIC 9(8).
           03 EVENDFL     PIC 9(8).
           03 LIQFL       PIC 9(8).
           03 CARGOFL     PIC 9(3).
           03 DEPFL       PIC 9(3).
           03 QTDDEPFL    PIC 9(1).
           03 QTDDEPIRFL  PIC 9(2).
           03 DEDDEPFL    PIC 9(8).
           03 OPERADOR-FL PIC X(08).
           03 DATAGRAVACAO-FL.
               05 DATAGRAV-FL PIC 9(8).
               05 HORAGRAV-FL PIC 9(6).
      *
      *    FOLHA COMPLEMENTAR (FPP099): O LIQUIDO DA COMPLEMENTAR
      *    ENTRA NO MES DA COMPETENCIA A QUE ELA SE REFERE.
       FD ARQFLCPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFLCPL.DAT".
       01 REGFLCPL.
          03 CHAVECF.
             05 COMPETCF       PIC 9(06).
             05 SEQCF          PIC 9(01).
             05 FUNCCF         PIC 9(06).
          03 HISTCF            PIC X(40).
          03 PROVCF            PIC 9(08).
          03 BASEANTCF         PIC 9(08).
          03 INSSANTCF         PIC 9(08).
          03 IRRFANTCF         PIC 9(08).
          03 INSSCF            PIC 9(08).
          03 ALIQINSSCF        PIC 9V99.
          03 RENDACF           PIC 9(08).
          03 LIQCF             PIC 9(08).
          03 CARGOCF           PIC 9(03).
          03 DEPCF             PIC 9(03).
          03 SITCF             PIC X(01).
          03 OPERADOR-CF       PIC X(08).
          03 DATAGRAVACAO-CF.
             05 DATAGRAV-CF    PIC 9(8).
             05 HORAGRAV-CF    PIC 9(6).
      *
      *    GRADE SALARIAL POR CARGO E NIVEL (FPP090): O SALARIO
      *    DECLARADO E O VALOR DO NIVEL VIGENTE NA DATA DA EMISSAO.
      *    SEM GRADE VALE O SALARIO DO CARGO.
       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 CHAVEGR.
             05 CARGOGR        PIC 9(03).
             05 NIVELGR        PIC 9(02).
             05 VIGENGR        PIC 9(08).
          03 VALORGR           PIC 9(06)V99.
          03 OPERADOR-GR       PIC X(08).
          03 DATAGRAVACAO-GR.
             05 DATAGRAV-GR    PIC 9(8).
             05 HORAGRAV-GR    PIC 9(6).
      *
      *    EMPRESA (FILIAL) DE CADA FUNCIONARIO, MANTIDA NO FPP004:
      *    SEM REGISTRO O FUNCIONARIO PERTENCE A EMPRESA 1.
       FD ARQFUNEMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNEMP.DAT".
       01 REGFUNEMP.
          03 FUNCFE            PIC 9(06).
          03 CODEMPFU          PIC 9(01).
          03 OPERADOR-FE       PIC X(08).
          03 DATAGRAVACAO-FE.
             05 DATAGRAV-FE    PIC 9(8).
             05 HORAGRAV-FE    PIC 9(6).
      *
      *    PARAMETROS DA EMPRESA (FPP044): CABECALHO DA DECLARACAO.
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
          03 FILLER            PIC X(38).
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
       77 RC-ERRO      PIC X(02) VALUE "00".
       01 DC-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 CARG-ERRO    PIC X(02) VALUE "00".
       01 FL-ERRO      PIC X(02) VALUE "00".
       01 CF-ERRO      PIC X(02) VALUE "00".
       01 GR-ERRO      PIC X(02) VALUE "00".
       01 FE-ERRO      PIC X(02) VALUE "00".
       01 PR-ERRO      PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 W-FL-OK      PIC X(01) VALUE "N".
       01 W-CF-OK      PIC X(01) VALUE "N".
       01 W-GRD-OK     PIC X(01) VALUE "N".
       01 W-FE-OK      PIC X(01) VALUE "N".
       01 W-EMPFUNC    PIC 9(01) VALUE 1.
       01 W-NOMEREL    PIC X(30) VALUE SPACES.
       01 W-DATARELC   PIC 9(08) VALUE ZEROS.
       01 W-HORARELC   PIC 9(06) VALUE ZEROS.
       01 W-FUNC       PIC 9(06) VALUE ZEROS.
       01 W-TIPODEC    PIC X(01) VALUE SPACES.
       01 W-MESES      PIC 9(01) VALUE ZEROS.
       01 W-FINAL      PIC X(40) VALUE SPACES.
       01 W-TIPOTX     PIC X(40) VALUE SPACES.
       01 W-UNIDTX     PIC X(10) VALUE SPACES.
       01 W-SALARIO    PIC 9(06)V99 VALUE ZEROS.
       01 W-DATAGRADE  PIC 9(08) VALUE ZEROS.
       01 W-NOMEEMP    PIC X(32) VALUE "EMPRESA FATEC - ZL".
       01 W-CNPJEMP    PIC 9(14) VALUE ZEROS.
       01 W-ENDEMP     PIC X(40) VALUE SPACES.
       01 W-DATAHOJE.
           05 W-ANOHOJE PIC 9(4).
           05 W-MESHOJE PIC 9(2).
           05 W-DIAHOJE PIC 9(2).
       01 W-DATAHOJEN REDEFINES W-DATAHOJE PIC 9(08).
      *
      *    NUMERO DA DECLARACAO: SEQUENCIAL DENTRO DO ANO DE EMISSAO.
       01 W-ANODEC     PIC 9(04) VALUE ZEROS.
       01 W-PROXNUM    PIC 9(05) VALUE ZEROS.
       01 W-NUMTX.
           05 W-NUMTXN  PIC 9(05).
           05 FILLER    PIC X(01) VALUE "/".
           05 W-NUMTXA  PIC 9(04).
      *
      *    MEDIA DO LIQUIDO: VOLTA MES A MES A PARTIR DO MES ANTERIOR
      *    AO DA EMISSAO, ATE ACHAR W-MESES FOLHAS OU 24 TENTATIVAS.
       01 W-COMPREF.
           05 W-ANOREF  PIC 9(4) VALUE ZEROS.
           05 W-MESREF  PIC 9(2) VALUE ZEROS.
       01 W-COMPREFN REDEFINES W-COMPREF PIC 9(06).
       01 W-COMPINI    PIC 9(06) VALUE ZEROS.
       01 W-COMPFIM    PIC 9(06) VALUE ZEROS.
       01 W-TENT       PIC 9(02) VALUE ZEROS.
       01 W-QTDMES     PIC 9(01) VALUE ZEROS.
       01 W-SEQCPL     PIC 9(01) VALUE ZEROS.
       01 W-SOMALIQ    PIC 9(09) VALUE ZEROS.
       01 W-MEDIA      PIC 9(08)V99 VALUE ZEROS.
      *
      *    DATAS E VALORES EDITADOS PARA O TEXTO DA CARTA.
       01 W-DATAED.
           05 W-DIAED   PIC 9(02).
           05 FILLER    PIC X(01) VALUE "/".
           05 W-MESED   PIC 9(02).
           05 FILLER    PIC X(01) VALUE "/".
           05 W-ANOED   PIC 9(04).
       01 W-ADMTX      PIC X(10) VALUE SPACES.
       01 W-DEMTX      PIC X(10) VALUE SPACES.
       01 W-EMISTX     PIC X(10) VALUE SPACES.
       01 W-COMPED.
           05 W-MESCED  PIC 9(02).
           05 FILLER    PIC X(01) VALUE "/".
           05 W-ANOCED  PIC 9(04).
       01 W-INITX      PIC X(07) VALUE SPACES.
       01 W-FIMTX      PIC X(07) VALUE SPACES.
       01 W-SALED      PIC ZZZ.ZZ9,99.
       01 W-MEDIAED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-CPFED      PIC 999.999.999B99.
       01 W-VALED      PIC ZZ.ZZZ.ZZ9,99.
      *
       01  DCLSEP                     PIC X(80) VALUE ALL "-".
       01  DCLBR                      PIC X(80) VALUE SPACES.
       01  DCLLIN                     PIC X(80) VALUE SPACES.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA4.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** DECLARACAO DE VINCULO E DE RENDIMENTOS ***".
           05  LINE 04  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 05  COLUMN 04 VALUE  "CARGO                  :".
           05  LINE 06  COLUMN 04 VALUE  "ADMISSAO               :".
           05  LINE 07  COLUMN 04 VALUE  "SALARIO BASE           :".
           05  LINE 09  COLUMN 04 VALUE  "TIPO DA DECLARACAO     :".
           05  LINE 09  COLUMN 33 VALUE  "(V=VINCULO  R=RENDIMENTOS)".
           05  LINE 10  COLUMN 04 VALUE  "MESES DA MEDIA         :".
           05  LINE 10  COLUMN 33 VALUE  "(3 OU 6)".
           05  LINE 11  COLUMN 04 VALUE  "MEDIA DO LIQUIDO       :".
           05  LINE 13  COLUMN 04 VALUE  "FINALIDADE             :".
           05  LINE 15  COLUMN 04 VALUE  "CONFIRMA EMISSAO (S/N) :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-FUNC
               LINE 04  COLUMN 29  PIC 9(06)
               USING  W-FUNC
               HIGHLIGHT.
           05  TW-TIPODEC
               LINE 09  COLUMN 29  PIC X(01)
               USING  W-TIPODEC
               HIGHLIGHT.
           05  TW-MESES
               LINE 10  COLUMN 29  PIC 9(01)
               USING  W-MESES
               HIGHLIGHT.
           05  TW-FINAL
               LINE 13  COLUMN 29  PIC X(40)
               USING  W-FINAL
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 15  COLUMN 29  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQDECL
           IF DC-ERRO NOT = "00"
              IF DC-ERRO = "30"
                 OPEN OUTPUT ARQDECL
                 CLOSE ARQDECL
                 MOVE "*** ARQUIVO ARQDECL FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDECL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
       R0B.
           OPEN INPUT ARQCARG
           IF CARG-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCARG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *    SEM O ARQFOLHA SO SAI A DECLARACAO DE VINCULO; GRADE,
      *    COMPLEMENTAR E EMPRESA DO FUNCIONARIO SAO OPCIONAIS.
       R0C.
           MOVE "N" TO W-FL-OK W-CF-OK W-GRD-OK W-FE-OK
           OPEN INPUT ARQFOLHA
           IF FL-ERRO = "00"
              MOVE "S" TO W-FL-OK.
           OPEN INPUT ARQFLCPL
           IF CF-ERRO = "00"
              MOVE "S" TO W-CF-OK.
           OPEN INPUT ARQGRADE
           IF GR-ERRO = "00"
              MOVE "S" TO W-GRD-OK.
           OPEN INPUT ARQFUNEMP
           IF FE-ERRO = "00"
              MOVE "S" TO W-FE-OK.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-FUNC W-MESES W-MEDIA W-QTDMES
           MOVE SPACES TO W-TIPODEC W-FINAL W-OPCAO
           DISPLAY TELA4.
       R2.
           ACCEPT TW-FUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-FUNC = ZEROS
                   MOVE "O CODIGO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE W-FUNC TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           IF ADMISSAO = ZEROS
                   MOVE "* FUNCIONARIO SEM DATA DE ADMISSAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE CARGOFUNC TO CODCARGO
           READ ARQCARG
           IF CARG-ERRO NOT = "00"
                   MOVE "*** CARGO DO FUNCIONARIO NAO CADASTRADO ***"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE SALARIO TO W-SALARIO
           PERFORM BUSCA-GRADE THRU BUSCA-GRADE-FIM
           MOVE DIAADM TO W-DIAED
           MOVE MESADM TO W-MESED
           MOVE ANOADM TO W-ANOED
           MOVE W-DATAED TO W-ADMTX
           MOVE SPACES TO W-DEMTX
           IF DEMISSAO NOT = ZEROS
              MOVE DIADEM TO W-DIAED
              MOVE MESDEM TO W-MESED
              MOVE ANODEM TO W-ANOED
              MOVE W-DATAED TO W-DEMTX.
           MOVE "MENSAIS" TO W-UNIDTX
           IF TIPOSALARIO1 = "H"
              MOVE "POR HORA" TO W-UNIDTX.
           IF TIPOSALARIO1 = "D"
              MOVE "POR DIA" TO W-UNIDTX.
           MOVE W-SALARIO TO W-SALED
           DISPLAY (04, 37) NOMEFUNC
           DISPLAY (05, 29) NOMECARGO
           DISPLAY (06, 29) W-ADMTX
           IF DEMISSAO NOT = ZEROS
              DISPLAY (06, 41) "DEMISSAO: "
              DISPLAY (06, 51) W-DEMTX.
           DISPLAY (07, 29) W-SALED
           DISPLAY (07, 41) W-UNIDTX.
       R3.
           ACCEPT TW-TIPODEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-TIPODEC = "v"
                   MOVE "V" TO W-TIPODEC.
           IF W-TIPODEC = "r"
                   MOVE "R" TO W-TIPODEC.
           IF W-TIPODEC NOT = "V" AND "R"
                   MOVE "* DIGITE V=VINCULO OU R=RENDIMENTOS *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF W-TIPODEC = "V"
                   MOVE ZEROS TO W-MESES W-QTDMES W-MEDIA
                   DISPLAY TW-MESES
                   GO TO R5.
           IF W-FL-OK NOT = "S"
                   MOVE "* SEM ARQFOLHA - RODE A FOLHA (FPP015) *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TW-MESES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-MESES NOT = 3 AND 6
                   MOVE "* A MEDIA E DE 3 OU DE 6 MESES *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           PERFORM CALC-MEDIA THRU CALC-MEDIA-FIM
           IF W-QTDMES = ZEROS
                   MOVE "* SEM FOLHA PAGA NOS ULTIMOS 24 MESES *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE W-MEDIA TO W-MEDIAED
           DISPLAY (11, 29) W-MEDIAED
           DISPLAY (11, 44) "EM "
           DISPLAY (11, 47) W-QTDMES
           DISPLAY (11, 49) "MES(ES) COM FOLHA".
       R5.
           ACCEPT TW-FINAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       R6.
           MOVE "S" TO W-OPCAO
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF W-OPCAO = "N" OR "n"
                   MOVE "* DECLARACAO NAO EMITIDA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
      *
      *    NUMERA E REGISTRA A DECLARACAO ANTES DE GERAR A CARTA:
      *    NUMERO JA USADO (OUTRO TERMINAL) PEGA O SEGUINTE.
       R7.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-ANOHOJE TO W-ANODEC
           PERFORM PROX-NUM THRU PROX-NUM-FIM
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           MOVE W-FUNC     TO FUNCDC
           MOVE W-TIPODEC  TO TIPODC
           MOVE CARGOFUNC  TO CARGODC
           MOVE W-SALARIO  TO SALDC
           MOVE W-MESES    TO MESESDC
           MOVE W-QTDMES   TO QTDMESDC
           MOVE W-MEDIA    TO MEDIADC
           MOVE W-FINAL    TO FINALDC
           MOVE W-NOMEREL  TO NOMERELDC
           MOVE W-OPERLOG  TO OPERADOR-DC
           ACCEPT DATAGRAV-DC FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-DC FROM TIME
           WRITE REGDECL
           IF DC-ERRO = "22"
                   GO TO R7.
           IF DC-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQDECL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
           PERFORM EMITE-DECL THRU EMITE-DECL-FIM
           MOVE W-PROXNUM TO W-NUMTXN
           MOVE W-ANODEC  TO W-NUMTXA
           MOVE SPACES TO MENS
           STRING "** DECLARACAO " DELIMITED BY SIZE
                  W-NUMTX          DELIMITED BY SIZE
                  " EMITIDA - " DELIMITED BY SIZE
                  W-NOMEREL        DELIMITED BY SPACE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      ************************************************
      * MEDIA DO LIQUIDO DOS ULTIMOS 3 OU 6 MESES    *
      ************************************************
       CALC-MEDIA.
           MOVE ZEROS TO W-TENT W-QTDMES W-SOMALIQ W-MEDIA
                         W-COMPINI W-COMPFIM
           MOVE W-ANOHOJE TO W-ANOREF
           MOVE W-MESHOJE TO W-MESREF.
       CALC-MEDIA1.
           IF W-QTDMES = W-MESES OR W-TENT = 24
              GO TO CALC-MEDIA2.
           ADD 1 TO W-TENT
           SUBTRACT 1 FROM W-MESREF
           IF W-MESREF = ZEROS
              MOVE 12 TO W-MESREF
              SUBTRACT 1 FROM W-ANOREF.
           MOVE W-FUNC     TO FUNCFL
           MOVE W-COMPREFN TO COMPETFL
           READ ARQFOLHA
           IF FL-ERRO NOT = "00"
              GO TO CALC-MEDIA1.
           ADD 1 TO W-QTDMES
           ADD LIQFL TO W-SOMALIQ
           IF W-COMPFIM = ZEROS
              MOVE W-COMPREFN TO W-COMPFIM.
           MOVE W-COMPREFN TO W-COMPINI
           PERFORM SOMA-CPL THRU SOMA-CPL-FIM
           GO TO CALC-MEDIA1.
       CALC-MEDIA2.
           IF W-QTDMES NOT = ZEROS
              DIVIDE W-SOMALIQ BY W-QTDMES GIVING W-MEDIA ROUNDED.
       CALC-MEDIA-FIM.
           EXIT.
      *
      *    LIQUIDO DAS COMPLEMENTARES (1 A 9) DA COMPETENCIA.
       SOMA-CPL.
           IF W-CF-OK NOT = "S"
              GO TO SOMA-CPL-FIM.
           MOVE ZEROS TO W-SEQCPL.
       SOMA-CPL1.
           ADD 1 TO W-SEQCPL
           MOVE W-COMPREFN TO COMPETCF
           MOVE W-SEQCPL   TO SEQCF
           MOVE W-FUNC     TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO = "00"
              ADD LIQCF TO W-SOMALIQ.
           IF W-SEQCPL < 9
              GO TO SOMA-CPL1.
       SOMA-CPL-FIM.
           EXIT.
      *
      *    VALOR DO NIVEL DO FUNCIONARIO NA GRADE SALARIAL (FPP090)
      *    VIGENTE NA DATA DA EMISSAO.
       BUSCA-GRADE.
           IF W-GRD-OK NOT = "S" OR NIVELS = ZEROS
              GO TO BUSCA-GRADE-FIM.
           MOVE W-DATAHOJEN TO W-DATAGRADE
           MOVE CARGOFUNC TO CARGOGR
           MOVE NIVELS    TO NIVELGR
           MOVE ZEROS     TO VIGENGR
           START ARQGRADE KEY IS NOT LESS CHAVEGR
              INVALID KEY
                 GO TO BUSCA-GRADE-FIM.
       BUSCA-GRADE1.
           READ ARQGRADE NEXT
           IF GR-ERRO NOT = "00"
              GO TO BUSCA-GRADE-FIM.
           IF CARGOGR NOT = CARGOFUNC OR NIVELGR NOT = NIVELS
              GO TO BUSCA-GRADE-FIM.
           IF VIGENGR > W-DATAGRADE
              GO TO BUSCA-GRADE-FIM.
           MOVE VALORGR TO W-SALARIO
           GO TO BUSCA-GRADE1.
       BUSCA-GRADE-FIM.
           EXIT.
      *
      *    PROXIMO NUMERO DO ANO: O ULTIMO GRAVADO NO ARQDECL MAIS 1.
       PROX-NUM.
           MOVE ZEROS    TO W-PROXNUM
           MOVE W-ANODEC TO ANODC
           MOVE ZEROS    TO NUMDC
           START ARQDECL KEY IS NOT LESS CHAVEDC
              INVALID KEY
                 GO TO PROX-NUM2.
       PROX-NUM1.
           READ ARQDECL NEXT
           IF DC-ERRO NOT = "00"
              GO TO PROX-NUM2.
           IF ANODC NOT = W-ANODEC
              GO TO PROX-NUM2.
           MOVE NUMDC TO W-PROXNUM
           GO TO PROX-NUM1.
       PROX-NUM2.
           ADD 1 TO W-PROXNUM
           MOVE W-ANODEC  TO ANODC
           MOVE W-PROXNUM TO NUMDC.
       PROX-NUM-FIM.
           EXIT.
      *
      *    EMPRESA DO FUNCIONARIO (FPP004) E SEU CABECALHO (FPP044):
      *    SEM REGISTRO VALE A EMPRESA 1 E O NOME PADRAO.
       LER-PARAM.
           MOVE 1 TO W-EMPFUNC
           IF W-FE-OK = "S"
              MOVE W-FUNC TO FUNCFE
              READ ARQFUNEMP
              IF FE-ERRO = "00"
                 MOVE CODEMPFU TO W-EMPFUNC.
           OPEN INPUT ARQPARAM
           IF PR-ERRO NOT = "00"
              GO TO LER-PARAM-FIM.
           MOVE W-EMPFUNC TO CODPARAM
           READ ARQPARAM
           IF PR-ERRO = "00"
              MOVE RAZAOEMP TO W-NOMEEMP
              MOVE CNPJEMP  TO W-CNPJEMP
              MOVE ENDEREMP TO W-ENDEMP.
           CLOSE ARQPARAM.
       LER-PARAM-FIM.
           EXIT.
      *
      ************************************************
      * TEXTO DA DECLARACAO                          *
      ************************************************
       EMITE-DECL.
           PERFORM LER-PARAM THRU LER-PARAM-FIM
           OPEN OUTPUT ARQFUNCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMITE-DECL-FIM.
           MOVE W-PROXNUM TO W-NUMTXN
           MOVE W-ANODEC  TO W-NUMTXA
           MOVE W-DIAHOJE TO W-DIAED
           MOVE W-MESHOJE TO W-MESED
           MOVE W-ANOHOJE TO W-ANOED
           MOVE W-DATAED  TO W-EMISTX
           MOVE CPF TO W-CPFED
           INSPECT W-CPFED REPLACING ALL " " BY "-"
      *    CABECALHO DA EMPRESA.
           WRITE REGFUNCIONARIOTX FROM DCLSEP
           WRITE REGFUNCIONARIOTX FROM W-NOMEEMP
           MOVE SPACES TO DCLLIN
           STRING "CNPJ: " DELIMITED BY SIZE
                  W-CNPJEMP DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           WRITE REGFUNCIONARIOTX FROM W-ENDEMP
           WRITE REGFUNCIONARIOTX FROM DCLSEP
           WRITE REGFUNCIONARIOTX FROM DCLBR
           WRITE REGFUNCIONARIOTX FROM DCLBR
           MOVE "           DECLARACAO DE VINCULO EMPREGATICIO"
                                                   TO W-TIPOTX
           IF W-TIPODEC = "R"
              MOVE "              DECLARACAO DE RENDIMENTOS"
                                                   TO W-TIPOTX.
           WRITE REGFUNCIONARIOTX FROM W-TIPOTX
           MOVE SPACES TO DCLLIN
           STRING "                                 No " DELIMITED
                  BY SIZE
                  W-NUMTX DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLBR
           WRITE REGFUNCIONARIOTX FROM DCLBR
      *    CORPO: IDENTIFICACAO, VINCULO, CARGO E SALARIO.
           MOVE "    DECLARAMOS, PARA OS DEVIDOS FINS, QUE" TO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           MOVE SPACES TO DCLLIN
           STRING NOMEFUNC DELIMITED BY "  "
                  ", INSCRITO(A) NO CPF SOB O No " DELIMITED BY SIZE
                  W-CPFED  DELIMITED BY SIZE
                  ","      DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           MOVE SPACES TO DCLLIN
           IF DEMISSAO = ZEROS
              STRING "E EMPREGADO(A) DESTA EMPRESA DESDE "
                                                   DELIMITED BY SIZE
                     W-ADMTX  DELIMITED BY SIZE
                     ", NO CARGO DE" DELIMITED BY SIZE
                     INTO DCLLIN
           ELSE
              STRING "FOI EMPREGADO(A) DESTA EMPRESA DE "
                                                   DELIMITED BY SIZE
                     W-ADMTX  DELIMITED BY SIZE
                     " A "    DELIMITED BY SIZE
                     W-DEMTX  DELIMITED BY SIZE
                     ", NO CARGO DE" DELIMITED BY SIZE
                     INTO DCLLIN.
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           MOVE SPACES TO DCLLIN
           STRING NOMECARGO DELIMITED BY "  "
                  ", COM SALARIO BASE DE R$ " DELIMITED BY SIZE
                  W-SALED  DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  W-UNIDTX DELIMITED BY "  "
                  "."      DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           IF W-TIPODEC NOT = "R"
              GO TO EMITE-DECL1.
      *    RENDIMENTOS: MEDIA DO LIQUIDO E PERIODO APURADO.
           MOVE W-COMPINI TO W-COMPREFN
           MOVE W-MESREF  TO W-MESCED
           MOVE W-ANOREF  TO W-ANOCED
           MOVE W-COMPED  TO W-INITX
           MOVE W-COMPFIM TO W-COMPREFN
           MOVE W-MESREF  TO W-MESCED
           MOVE W-ANOREF  TO W-ANOCED
           MOVE W-COMPED  TO W-FIMTX
           MOVE W-MEDIA   TO W-MEDIAED
           WRITE REGFUNCIONARIOTX FROM DCLBR
           MOVE SPACES TO DCLLIN
           STRING "    NOS ULTIMOS " DELIMITED BY SIZE
                  W-QTDMES DELIMITED BY SIZE
                  " MESES COM FOLHA PAGA (" DELIMITED BY SIZE
                  W-INITX  DELIMITED BY SIZE
                  " A "    DELIMITED BY SIZE
                  W-FIMTX  DELIMITED BY SIZE
                  ") RECEBEU" DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           MOVE SPACES TO DCLLIN
           STRING "REMUNERACAO LIQUIDA MEDIA MENSAL DE R$ "
                                                   DELIMITED BY SIZE
                  W-MEDIAED DELIMITED BY SIZE
                  "."       DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN.
       EMITE-DECL1.
           IF W-FINAL = SPACES
              GO TO EMITE-DECL2.
           WRITE REGFUNCIONARIOTX FROM DCLBR
           MOVE SPACES TO DCLLIN
           STRING "    ESTA DECLARACAO DESTINA-SE A: " DELIMITED
                  BY SIZE
                  W-FINAL DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN.
       EMITE-DECL2.
      *    DATA, ASSINATURA E CONFERENCIA PELO NUMERO.
           WRITE REGFUNCIONARIOTX FROM DCLBR
           WRITE REGFUNCIONARIOTX FROM DCLBR
           MOVE SPACES TO DCLLIN
           STRING "    DATA DA EMISSAO: " DELIMITED BY SIZE
                  W-EMISTX DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLBR
           WRITE REGFUNCIONARIOTX FROM DCLBR
           WRITE REGFUNCIONARIOTX FROM DCLBR
           MOVE "    ____________________________________" TO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           MOVE SPACES TO DCLLIN
           STRING "    " DELIMITED BY SIZE
                  W-NOMEEMP DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           MOVE SPACES TO DCLLIN
           STRING "    RECURSOS HUMANOS - EMITIDA POR " DELIMITED
                  BY SIZE
                  W-OPERLOG DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLBR
           WRITE REGFUNCIONARIOTX FROM DCLSEP
           MOVE SPACES TO DCLLIN
           STRING "DECLARACAO No " DELIMITED BY SIZE
                  W-NUMTX DELIMITED BY SIZE
                  " - CONFIRA A AUTENTICIDADE COM O RH DA EMPRESA."
                                                   DELIMITED BY SIZE
                  INTO DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLLIN
           WRITE REGFUNCIONARIOTX FROM DCLSEP
           CLOSE ARQFUNCTX
           MOVE W-DATAHOJEN TO W-DATAGRADE
           DIVIDE W-DATAGRADE BY 100 GIVING COMPETRC
           MOVE 1 TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       EMITE-DECL-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-FL-OK = "S"
              CLOSE ARQFOLHA.
           IF W-CF-OK = "S"
              CLOSE ARQFLCPL.
           IF W-GRD-OK = "S"
              CLOSE ARQGRADE.
           IF W-FE-OK = "S"
              CLOSE ARQFUNEMP.
           CLOSE ARQCARG.
       ROT-FIM2.
           CLOSE ARQFUNC.
       ROT-FIM3.
           CLOSE ARQDECL.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIM1.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM ANO, NUMERO E TIPO: CADA
      *    DECLARACAO TEM O SEU ARQUIVO.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP100-" DELIMITED BY SIZE
                  W-ANODEC  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-PROXNUM DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-TIPODEC DELIMITED BY SIZE
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
           MOVE "FPP100" TO PROGRC
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
