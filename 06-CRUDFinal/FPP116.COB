       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP116.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * ANONIMIZACAO DOS DADOS PESSOAIS DO ARQUIVO MORTO (LGPD)       *
      * PARA OS FUNCIONARIOS DO ARQUIVO MORTO (FPP039) DEMITIDOS HA   *
      * MAIS DO PRAZO DE GUARDA INFORMADO (MINIMO 5 ANOS):            *
      *   - NOME E DADOS BANCARIOS DO CADASTRO SAO APAGADOS;          *
      *   - ENDERECO (ARQENDFUN), DEPENDENTES DO ARQUIVO MORTO E CNH  *
      *     DA FROTA (ARQCNH) SAO EXCLUIDOS;                          *
      *   - NA PENSAO, NOME E CONTA DO BENEFICIARIO SAO APAGADOS;     *
      *   - NO JORNAL ARQJRNHR, AS IMAGENS DE ARQFUNC E ARQDEPEN DO   *
      *     FUNCIONARIO FICAM SO COM O CODIGO.                        *
      * FICAM, POR EXIGENCIA DA LEGISLACAO TRABALHISTA, PREVIDEN-     *
      * CIARIA E FISCAL: CODIGO, CPF, DATAS, CARGO E DEPARTAMENTO DO  *
      * CADASTRO, FOLHA, LANCAMENTOS, ADIANTAMENTOS, FERIAS, RESCISAO,*
      * VALORES DA PENSAO, ASO E MULTAS. CADA ANONIMIZACAO E REGIS-   *
      * TRADA NO ARQLGPD; O FPP039 NAO RECHAMA FUNCIONARIO ANONIMI-   *
      * ZADO. A RELACAO VAI PARA O CATALOGO DE RELATORIOS (FPP045).   *
      * ROTINA EXCLUSIVA DO PERFIL ADMINISTRADOR.                     *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNCARQ ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNCA
                       FILE STATUS  IS FA-ERRO.
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
           SELECT ARQJRNHR ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEJR
                    FILE STATUS          IS JR-ERRO.
           SELECT ARQLGPD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODFUNCLG
                   FILE STATUS  IS LG-ERRO.
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
      *    ARQUIVO MORTO (FPP039): MESMO LEIAUTE DO ARQFUNC.
       FD ARQFUNCARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCARQ.DAT".
       01 REGFUNCARQ.
           03 CODFUNCA             PIC 9(6).
           03 NOMEFUNCA            PIC X(30).
           03 FILLER               PIC X(45).
           03 DATANASCA            PIC 9(8).
           03 FILLER               PIC X(10).
           03 CARGOFUNCA           PIC 999.
           03 DEPFUNCA             PIC 999.
           03 FILLER               PIC X(15).
           03 ADMISSAOA            PIC 9(8).
           03 DEMISSAOA.
               05 ANODEMA          PIC 9(4).
               05 MESDEMA          PIC 9(2).
               05 DIADEMA          PIC 9(2).
           03 HORASEXTRASA         PIC 9(03).
           03 BANCOA               PIC 9(03).
           03 AGENCIAA             PIC 9(04).
           03 CONTAA               PIC 9(08).
           03 CONTADVA             PIC 9(01).
           03 OPERADORA            PIC X(08).
           03 DATAGRAVACAOA.
               05 DATAGRAVA        PIC 9(8).
               05 HORAGRAVA        PIC 9(6).
           03 FILLER               PIC X(18).
           03 CPFA                 PIC 9(11).
      *
       FD ARQDEPENARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPENARQ.DAT".
       01 REGDEPENARQ.
           03 CODDEPENA.
               05 DEPENFUNCA  PIC 9(6).
               05 SEQUENCIAA  PIC 9(1).
           03 DADOSDEPENA          PIC X(134).
      *
       FD ARQENDFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDFUN.DAT".
       01 REGENDFUN.
          03 ENDFUNC           PIC 9(06).
          03 FILLER            PIC X(124).
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
      *    CNH DOS CONDUTORES DA FROTA (PROG1300).
       FD ARQCNH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCNH.DAT".
       01 REGCNH.
          03 FUNCCNH           PIC 9(06).
          03 FILLER            PIC X(29).
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
             05 IMAGANTDAD     PIC X(204).
          03 IMAGNOV.
             05 IMAGNOVCOD     PIC X(06).
             05 IMAGNOVDAD     PIC X(204).
      *
      *    REGISTRO DAS ANONIMIZACOES (UM POR FUNCIONARIO).
       FD ARQLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLGPD.DAT".
       01 REGLGPD.
          03 CODFUNCLG         PIC 9(06).
          03 DEMISSAOLG        PIC 9(08).
          03 ANOSLG            PIC 9(02).
          03 QTDDEPLG          PIC 9(02).
          03 QTDPENLG          PIC 9(02).
          03 ENDERLG           PIC X(01).
          03 CNHLG             PIC X(01).
          03 QTDJRLG           PIC 9(05).
          03 OPERADOR-LG       PIC X(08).
          03 DATAGRAVACAO-LG.
             05 DATAGRAV-LG    PIC 9(8).
             05 HORAGRAV-LG    PIC 9(6).
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
       01 FA-ERRO      PIC X(02) VALUE "00".
       01 DA-ERRO      PIC X(02) VALUE "00".
       01 EN-ERRO      PIC X(02) VALUE "00".
       01 PS-ERRO      PIC X(02) VALUE "00".
       01 CN-ERRO      PIC X(02) VALUE "00".
       01 JR-ERRO      PIC X(02) VALUE "00".
       01 LG-ERRO      PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 RC-ERRO      PIC X(02) VALUE "00".
       01 W-DA-OK      PIC X(01) VALUE "N".
       01 W-EN-OK      PIC X(01) VALUE "N".
       01 W-PS-OK      PIC X(01) VALUE "N".
       01 W-CN-OK      PIC X(01) VALUE "N".
       01 W-JR-OK      PIC X(01) VALUE "N".
       01 W-NOMEREL    PIC X(30) VALUE SPACES.
       01 W-DATARELC   PIC 9(08) VALUE ZEROS.
       01 W-HORARELC   PIC 9(06) VALUE ZEROS.
       01 W-ANOS       PIC 9(02) VALUE 5.
       01 W-ANOLIMITE  PIC 9(04) VALUE ZEROS.
       01 W-DATAHOJE.
           05 W-ANOHOJE PIC 9(4).
           05 W-MESHOJE PIC 9(2).
           05 W-DIAHOJE PIC 9(2).
       01 W-COD        PIC 9(06) VALUE ZEROS.
       01 W-CODX REDEFINES W-COD PIC X(06).
       01 W-QTDCAND    PIC 9(05) VALUE ZEROS.
       01 W-QTDANON    PIC 9(05) VALUE ZEROS.
       01 W-QTDTX      PIC ZZ.ZZ9.
      *
      *    NOME GRAVADO NO LUGAR DO NOME DO TITULAR.
       01 W-NOMEANON   PIC X(30) VALUE "TITULAR ANONIMIZADO - LGPD".
       01 W-BENEFANON  PIC X(30) VALUE "BENEFICIARIO ANONIMIZADO".
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *
      *    RELACAO DAS ANONIMIZACOES.
       01  CAB1.
           05  FILLER   PIC X(48) VALUE
               "*** ANONIMIZACAO DO ARQUIVO MORTO (LGPD) ***".
           05  FILLER   PIC X(11) VALUE "EMITIDO EM ".
           05  CABDATTX PIC 9999/99/99 VALUE ZEROS.
       01  CAB2.
           05  FILLER   PIC X(36) VALUE
               "PRAZO DE GUARDA APOS A DEMISSAO : ".
           05  CABANOTX PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(11) VALUE " ANOS  POR ".
           05  CABOPETX PIC X(08) VALUE SPACES.
       01  CAB3.
           05  FILLER   PIC X(35) VALUE
               "CODIGO  DEMISSAO   DEPEND. PENSOES ".
           05  FILLER   PIC X(26) VALUE
               "ENDERECO  CNH  IMAGENS JRN".
       01  DETLIN.
           05  DETCODTX PIC 9(06) VALUE ZEROS.
           05  FILLER   PIC X(02) VALUE SPACES.
           05  DETDEMTX PIC 9999/99/99 VALUE ZEROS.
           05  FILLER   PIC X(03) VALUE SPACES.
           05  DETDEPTX PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(06) VALUE SPACES.
           05  DETPENTX PIC Z9 VALUE ZEROS.
           05  FILLER   PIC X(06) VALUE SPACES.
           05  DETENDTX PIC X(01) VALUE SPACES.
           05  FILLER   PIC X(07) VALUE SPACES.
           05  DETCNHTX PIC X(01) VALUE SPACES.
           05  FILLER   PIC X(06) VALUE SPACES.
           05  DETJRNTX PIC ZZ.ZZ9 VALUE ZEROS.
       01  TOTLIN.
           05  FILLER   PIC X(30) VALUE
               "FUNCIONARIOS ANONIMIZADOS  : ".
           05  TOTQTDTX PIC ZZ.ZZ9 VALUE ZEROS.
       01  RODLIN.
           05  RODTX    PIC X(80) VALUE SPACES.
       01  LINHABR      PIC X(80) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** ANONIMIZACAO DO ARQUIVO MORTO (LGPD) ***".
           05  LINE 04  COLUMN 04
               VALUE  "APAGA NOME, ENDERECO, CONTA, DEPENDENTES E CNH".
           05  LINE 05  COLUMN 04
               VALUE  "DOS DEMITIDOS ALEM DO PRAZO DE GUARDA. FOLHA,".
           05  LINE 06  COLUMN 04
               VALUE  "RESCISAO, FERIAS, ASO E CPF SAO MANTIDOS.".
           05  LINE 08  COLUMN 04 VALUE  "ANOS APOS A DEMISSAO   :".
           05  LINE 08  COLUMN 33 VALUE  "(MINIMO 5)".
           05  LINE 10  COLUMN 04 VALUE  "FUNCIONARIOS NO PRAZO  :".
           05  LINE 12  COLUMN 04 VALUE  "FUNCIONARIOS ANONIMIZ. :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-ANOS
               LINE 08  COLUMN 29  PIC 9(02)
               USING  W-ANOS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *    APAGAR DADOS PESSOAIS E ATO DO ADMINISTRADOR.
           IF W-PERFILOG NOT = "A" AND W-PERFILOG NOT = SPACES
              MOVE "* ANONIMIZACAO EXIGE PERFIL ADMINISTRADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
       R0.
           OPEN I-O ARQFUNCARQ
           IF FA-ERRO NOT = "00"
              MOVE "* ARQUIVO MORTO VAZIO - VER FPP039 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
       R0A.
           OPEN I-O ARQLGPD
           IF LG-ERRO NOT = "00"
              IF LG-ERRO = "30"
                 OPEN OUTPUT ARQLGPD
                 CLOSE ARQLGPD
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQLGPD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
      *
      *    OS ARQUIVOS COM DADOS ACESSORIOS SAO OPCIONAIS.
           MOVE "N" TO W-DA-OK W-EN-OK W-PS-OK W-CN-OK W-JR-OK
           OPEN I-O ARQDEPENARQ
           IF DA-ERRO = "00"
              MOVE "S" TO W-DA-OK.
           OPEN I-O ARQENDFUN
           IF EN-ERRO = "00"
              MOVE "S" TO W-EN-OK.
           OPEN I-O ARQPENSAO
           IF PS-ERRO = "00"
              MOVE "S" TO W-PS-OK.
           OPEN I-O ARQCNH
           IF CN-ERRO = "00"
              MOVE "S" TO W-CN-OK.
           OPEN I-O ARQJRNHR
           IF JR-ERRO = "00"
              MOVE "S" TO W-JR-OK.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE 5 TO W-ANOS
           DISPLAY TELA.
       R2.
           ACCEPT TW-ANOS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ANOS < 5
                   MOVE "* PRAZO DE GUARDA MINIMO DE 5 ANOS *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           COMPUTE W-ANOLIMITE = W-ANOHOJE - W-ANOS
           PERFORM CONTA-CAND THRU CONTA-CAND-FIM
           MOVE W-QTDCAND TO W-QTDTX
           DISPLAY (10, 29) W-QTDTX
           IF W-QTDCAND = ZEROS
                   MOVE "* NENHUM DEMITIDO ALEM DO PRAZO DE GUARDA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       INC-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA ANONIMIZ. (S/N): ".
                ACCEPT (23, 66) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ANONIMIZACAO NAO EXECUTADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
           PERFORM ABRE-REL THRU ABRE-REL-FIM
           MOVE ZEROS TO W-QTDANON
           MOVE ZEROS TO CODFUNCA
           START ARQFUNCARQ KEY IS NOT LESS CODFUNCA
              INVALID KEY
                 GO TO ANO-FIM.
       ANO-LOOP.
           READ ARQFUNCARQ NEXT
           IF FA-ERRO NOT = "00"
              GO TO ANO-FIM.
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           IF W-OPCAO NOT = "S"
              GO TO ANO-LOOP.
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           GO TO ANO-LOOP.
       ANO-FIM.
           PERFORM FECHA-REL THRU FECHA-REL-FIM
           MOVE W-QTDANON TO W-QTDTX
           DISPLAY (12, 29) W-QTDTX
           MOVE "*** ANONIMIZACAO CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    DEMITIDO ALEM DO PRAZO E AINDA NAO ANONIMIZADO: W-OPCAO "S".
       VER-PRAZO.
           MOVE "N" TO W-OPCAO
           IF DEMISSAOA = ZEROS
              GO TO VER-PRAZO-FIM.
           IF ANODEMA NOT < W-ANOLIMITE
              GO TO VER-PRAZO-FIM.
           MOVE CODFUNCA TO CODFUNCLG
           READ ARQLGPD
           IF LG-ERRO = "00"
              GO TO VER-PRAZO-FIM.
           MOVE "S" TO W-OPCAO.
       VER-PRAZO-FIM.
           EXIT.
      *
       CONTA-CAND.
           MOVE ZEROS TO W-QTDCAND
           MOVE ZEROS TO CODFUNCA
           START ARQFUNCARQ KEY IS NOT LESS CODFUNCA
              INVALID KEY
                 GO TO CONTA-CAND-FIM.
       CONTA-CAND1.
           READ ARQFUNCARQ NEXT
           IF FA-ERRO NOT = "00"
              GO TO CONTA-CAND-FIM.
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           IF W-OPCAO = "S"
              ADD 1 TO W-QTDCAND.
           GO TO CONTA-CAND1.
       CONTA-CAND-FIM.
           EXIT.
      *
      *****************************************
      * ANONIMIZACAO DE UM FUNCIONARIO        *
      *****************************************
      *
       ANONIMIZA.
           MOVE CODFUNCA TO W-COD
           MOVE ZEROS  TO QTDDEPLG QTDPENLG QTDJRLG
           MOVE "N"    TO ENDERLG CNHLG
      *    CADASTRO DO ARQUIVO MORTO: SAI NOME E CONTA BANCARIA.
           MOVE W-NOMEANON TO NOMEFUNCA
           MOVE ZEROS      TO BANCOA AGENCIAA CONTAA CONTADVA
           MOVE W-OPERLOG  TO OPERADORA
           ACCEPT DATAGRAVA FROM DATE YYYYMMDD
           ACCEPT HORAGRAVA FROM TIME
           REWRITE REGFUNCARQ
           IF FA-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO MORTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ANONIMIZA-FIM.
           PERFORM ANO-DEPEN THRU ANO-DEPEN-FIM
           PERFORM ANO-PENSAO THRU ANO-PENSAO-FIM
           IF W-EN-OK = "S"
              MOVE W-COD TO ENDFUNC
              READ ARQENDFUN
              IF EN-ERRO = "00"
                 DELETE ARQENDFUN RECORD
                 MOVE "S" TO ENDERLG
              END-IF.
           IF W-CN-OK = "S"
              MOVE W-COD TO FUNCCNH
              READ ARQCNH
              IF CN-ERRO = "00"
                 DELETE ARQCNH RECORD
                 MOVE "S" TO CNHLG
              END-IF.
           PERFORM ANO-JRN THRU ANO-JRN-FIM
           MOVE W-COD     TO CODFUNCLG
           MOVE DEMISSAOA TO DEMISSAOLG
           MOVE W-ANOS    TO ANOSLG
           MOVE W-OPERLOG TO OPERADOR-LG
           ACCEPT DATAGRAV-LG FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-LG FROM TIME
           WRITE REGLGPD
           ADD 1 TO W-QTDANON
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       ANONIMIZA-FIM.
           EXIT.
      *
      *    DEPENDENTES DO ARQUIVO MORTO: EXCLUIDOS (A DEDUCAO DE IRRF
      *    JA ESTA GRAVADA NA FOLHA DE CADA COMPETENCIA).
       ANO-DEPEN.
           IF W-DA-OK NOT = "S"
              GO TO ANO-DEPEN-FIM.
           MOVE W-COD TO DEPENFUNCA
           MOVE ZEROS TO SEQUENCIAA
           START ARQDEPENARQ KEY IS NOT LESS CODDEPENA
              INVALID KEY
                 GO TO ANO-DEPEN-FIM.
       ANO-DEPEN1.
           READ ARQDEPENARQ NEXT
           IF DA-ERRO NOT = "00"
              GO TO ANO-DEPEN-FIM.
           IF DEPENFUNCA NOT = W-COD
              GO TO ANO-DEPEN-FIM.
           DELETE ARQDEPENARQ RECORD
           ADD 1 TO QTDDEPLG
           GO TO ANO-DEPEN1.
       ANO-DEPEN-FIM.
           EXIT.
      *
      *    PENSAO: FICAM TIPO, PERCENTUAL E VALOR DESCONTADOS.
       ANO-PENSAO.
           IF W-PS-OK NOT = "S"
              GO TO ANO-PENSAO-FIM.
           MOVE W-COD TO PENFUNC
           MOVE ZEROS TO SEQPEN
           START ARQPENSAO KEY IS NOT LESS CHAVEPS
              INVALID KEY
                 GO TO ANO-PENSAO-FIM.
       ANO-PENSAO1.
           READ ARQPENSAO NEXT
           IF PS-ERRO NOT = "00"
              GO TO ANO-PENSAO-FIM.
           IF PENFUNC NOT = W-COD
              GO TO ANO-PENSAO-FIM.
           MOVE W-BENEFANON TO NOMEBENEF
           MOVE ZEROS TO BANCOPEN AGENCIAPEN CONTAPEN CONTADVPEN
           MOVE W-OPERLOG TO OPERADOR-PS
           ACCEPT DATAGRAV-PS FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-PS FROM TIME
           REWRITE REGPENSAO
           ADD 1 TO QTDPENLG
           GO TO ANO-PENSAO1.
       ANO-PENSAO-FIM.
           EXIT.
      *
      *    JORNAL: A IMAGEM FICA SO COM O CODIGO, PRESERVANDO O RASTRO
      *    DE QUEM ALTEROU E QUANDO.
       ANO-JRN.
           IF W-JR-OK NOT = "S"
              GO TO ANO-JRN-FIM.
           MOVE ZEROS TO DATAJR HORAJR SEQJR
           START ARQJRNHR KEY IS NOT LESS CHAVEJR
              INVALID KEY
                 GO TO ANO-JRN-FIM.
       ANO-JRN1.
           READ ARQJRNHR NEXT
           IF JR-ERRO NOT = "00"
              GO TO ANO-JRN-FIM.
           IF ARQJR NOT = "ARQFUNC " AND ARQJR NOT = "ARQDEPEN"
              GO TO ANO-JRN1.
           IF IMAGANTCOD NOT = W-CODX AND IMAGNOVCOD NOT = W-CODX
              GO TO ANO-JRN1.
           IF IMAGANTCOD = W-CODX
              MOVE SPACES TO IMAGANTDAD.
           IF IMAGNOVCOD = W-CODX
              MOVE SPACES TO IMAGNOVDAD.
           REWRITE REGJRNHR
           ADD 1 TO QTDJRLG
           GO TO ANO-JRN1.
       ANO-JRN-FIM.
           EXIT.
      *
      *****************************************
      * RELACAO DAS ANONIMIZACOES             *
      *****************************************
      *
       ABRE-REL.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "FPP116-"  DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  W-HORARELC DELIMITED BY SIZE
                  ".DOC"     DELIMITED BY SIZE
                  INTO W-NOMEREL
           OPEN OUTPUT ARQFUNCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DA RELACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ABRE-REL-FIM.
           MOVE W-DATARELC TO CABDATTX
           MOVE W-ANOS     TO CABANOTX
           MOVE W-OPERLOG  TO CABOPETX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB3
           WRITE REGFUNCIONARIOTX FROM LINHABR.
       ABRE-REL-FIM.
           EXIT.
      *
       GRAVA-DET.
           IF TX-ERRO NOT = "00"
              GO TO GRAVA-DET-FIM.
           MOVE W-COD      TO DETCODTX
           MOVE DEMISSAOA  TO DETDEMTX
           MOVE QTDDEPLG   TO DETDEPTX
           MOVE QTDPENLG   TO DETPENTX
           MOVE ENDERLG    TO DETENDTX
           MOVE CNHLG      TO DETCNHTX
           MOVE QTDJRLG    TO DETJRNTX
           WRITE REGFUNCIONARIOTX FROM DETLIN.
       GRAVA-DET-FIM.
           EXIT.
      *
       FECHA-REL.
           IF TX-ERRO NOT = "00"
              GO TO FECHA-REL-FIM.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           MOVE W-QTDANON TO TOTQTDTX
           WRITE REGFUNCIONARIOTX FROM TOTLIN
           MOVE "MANTIDOS: CODIGO, CPF, DATAS, CARGO, FOLHA, RESCISAO,"
                                          TO RODTX
           WRITE REGFUNCIONARIOTX FROM RODLIN
           MOVE "FERIAS, VALORES DE PENSAO, ASO E MULTAS (GUARDA LEGAL)"
                                          TO RODTX
           WRITE REGFUNCIONARIOTX FROM RODLIN
           CLOSE ARQFUNCTX
           COMPUTE COMPETRC = W-DATARELC / 100
           MOVE W-QTDANON TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM.
       FECHA-REL-FIM.
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
           MOVE "FPP116" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-DA-OK = "S"
              CLOSE ARQDEPENARQ.
           IF W-EN-OK = "S"
              CLOSE ARQENDFUN.
           IF W-PS-OK = "S"
              CLOSE ARQPENSAO.
           IF W-CN-OK = "S"
              CLOSE ARQCNH.
           IF W-JR-OK = "S"
              CLOSE ARQJRNHR.
           CLOSE ARQLGPD.
       ROT-FIM2.
           CLOSE ARQFUNCARQ.
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
