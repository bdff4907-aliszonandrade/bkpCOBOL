                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEJR
                    FILE STATUS          IS JR-ERRO.
       SELECT ARQLOGSEG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS LG-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       ALTERNATE RECORD KEY IS FUNCMV WITH DUPLICATES
                       FILE STATUS  IS MV-ERRO.

           SELECT ARQPENDAP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPA
                       FILE STATUS  IS PA-ERRO.

           SELECT ARQFUNEMP ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCFE
                       FILE STATUS  IS FE-ERRO.
           SELECT ARQFUNSIND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCFS
                       FILE STATUS  IS FS-ERRO.
           SELECT ARQFUNCTR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS FUNCCT
                       FILE STATUS  IS CT-ERRO.
           SELECT ARQSIND ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODSIND
                       FILE STATUS  IS SI-ERRO.
           SELECT ARQENDFUN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).

       FD ARQDEP
               LABEL RECORD IS STANDARD
      *
      *    HISTORICO DE MOVIMENTACOES: TODA TROCA DE DEPARTAMENTO OU
      *    CARGO FEITA AQUI FICA REGISTRADA COM O VALOR ANTIGO, O
      *    NOVO, O MOTIVO E O OPERADOR (CONSULTA NO FPP034). A TROCA
      *    DE NIVEL SALARIAL E GRAVADA NA APROVACAO (FPP071).
       FD ARQMOVFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVFUNC.DAT".
           03 CARGNOVMV    PIC 9(3).
           03 MOTIVOMV     PIC X(20).
           03 OPERADOR-MV  PIC X(08).
           03 NIVANTMV     PIC 9(2).
           03 NIVNOVMV     PIC 9(2).
      *
      *    PENDENCIAS DE APROVACAO (FPP071): A MUDANCA DE NIVEL
      *    SALARIAL DE FUNCIONARIO JA CADASTRADO (TIPO N) SO VALE
      *    DEPOIS QUE UM SEGUNDO OPERADOR ADMINISTRADOR APROVA.
       FD ARQPENDAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPENDAP.DAT".
       01 REGPENDAP.
           03 CHAVEPA.
               05 TIPOPA   PIC X(01).
               05 NUMPA    PIC 9(06).
           03 CODREFPA    PIC 9(06).
           03 COMPETPA    PIC 9(06).
           03 VALORANTPA  PIC 9(06)V99.
           03 VALORNOVPA  PIC 9(06)V99.
           03 SITPA       PIC X(01).
           03 OPERSOLPA   PIC X(08).
           03 OPERAPRPA   PIC X(08).
           03 DATAGRAVACAO-PA.
               05 DATAGRAV-PA PIC 9(8).
               05 HORAGRAV-PA PIC 9(6).

      *
      *    EMPRESA (FILIAL) DO FUNCIONARIO: USADA PELA FOLHA E PELAS
             05 DATAGRAV-FE    PIC 9(8).
             05 HORAGRAV-FE    PIC 9(6).
      *
      *    SINDICATO DO FUNCIONARIO: SINDFS ZERO SEGUE O SINDICATO DO
      *    CARGO (ARQCARG); OPOSFS = "S" QUANDO O FUNCIONARIO ENTREGOU
      *    CARTA DE OPOSICAO A CONTRIBUICAO (A FOLHA NAO DESCONTA).
       FD ARQFUNSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNSIND.DAT".
       01 REGFUNSIND.
          03 FUNCFS            PIC 9(06).
          03 SINDFS            PIC 9(03).
          03 OPOSFS            PIC X(01).
          03 DATAOPOSFS        PIC 9(08).
          03 OPERADOR-FS       PIC X(08).
          03 DATAGRAVACAO-FS.
             05 DATAGRAV-FS    PIC 9(8).
             05 HORAGRAV-FS    PIC 9(6).
      *
      *    TIPO DE CONTRATO DO FUNCIONARIO: C = CLT, E = ESTAGIARIO
      *    (BOLSA SEM INSS E SEM FGTS), A = JOVEM APRENDIZ (FGTS 2%).
      *    FUNCIONARIO SEM REGISTRO AQUI E TRATADO COMO CLT.
      *    MODALIDADE: X = EXPERIENCIA 45+45 DIAS, P = PRAZO
      *    DETERMINADO (FIMCT), I = INDETERMINADO. SITUACAO DO PRAZO:
      *    A = NO PRIMEIRO PERIODO, R = PRORROGADO, E = EFETIVADO,
      *    D = EM DESLIGAMENTO (DECISOES TOMADAS NO FPP086).
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
      *    TABELA DE SINDICATOS (FPP081).
       FD ARQSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSIND.DAT".
       01 REGSIND.
          03 CODSIND           PIC 9(03).
          03 NOMESIND          PIC X(30).
          03 CNPJSIND          PIC 9(14).
          03 MESBASESIND       PIC 9(02).
          03 TIPOCONTSIND      PIC X(01).
          03 FORMASIND         PIC X(01).
          03 PERCSIND          PIC 9(02)V99.
          03 VALORSIND         PIC 9(06)V99.
          03 OPERADOR-SI       PIC X(08).
          03 DATAGRAVACAO-SI.
             05 DATAGRAV-SI    PIC 9(8).
             05 HORAGRAV-SI    PIC 9(6).
      *
      *    ENDERECO RESIDENCIAL DO FUNCIONARIO (FPP004): O CEP E
      *    DIGITADO E O LOGRADOURO/CIDADE/UF VEM DO CADCEP, COMO NO
      *    CADASTRO DE FORNECEDORES (STP002).
          03 OPERJR            PIC X(08).
          03 IMAGANT           PIC X(210).
          03 IMAGNOV           PIC X(210).
      *
      *    LOG DE SEGURANCA (MESMO DO FPP000): REGISTRA AS ALTERACOES
      *    RECUSADAS POR REGISTRO REGRAVADO POR OUTRO OPERADOR.
       FD ARQLOGSEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOGSEG.DOC".
       01 REGLOGSEG.
          03 LOGDATA           PIC 9(08).
          03 FILLER            PIC X(01).
          03 LOGHORA           PIC 9(06).
          03 FILLER            PIC X(01).
          03 LOGOPER           PIC X(08).
          03 FILLER            PIC X(01).
          03 LOGMOTIVO         PIC X(30).
       WORKING-STORAGE SECTION.
       
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-CARGO-ANTIGO    PIC 9(3) VALUE ZEROS.
       01 MV-ERRO           PIC X(02) VALUE "00".
       01 W-MOTIVOMV        PIC X(20) VALUE SPACES.
       01 W-NIVEL-ANTIGO    PIC 9(2) VALUE ZEROS.
       01 W-NIVNOVO-PD      PIC 9(2) VALUE ZEROS.
       01 PA-ERRO           PIC X(02) VALUE "00".
       01 W-TIPOGUARD       PIC X(01) VALUE SPACES.
       01 W-PROXNUM         PIC 9(06) VALUE ZEROS.
      *
      *    VALIDACAO DO CPF (MODULO 11), NOS MOLDES DA VALIDACAO DE
      *    CNPJ DO STP002, E VARREDURA DE CPF DUPLICADO NO ARQUIVO.
       01 W-JRN-OP          PIC X(01) VALUE SPACES.
       01 W-JRN-ANT         PIC X(210) VALUE SPACES.
       01 W-JRN-NOV         PIC X(210) VALUE SPACES.
      *
      *    CARIMBO (OPERADOR E DATA/HORA DA GRAVACAO) DO REGISTRO NO
      *    MOMENTO DA LEITURA: SE MUDAR ATE A REGRAVACAO, OUTRO
      *    OPERADOR ALTEROU O REGISTRO NESSE MEIO TEMPO.
       01 LG-ERRO           PIC X(02) VALUE "00".
       01 W-OPER-LIDO       PIC X(08) VALUE SPACES.
       01 W-GRAV-LIDA       PIC 9(14) VALUE ZEROS.
       01 W-COLIDIU         PIC X(01) VALUE "N".
       01 W-COLDATA         PIC 9999/99/99.
       01 W-COLHORA         PIC 9(06) VALUE ZEROS.
       01 W-COLHORA-R REDEFINES W-COLHORA.
           05 W-COLHH       PIC 9(02).
           05 W-COLMM       PIC 9(02).
           05 W-COLSS       PIC 9(02).
       01 FE-ERRO       PIC X(02) VALUE "00".
       01 W-CODEMP      PIC 9(01) VALUE 1.
       01 FS-ERRO       PIC X(02) VALUE "00".
       01 CT-ERRO       PIC X(02) VALUE "00".
       01 W-TIPOCTR     PIC X(01) VALUE "C".
       01 W-MODCTR      PIC X(01) VALUE "X".
       01 W-MODANT      PIC X(01) VALUE SPACES.
       01 W-FIMANT      PIC 9(08) VALUE ZEROS.
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-DT-NDIAS    PIC 9(03) VALUE ZEROS.
       01 W-DT-RESTO    PIC 9(03) VALUE ZEROS.
       01 W-DT-DMAX     PIC 9(02) VALUE ZEROS.
       01 W-DT-Q        PIC 9(04) VALUE ZEROS.
       01 W-DT-R4       PIC 9(04) VALUE ZEROS.
       01 SI-ERRO       PIC X(02) VALUE "00".
       01 W-SIND-OK     PIC X(01) VALUE "N".
       01 W-SINDFUNC    PIC 9(03) VALUE ZEROS.
       01 W-OPOSFUNC    PIC X(01) VALUE "N".
       01 EN-ERRO       PIC X(02) VALUE "00".
       01 CE-ERRO       PIC X(02) VALUE "00".
       01 W-CEP-OK      PIC X(01) VALUE "N".
                 OPEN OUTPUT ARQFUNEMP
                 CLOSE ARQFUNEMP
                 GO TO R0FE.
       R0FS.
           OPEN I-O ARQFUNSIND
           IF FS-ERRO NOT = "00"
              IF FS-ERRO = "30"
                 OPEN OUTPUT ARQFUNSIND
                 CLOSE ARQFUNSIND
                 GO TO R0FS.
           MOVE "N" TO W-SIND-OK
           OPEN INPUT ARQSIND
           IF SI-ERRO = "00"
              MOVE "S" TO W-SIND-OK.
       R0CT.
           OPEN I-O ARQFUNCTR
           IF CT-ERRO NOT = "00"
              IF CT-ERRO = "30"
                 OPEN OUTPUT ARQFUNCTR
                 CLOSE ARQFUNCTR
                 GO TO R0CT.
       R0EN.
           OPEN I-O ARQENDFUN
           IF EN-ERRO NOT = "00"
                 OPEN OUTPUT ARQJRNHR
                 CLOSE ARQJRNHR
                 GO TO R0JR.
       R0PA.
           OPEN I-O ARQPENDAP
           IF PA-ERRO NOT = "00"
              IF PA-ERRO = "30"
                 OPEN OUTPUT ARQPENDAP
                 CLOSE ARQPENDAP
                 GO TO R0PA.
       R1.
           MOVE SPACES TO NOMEFUNC GENERO GENEROAUX IMP IMP2 NOMECARGO
           MOVE SPACES TO STATUSD
           READ ARQFUNC
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                   MOVE OPERADOR IN REGFUNC TO W-OPER-LIDO
                   MOVE DATAGRAVACAO IN REGFUNC TO W-GRAV-LIDA
                   MOVE STATUSF TO W-STATUSF-ANTIGO
                   MOVE DEPFUNC TO W-DEPFUNC-ANTIGO
                   MOVE CARGOFUNC TO W-CARGO-ANTIGO
                   MOVE NIVELS TO W-NIVEL-ANTIGO
                   PERFORM R11A
                   PERFORM R12A
                   DISPLAY TELA
           WRITE REGFUNC
           IF ST-ERRO = "00" OR "02"
                 PERFORM GRAVA-EMP THRU GRAVA-EMP-FIM
                 PERFORM GRAVA-SIND THRU GRAVA-SIND-FIM
                 PERFORM GRAVA-CTR THRU GRAVA-CTR-FIM
                 PERFORM GRAVA-END THRU GRAVA-END-FIM
                 MOVE "* GRAVADO - REGISTRE OS DOCUMENTOS NO FPP105 *"
                                                  TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           IF ST-ERRO = "22"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
      *    QUATRO OLHOS: MUDANCA DE NIVEL SALARIAL NAO ENTRA DIRETO -
      *    VIRA PENDENCIA NO ARQPENDAP E SO VALE DEPOIS QUE UM SEGUNDO
      *    OPERADOR ADMINISTRADOR APROVAR NO FPP071, QUE GRAVA O
      *    HISTORICO NO ARQMOVFUNC. OS DEMAIS CAMPOS SAO GRAVADOS
      *    NORMALMENTE.
                PERFORM VER-COLISAO THRU VER-COLISAO-FIM
                IF W-COLIDIU = "S"
                   GO TO R1.
                IF NIVELS NOT = W-NIVEL-ANTIGO
                   MOVE NIVELS TO W-NIVNOVO-PD
                   MOVE W-NIVEL-ANTIGO TO NIVELS
                   PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM.
                IF STATUSAUX = "D" AND W-STATUSF-ANTIGO NOT = STATUSF
                   ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                   MOVE W-ANOHOJE TO ANODEM
                   PERFORM GRAVA-JRN THRU GRAVA-JRN-FIM
                   PERFORM ALT-MOV THRU ALT-MOV-FIM
                   PERFORM GRAVA-EMP THRU GRAVA-EMP-FIM
                   PERFORM GRAVA-SIND THRU GRAVA-SIND-FIM
                   PERFORM GRAVA-CTR THRU GRAVA-CTR-FIM
                   PERFORM GRAVA-END THRU GRAVA-END-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE "ERRO NA EXCLUSAO DO REGISTRO FUNCIONARIO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *-----------[ REGRAVACAO CONCORRENTE ]----------------------------
      *    RELE O REGISTRO DO DISCO E CONFERE O CARIMBO GUARDADO NA
      *    LEITURA. SE OUTRO OPERADOR GRAVOU NESSE MEIO TEMPO, MOSTRA
      *    QUEM E QUANDO, REGISTRA NO LOG DE SEGURANCA E A ALTERACAO
      *    TEM DE SER REFEITA SOBRE OS DADOS ATUAIS.
       VER-COLISAO.
           MOVE "N" TO W-COLIDIU
           MOVE REGFUNC TO W-JRN-NOV
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE W-JRN-NOV TO REGFUNC
              GO TO VER-COLISAO-FIM.
           IF OPERADOR IN REGFUNC = W-OPER-LIDO
              AND DATAGRAVACAO IN REGFUNC = W-GRAV-LIDA
              MOVE W-JRN-NOV TO REGFUNC
              GO TO VER-COLISAO-FIM.
           MOVE "S" TO W-COLIDIU
           MOVE DATAGRAV IN REGFUNC TO W-COLDATA
           MOVE HORAGRAV IN REGFUNC TO W-COLHORA
           MOVE SPACES TO MENS
           STRING "* ALTERADO POR " OPERADOR IN REGFUNC " EM "
                  W-COLDATA " " W-COLHH ":" W-COLMM " *"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "* REGISTRO MUDOU - REFACA A ALTERACAO *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           OPEN EXTEND ARQLOGSEG
           IF LG-ERRO NOT = "00"
              OPEN OUTPUT ARQLOGSEG.
           MOVE SPACES TO REGLOGSEG
           ACCEPT LOGDATA FROM DATE YYYYMMDD
           ACCEPT LOGHORA FROM TIME
           MOVE W-OPERADOR TO LOGOPER
           STRING "COLISAO ARQFUNC " CODFUNC IN REGFUNC
                  DELIMITED BY SIZE INTO LOGMOTIVO
           WRITE REGLOGSEG
           CLOSE ARQLOGSEG.
       VER-COLISAO-FIM.
           EXIT.
      *-----------[ EMPRESA (FILIAL) DO FUNCIONARIO ]-------------------
      *    PERGUNTADA NO FIM DA GRAVACAO; RESPOSTA INVALIDA MANTEM O
      *    VINCULO ANTERIOR (OU A EMPRESA 1 PARA FUNCIONARIO NOVO).
              REWRITE REGFUNEMP.
       GRAVA-EMP-FIM.
           EXIT.
      *-----------[ SINDICATO E CARTA DE OPOSICAO ]---------------------
      *    PERGUNTADOS COMO A EMPRESA: SINDICATO ZERO SEGUE O DO CARGO.
      *    A DATA DA OPOSICAO E A DO DIA EM QUE FOI INFORMADA.
       GRAVA-SIND.
           MOVE CODFUNC TO FUNCFS
           READ ARQFUNSIND
           IF FS-ERRO = "00"
              MOVE SINDFS TO W-SINDFUNC
              MOVE OPOSFS TO W-OPOSFUNC
           ELSE
              MOVE ZEROS  TO W-SINDFUNC DATAOPOSFS
              MOVE "N"    TO W-OPOSFUNC OPOSFS.
       GRAVA-SIND1.
           DISPLAY (23, 12) "SINDICATO (0 = O DO CARGO):"
           ACCEPT  (23, 42) W-SINDFUNC WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-SINDFUNC = ZEROS OR W-SIND-OK NOT = "S"
              GO TO GRAVA-SIND2.
           MOVE W-SINDFUNC TO CODSIND
           READ ARQSIND
           IF SI-ERRO NOT = "00"
              MOVE "*** SINDICATO NAO CADASTRADO (FPP081) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-SIND1.
       GRAVA-SIND2.
           DISPLAY (23, 12) "CARTA DE OPOSICAO (S/N):"
           ACCEPT  (23, 42) W-OPOSFUNC WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-OPOSFUNC = "s"
              MOVE "S" TO W-OPOSFUNC.
           IF W-OPOSFUNC NOT = "S"
              MOVE "N" TO W-OPOSFUNC.
           IF W-OPOSFUNC = "S" AND OPOSFS NOT = "S"
              ACCEPT DATAOPOSFS FROM DATE YYYYMMDD.
           IF W-OPOSFUNC = "N"
              MOVE ZEROS TO DATAOPOSFS.
           MOVE CODFUNC    TO FUNCFS
           MOVE W-SINDFUNC TO SINDFS
           MOVE W-OPOSFUNC TO OPOSFS
           MOVE W-OPERADOR TO OPERADOR-FS
           ACCEPT DATAGRAV-FS FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-FS FROM TIME
           WRITE REGFUNSIND
           IF FS-ERRO = "22"
              REWRITE REGFUNSIND.
       GRAVA-SIND-FIM.
           EXIT.
      *-----------[ TIPO DE CONTRATO ]----------------------------------
      *    ESTAGIARIO E APRENDIZ EXIGEM A INSTITUICAO DE ENSINO (OU
      *    ENTIDADE FORMADORA) E A DATA DE FIM DO CONTRATO.
       GRAVA-CTR.
           MOVE CODFUNC TO FUNCCT
           READ ARQFUNCTR
           IF CT-ERRO = "00"
              MOVE TIPOCT TO W-TIPOCTR
              MOVE MODCT  TO W-MODCTR W-MODANT
              MOVE FIMCT  TO W-FIMANT
           ELSE
              MOVE "C"    TO W-TIPOCTR
              MOVE "X"    TO W-MODCTR
              MOVE SPACES TO W-MODANT INSTCT SITCT
              MOVE ZEROS  TO FIMCT W-FIMANT FIMEXP1CT FIMEXP2CT.
      *    REGISTRO ANTERIOR A MODALIDADE: SEM PRAZO A CONTROLAR.
           IF W-MODCTR = SPACES
              MOVE "I" TO W-MODCTR W-MODANT.
       GRAVA-CTR1.
           DISPLAY (23, 12) "CONTRATO (C=CLT E=ESTAG A=APREND):"
           ACCEPT  (23, 47) W-TIPOCTR WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-TIPOCTR = "c"
              MOVE "C" TO W-TIPOCTR.
           IF W-TIPOCTR = "e"
              MOVE "E" TO W-TIPOCTR.
           IF W-TIPOCTR = "a"
              MOVE "A" TO W-TIPOCTR.
           IF W-TIPOCTR NOT = "C" AND "E" AND "A"
              MOVE "*** DIGITE APENAS C, E OU A ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-CTR1.
           IF W-TIPOCTR NOT = "C"
              MOVE "P" TO W-MODCTR
              GO TO GRAVA-CTR2.
           MOVE SPACES TO INSTCT.
      *    CLT: EXPERIENCIA, PRAZO DETERMINADO OU INDETERMINADO.
       GRAVA-CTR1A.
           DISPLAY (23, 12) "MODALIDADE (X=EXPER P=PRAZO I=INDETERM):"
           ACCEPT  (23, 54) W-MODCTR WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF W-MODCTR = "x"
              MOVE "X" TO W-MODCTR.
           IF W-MODCTR = "p"
              MOVE "P" TO W-MODCTR.
           IF W-MODCTR = "i"
              MOVE "I" TO W-MODCTR.
           IF W-MODCTR NOT = "X" AND "P" AND "I"
              MOVE "*** DIGITE APENAS X, P OU I ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-CTR1A.
           IF W-MODCTR = "P"
              GO TO GRAVA-CTR3.
           MOVE ZEROS TO FIMCT
           IF W-MODCTR = "I"
              MOVE ZEROS TO FIMEXP1CT FIMEXP2CT
              MOVE "E" TO SITCT
              GO TO GRAVA-CTR4.
      *    EXPERIENCIA: 45 DIAS CONTANDO A ADMISSAO, PRORROGAVEIS UMA
      *    VEZ ATE 90. AS DATAS SO SAO REFEITAS ENQUANTO O CONTRATO
      *    ESTA NO PRIMEIRO PERIODO (ADMISSAO CORRIGIDA).
           IF W-MODANT = "X" AND SITCT NOT = "A"
              GO TO GRAVA-CTR4.
           MOVE ADMISSAO TO W-DT-DATA
           MOVE 44 TO W-DT-NDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DT-DATA TO FIMEXP1CT
           MOVE ADMISSAO TO W-DT-DATA
           MOVE 89 TO W-DT-NDIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DT-DATA TO FIMEXP2CT
           MOVE "A" TO SITCT
           DISPLAY (23, 12) "EXPERIENCIA ATE          PRORROGAVEL ATE"
           DISPLAY (23, 28) FIMEXP1CT
           DISPLAY (23, 53) FIMEXP2CT
           MOVE ZEROS TO W-CONT
           PERFORM ROT-MENS2 THRU ROT-MENS-FIM
           GO TO GRAVA-CTR4.
       GRAVA-CTR2.
           DISPLAY (23, 12) "INSTITUICAO DE ENSINO:"
           ACCEPT  (23, 35) INSTCT WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF INSTCT = SPACES
              MOVE "*** INFORME A INSTITUICAO DE ENSINO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-CTR2.
       GRAVA-CTR3.
           DISPLAY (23, 12) "FIM DO CONTRATO (AAAAMMDD):"
           ACCEPT  (23, 42) FIMCT WITH UPDATE
           DISPLAY (23, 12) LIMPA
           IF FIMCT < 19000101 OR FIMCT > 29991231
              MOVE "*** DATA DE FIM DO CONTRATO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-CTR3.
           IF FIMCT NOT > ADMISSAO
              MOVE "* FIM DO CONTRATO DEVE SER APOS A ADMISSAO *"
                                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-CTR3.
           MOVE ZEROS TO FIMEXP1CT FIMEXP2CT
      *    NOVO PRAZO (OU NOVA MODALIDADE) REABRE O CONTROLE.
           IF FIMCT NOT = W-FIMANT OR W-MODANT NOT = "P"
              MOVE "A" TO SITCT.
       GRAVA-CTR4.
           MOVE CODFUNC    TO FUNCCT
           MOVE W-TIPOCTR  TO TIPOCT
           MOVE W-MODCTR   TO MODCT
           MOVE W-OPERADOR TO OPERADOR-CT
           ACCEPT DATAGRAV-CT FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-CT FROM TIME
           WRITE REGFUNCTR
           IF CT-ERRO = "22"
              REWRITE REGFUNCTR.
       GRAVA-CTR-FIM.
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
      *-----------[ ENDERECO RESIDENCIAL VIA CADCEP ]-------------------
      *    O CEP E DIGITADO PRIMEIRO; LOGRADOURO, BAIRRO, CIDADE E UF
      *    VEM DO CADCEP E SO NUMERO E COMPLEMENTO SAO DIGITADOS,
           MOVE CARGOFUNC        TO CARGNOVMV
           MOVE W-MOTIVOMV       TO MOTIVOMV
           MOVE W-OPERADOR       TO OPERADOR-MV
           MOVE NIVELS           TO NIVANTMV NIVNOVMV
           WRITE REGMOVFUNC
           IF MV-ERRO NOT = "00" AND MV-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO HISTORICO DE MOVIMENTACAO"
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ALT-MOV-FIM.
           EXIT.
      *---------[ PENDENCIA DE APROVACAO DA MUDANCA DE NIVEL ]---------
       GRAVA-PEND.
           MOVE "N" TO TIPOPA
           PERFORM PROX-NUM THRU PROX-NUM-FIM
           MOVE CODFUNC          TO CODREFPA
           MOVE ZEROS            TO COMPETPA
           MOVE W-NIVEL-ANTIGO   TO VALORANTPA
           MOVE W-NIVNOVO-PD     TO VALORNOVPA
           MOVE "P"              TO SITPA
           MOVE W-OPERADOR       TO OPERSOLPA
           MOVE SPACES           TO OPERAPRPA
           ACCEPT DATAGRAV-PA FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-PA FROM TIME
           WRITE REGPENDAP
           MOVE "* NIVEL PENDENTE DE APROVACAO (FPP071) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-PEND-FIM.
           EXIT.
      *
      *    PROXIMO NUMERO DA FILA DO TIPO INFORMADO EM TIPOPA.
       PROX-NUM.
           MOVE TIPOPA TO W-TIPOGUARD
           MOVE ZEROS  TO W-PROXNUM NUMPA
           START ARQPENDAP KEY IS GREATER CHAVEPA
              INVALID KEY
                 GO TO PROX-NUM2.
       PROX-NUM1.
           READ ARQPENDAP NEXT
           IF PA-ERRO NOT = "00"
              GO TO PROX-NUM2.
           IF TIPOPA NOT = W-TIPOGUARD
              GO TO PROX-NUM2.
           MOVE NUMPA TO W-PROXNUM
           GO TO PROX-NUM1.
       PROX-NUM2.
           MOVE W-TIPOGUARD TO TIPOPA
           ADD 1 TO W-PROXNUM
           MOVE W-PROXNUM TO NUMPA.
       PROX-NUM-FIM.
           EXIT.
      *-------------------------------------------------------------------------------------------
       R11A.
           MOVE DEPFUNC TO CODDEP.
       GRAVA-JRN-FIM.
           EXIT.
       ROT-FIM.
           CLOSE ARQFUNC ARQCARG ARQDEP ARQMOVFUNC ARQPENDAP.
           CLOSE ARQJRNHR.
           CLOSE ARQFUNEMP ARQENDFUN ARQFUNSIND ARQFUNCTR.
           IF W-SIND-OK = "S"
              CLOSE ARQSIND.
           IF W-CEP-OK = "S"
              CLOSE CADCEP.
           EXIT PROGRAM.
