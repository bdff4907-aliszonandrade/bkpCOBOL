       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP086.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * DECISAO SOBRE CONTRATOS A PRAZO (ARQFUNCTR)                   *
      * PARA A EXPERIENCIA E OS CONTRATOS DE PRAZO DETERMINADO,       *
      * ESTAGIO E APRENDIZAGEM CADASTRADOS NO FPP004 REGISTRA UMA DAS *
      * DECISOES: P=PRORROGAR (UMA UNICA VEZ), E=EFETIVAR (PASSA A    *
      * PRAZO INDETERMINADO) OU R=RESCINDIR (FICA EM DESLIGAMENTO ATE *
      * A DEMISSAO NO FPP004 E A RESCISAO NO FPP030). O AVISO DOS     *
      * PRAZOS A VENCER E EMITIDO PELO FPP085.                        *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNCTR ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS FUNCCT
                    FILE STATUS          IS CT-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODFUNC
                    ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                    FILE STATUS          IS FUNC-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    TIPO, MODALIDADE E PRAZOS DO CONTRATO (FPP004).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 CT-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 W-CODFUNC    PIC 9(06) VALUE ZEROS.
       01 W-DECISAO    PIC X(01) VALUE SPACES.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-FIMPRAZO   PIC 9(08) VALUE ZEROS.
       01 W-NOVOFIM    PIC 9(08) VALUE ZEROS.
       01 W-LIMITE.
           05 W-LIM-ANO  PIC 9(4) VALUE ZEROS.
           05 W-LIM-MD   PIC 9(4) VALUE ZEROS.
       01 W-MODTX      PIC X(15) VALUE SPACES.
       01 W-SITTX      PIC X(20) VALUE SPACES.
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-DT-DMA.
           05 W-DT-DIA2 PIC 9(2).
           05 W-DT-MES2 PIC 9(2).
           05 W-DT-ANO2 PIC 9(4).
       01 W-DT-EDIT    PIC 99.99.9999.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 17
               VALUE  "*** DECISAO SOBRE CONTRATOS A PRAZO ***".
           05  LINE 05  COLUMN 04 VALUE  "CODIGO DO FUNCIONARIO  :".
           05  LINE 07  COLUMN 04 VALUE  "NOME                   :".
           05  LINE 09  COLUMN 04 VALUE  "ADMISSAO               :".
           05  LINE 11  COLUMN 04 VALUE  "MODALIDADE             :".
           05  LINE 13  COLUMN 04 VALUE  "FIM DO PRAZO ATUAL     :".
           05  LINE 15  COLUMN 04 VALUE  "SITUACAO               :".
           05  LINE 18  COLUMN 04 VALUE  "DECISAO                :".
           05  LINE 18  COLUMN 33
               VALUE  "(P=PRORROGAR E=EFETIVAR R=RESCINDIR)".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODFUNC
               LINE 05  COLUMN 29  PIC 9(06)
               USING  W-CODFUNC
               HIGHLIGHT.
           05  TDECISAO
               LINE 18  COLUMN 29  PIC X(01)
               USING  W-DECISAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQFUNCTR
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
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-CODFUNC W-FIMPRAZO W-NOVOFIM
           MOVE SPACES TO W-DECISAO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA.
       R2.
           ACCEPT TCODFUNC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-CODFUNC TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           DISPLAY (07, 29) NOMEFUNC
           MOVE ADMISSAO TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           DISPLAY (09, 29) W-DT-EDIT
           IF STATUSAUX = "D"
                   MOVE "*** FUNCIONARIO DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           MOVE W-CODFUNC TO FUNCCT
           READ ARQFUNCTR
           IF CT-ERRO NOT = "00"
                   MOVE "* SEM CONTRATO A PRAZO CADASTRADO (FPP004) *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           DISPLAY (11, 29) W-MODTX
           MOVE W-FIMPRAZO TO W-DT-DATA
           PERFORM DATA-DMA THRU DATA-DMA-FIM
           DISPLAY (13, 29) W-DT-EDIT
           DISPLAY (15, 29) W-SITTX
           IF W-FIMPRAZO = ZEROS
                   MOVE "* CONTRATO POR PRAZO INDETERMINADO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           IF SITCT = "D"
                   MOVE "* DEMISSAO NO FPP004 E RESCISAO NO FPP030 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
           IF W-FIMPRAZO < W-HOJE
                   DISPLAY (15, 50) "*** VENCIDO ***".
       R3.
           ACCEPT TDECISAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-DECISAO = "p"
                   MOVE "P" TO W-DECISAO.
           IF W-DECISAO = "e"
                   MOVE "E" TO W-DECISAO.
           IF W-DECISAO = "r"
                   MOVE "R" TO W-DECISAO.
           IF W-DECISAO NOT = "P" AND "E" AND "R"
                   MOVE "*** DIGITE APENAS P, E OU R ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF W-DECISAO = "E"
                   GO TO DEC-EFETIVA.
           IF W-DECISAO = "R"
                   GO TO DEC-RESCINDE.
      *
      *    PRORROGACAO: A EXPERIENCIA PASSA AO SEGUNDO PERIODO JA
      *    CALCULADO; O CONTRATO A PRAZO RECEBE NOVO FIM, LIMITADO A
      *    DOIS ANOS DA ADMISSAO. SO SE PRORROGA UMA VEZ.
       DEC-PRORROGA.
           IF SITCT = "R"
                   MOVE "* JA PRORROGADO: EFETIVE OU RESCINDA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF MODCT = "X"
                   MOVE FIMEXP2CT TO W-DT-DATA
                   PERFORM DATA-DMA THRU DATA-DMA-FIM
                   DISPLAY (20, 04) "EXPERIENCIA PRORROGADA ATE"
                   DISPLAY (20, 31) W-DT-EDIT
                   MOVE "R" TO SITCT
                   GO TO DEC-CONFIRMA.
           MOVE ADMISSAO TO W-LIMITE
           ADD 2 TO W-LIM-ANO
           MOVE FIMCT TO W-NOVOFIM.
       DEC-PRORROGA1.
           DISPLAY (20, 04) "NOVO FIM DO CONTRATO (AAAAMMDD):"
           ACCEPT  (20, 37) W-NOVOFIM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY (20, 04) LIMPA
                   GO TO R3.
           IF W-NOVOFIM NOT > FIMCT OR W-NOVOFIM > 29991231
                   MOVE "* NOVO FIM DEVE SER APOS O FIM ATUAL *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-PRORROGA1.
           IF W-NOVOFIM > W-LIMITE
                   MOVE "* PRAZO TOTAL NAO PODE PASSAR DE DOIS ANOS *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-PRORROGA1.
           MOVE W-NOVOFIM TO FIMCT
           MOVE "R" TO SITCT
           GO TO DEC-CONFIRMA.
      *
      *    EFETIVACAO: PASSA A CLT POR PRAZO INDETERMINADO. ESTAGIO E
      *    APRENDIZAGEM DEIXAM DE SER CONTRATOS ESPECIAIS.
       DEC-EFETIVA.
           IF TIPOCT = "E" OR TIPOCT = "A"
                   MOVE "C" TO TIPOCT
                   MOVE SPACES TO INSTCT.
           MOVE ZEROS TO FIMCT
           MOVE "I" TO MODCT
           MOVE "E" TO SITCT
           DISPLAY (20, 04) "CONTRATO PASSA A PRAZO INDETERMINADO"
           GO TO DEC-CONFIRMA.
      *
      *    RESCISAO: FICA EM DESLIGAMENTO ATE A DEMISSAO SER LANCADA.
       DEC-RESCINDE.
           MOVE "D" TO SITCT
           DISPLAY (20, 04)
                   "LANCAR DEMISSAO NO FPP004 E RESCISAO NO FPP030"
           DISPLAY (21, 04) "(TIPO T - TERMINO DE CONTRATO A PRAZO)".
      *
       DEC-CONFIRMA.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-OPCAO = "N" OR "n"
                   MOVE "*** DECISAO NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-CONFIRMA.
       DEC-RW1.
                MOVE W-OPERLOG TO OPERADOR-CT
                ACCEPT DATAGRAV-CT FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-CT FROM TIME
                REWRITE REGFUNCTR
                IF CT-ERRO = "00"
                   MOVE "*** DECISAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFUNCTR" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    PRAZO PENDENTE DE DECISAO E TEXTOS DA TELA. EFETIVADO OU
      *    SEM MODALIDADE DEVOLVE ZERO.
       VER-PRAZO.
           MOVE ZEROS TO W-FIMPRAZO
           MOVE "INDETERMINADO" TO W-MODTX
           MOVE "EFETIVADO" TO W-SITTX
           IF SITCT = "A"
              MOVE "PRIMEIRO PERIODO" TO W-SITTX.
           IF SITCT = "R"
              MOVE "PRORROGADO" TO W-SITTX.
           IF SITCT = "D"
              MOVE "EM DESLIGAMENTO" TO W-SITTX.
           IF SITCT NOT = "A" AND SITCT NOT = "R" AND SITCT NOT = "D"
              GO TO VER-PRAZO-FIM.
           IF MODCT = "X" AND SITCT = "R"
              MOVE "EXPERIENCIA 2" TO W-MODTX
              MOVE FIMEXP2CT TO W-FIMPRAZO
              GO TO VER-PRAZO-FIM.
           IF MODCT = "X"
              MOVE "EXPERIENCIA 1" TO W-MODTX
              MOVE FIMEXP1CT TO W-FIMPRAZO
              GO TO VER-PRAZO-FIM.
           IF MODCT NOT = "P"
              GO TO VER-PRAZO-FIM.
           MOVE FIMCT TO W-FIMPRAZO
           MOVE "PRAZO DETERM." TO W-MODTX
           IF TIPOCT = "E"
              MOVE "ESTAGIO" TO W-MODTX.
           IF TIPOCT = "A"
              MOVE "APRENDIZAGEM" TO W-MODTX.
       VER-PRAZO-FIM.
           EXIT.
      *
      *    W-DT-DATA (AAAAMMDD) PARA DIA, MES E ANO DA TELA.
       DATA-DMA.
           MOVE W-DT-DIA TO W-DT-DIA2
           MOVE W-DT-MES TO W-DT-MES2
           MOVE W-DT-ANO TO W-DT-ANO2
           MOVE W-DT-DMA TO W-DT-EDIT.
       DATA-DMA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                CLOSE ARQFUNCTR ARQFUNC.
       ROT-FIM0.
                DISPLAY (01, 01) ERASE.
                EXIT PROGRAM.
       ROT-FIMS.
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
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
