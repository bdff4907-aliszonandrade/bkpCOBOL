       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP102.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * ANDAMENTOS E PAGAMENTOS DOS PROCESSOS TRABALHISTAS (ARQPROCMV)*
      * AUDIENCIAS, ACORDOS, SENTENCAS, PAGAMENTOS E ENCERRAMENTO DE  *
      * CADA PROCESSO DO FPP101, POR DATA. ACORDO OU SENTENCA FIXA O  *
      * VALOR DEVIDO; OS PAGAMENTOS SOMAM NO TOTAL PAGO. A SITUACAO   *
      * E OS VALORES DO PROCESSO SAO REFEITOS A CADA GRAVACAO OU      *
      * EXCLUSAO. O PAGAMENTO DE RECLAMANTE QUE AINDA ESTA NA FOLHA   *
      * PODE SER LANCADO COMO EVENTO (ARQEVEN) NA COMPETENCIA ABERTA; *
      * O DE EX-FUNCIONARIO VAI SO PARA O ESOCIAL (S-2500, FPP047).   *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROCMV ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEMV
                    ALTERNATE RECORD KEY IS COMPETMV WITH DUPLICATES
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS NUMPC
                    ALTERNATE RECORD KEY IS FUNCPC WITH DUPLICATES
                    FILE STATUS          IS PC-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
           SELECT ARQEVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEV
                       FILE STATUS  IS EV-ERRO.
           SELECT ARQTEVEN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODEVT
                       FILE STATUS  IS TEV-ERRO.
           SELECT ARQCOMPET ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS COMPETCC
                       FILE STATUS  IS CC-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    ANDAMENTOS DO PROCESSO (FPP102): TIPOMV A = AUDIENCIA,
      *    C = ACORDO, J = SENTENCA/JULGAMENTO, P = PAGAMENTO,
      *    E = ENCERRAMENTO. NO PAGAMENTO, COMPETMV E A COMPETENCIA
      *    DO PAGAMENTO (S-2500 NO FPP047) E CODEVMV O EVENTO DA
      *    FOLHA LANCADO NO ARQEVEN (GEREVMV = S), QUANDO HOUVER.
       FD ARQPROCMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROCMV.DAT".
       01 REGPROCMV.
          03 CHAVEMV.
             05 NUMMV          PIC 9(20).
             05 DATAMV         PIC 9(08).
             05 SEQMV          PIC 9(02).
          03 TIPOMV            PIC X(01).
          03 DESCMV            PIC X(50).
          03 VALORMV           PIC 9(09)V99.
          03 COMPETMV          PIC 9(06).
          03 CODEVMV           PIC 9(03).
          03 GEREVMV           PIC X(01).
          03 OPERADOR-MV       PIC X(08).
          03 DATAGRAVACAO-MV.
             05 DATAGRAV-MV    PIC 9(8).
             05 HORAGRAV-MV    PIC 9(6).
      *
      *    PROCESSOS TRABALHISTAS (FPP101). NUMPC E A NUMERACAO UNICA
      *    DO CNJ, SO OS 20 DIGITOS. NOME E CPF DO RECLAMANTE SAO
      *    COPIADOS DO ARQFUNC OU DO ARQUIVO MORTO NO CADASTRO.
      *    RISCOPC P = PROVAVEL, O = POSSIVEL, R = REMOTO: SO O
      *    PROVAVEL TEM PROVISAO. SITPC A = EM ANDAMENTO, C = ACORDO,
      *    J = JULGADO (CONDENACAO), E = ENCERRADO; SITPC, VALCONDPC,
      *    VALPAGOPC E DTENCPC SAO MANTIDOS PELOS ANDAMENTOS (FPP102).
       FD ARQPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPROC.
          03 NUMPC             PIC 9(20).
          03 FUNCPC            PIC 9(06).
          03 NOMEPC            PIC X(30).
          03 CPFPC             PIC 9(11).
          03 VARAPC            PIC X(40).
          03 ADVPC             PIC X(30).
          03 DTAJUIZPC         PIC 9(08).
          03 VALRECLPC         PIC 9(09)V99.
          03 RISCOPC           PIC X(01).
          03 VALPROVPC         PIC 9(09)V99.
          03 SITPC             PIC X(01).
          03 VALCONDPC         PIC 9(09)V99.
          03 VALPAGOPC         PIC 9(09)V99.
          03 DTENCPC           PIC 9(08).
          03 OBSPC             PIC X(50).
          03 OPERADOR-PC       PIC X(08).
          03 DATAGRAVACAO-PC.
             05 DATAGRAV-PC    PIC 9(8).
             05 HORAGRAV-PC    PIC 9(6).
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
      *    LANCAMENTOS AVULSOS DA FOLHA (FPP029), LIDOS PELO FPP015.
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
      *    TABELA DE EVENTOS DA FOLHA (FPP046).
       FD ARQTEVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTEVEN.DAT".
       01 REGTEVEN.
          03 CODEVT            PIC 9(03).
          03 DESCEVT           PIC X(25).
          03 TIPOEVT           PIC X(01).
          03 INCINSS-EV        PIC X(01).
          03 INCIRRF-EV        PIC X(01).
          03 TIPCALCEVT        PIC X(01).
          03 PERCEVT           PIC 9(03)V99.
          03 BASEEVT           PIC X(01).
      *
      *    SITUACAO DA COMPETENCIA (FPP024).
       FD ARQCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOMPET.DAT".
       01 REGCOMPET.
           03 COMPETCC             PIC 9(6).
           03 SITCOMPAUX           PIC X(1).
           03 SITCOMP.
               05 SITCOMP1         PIC X(1).
               05 SITCOMP2         PIC X(14).
           03 OPERADOR-CC          PIC X(08).
           03 DATAGRAVACAO-CC.
               05 DATAGRAV-CC PIC 9(8).
               05 HORAGRAV-CC PIC 9(6).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 PC-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 EV-ERRO      PIC X(02) VALUE "00".
       01 TEV-ERRO     PIC X(02) VALUE "00".
       01 CC-ERRO      PIC X(02) VALUE "00".
       01 W-EV-OK      PIC X(01) VALUE "N".
       01 W-TEV-OK     PIC X(01) VALUE "N".
       01 W-CC-OK      PIC X(01) VALUE "N".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-NUM        PIC 9(20) VALUE ZEROS.
       01 W-DATA       PIC 9(08) VALUE ZEROS.
       01 W-SEQ        PIC 9(02) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-ATIVO      PIC X(01) VALUE "N".
       01 W-BLOQ       PIC X(01) VALUE "N".
       01 W-LIMEVEN    PIC 9(06)V99 VALUE 999999,99.
       01 W-SITTX      PIC X(15) VALUE SPACES.
       01 W-GERTX      PIC X(30) VALUE SPACES.
       01 W-VALED      PIC ZZZ.ZZZ.ZZ9,99.
      *
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
       01 W-COMPMV.
           05 W-ANOMV   PIC 9(4) VALUE ZEROS.
           05 W-MESMV   PIC 9(2) VALUE ZEROS.
       01 W-COMPMVN REDEFINES W-COMPMV PIC 9(06).
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 13
               VALUE  "*** ANDAMENTOS E PAGAMENTOS DE PROCESSOS ***".
           05  LINE 04  COLUMN 04 VALUE  "NUMERO DO PROCESSO     :".
           05  LINE 05  COLUMN 04 VALUE  "RECLAMANTE             :".
           05  LINE 06  COLUMN 04 VALUE  "SITUACAO               :".
           05  LINE 06  COLUMN 46 VALUE  "PAGO :".
           05  LINE 08  COLUMN 04 VALUE  "DATA DO ANDAMENTO      :".
           05  LINE 08  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 09  COLUMN 04 VALUE  "SEQUENCIA NO DIA       :".
           05  LINE 11  COLUMN 04 VALUE  "TIPO                   :".
           05  LINE 12  COLUMN 04 VALUE
               "A=AUDIENCIA C=ACORDO J=SENTENCA P=PAGAMENTO E=ENCERRA".
           05  LINE 12  COLUMN 57 VALUE  "MENTO".
           05  LINE 13  COLUMN 04 VALUE  "DESCRICAO              :".
           05  LINE 14  COLUMN 04 VALUE  "VALOR                  :".
           05  LINE 16  COLUMN 04 VALUE  "COMPETENCIA DO PAGTO.  :".
           05  LINE 16  COLUMN 40 VALUE  "(AAAAMM)".
           05  LINE 17  COLUMN 04 VALUE  "EVENTO DA FOLHA        :".
           05  LINE 17  COLUMN 33 VALUE  "(0 = SEM FOLHA)".
           05  LINE 18  COLUMN 04 VALUE  "LANCADO NA FOLHA       :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-NUM
               LINE 04  COLUMN 29  PIC 9(20)
               USING  W-NUM
               HIGHLIGHT.
           05  TW-DATA
               LINE 08  COLUMN 29  PIC 9(08)
               USING  W-DATA
               HIGHLIGHT.
           05  TW-SEQ
               LINE 09  COLUMN 29  PIC 9(02)
               USING  W-SEQ
               HIGHLIGHT.
           05  TTIPOMV
               LINE 11  COLUMN 29  PIC X(01)
               USING  TIPOMV
               HIGHLIGHT.
           05  TDESCMV
               LINE 13  COLUMN 29  PIC X(50)
               USING  DESCMV
               HIGHLIGHT.
           05  TVALORMV
               LINE 14  COLUMN 29  PIC ZZZ.ZZZ.ZZ9,99
               USING  VALORMV
               HIGHLIGHT.
           05  TCOMPETMV
               LINE 16  COLUMN 29  PIC 9(06)
               USING  COMPETMV
               HIGHLIGHT.
           05  TCODEVMV
               LINE 17  COLUMN 29  PIC 9(03)
               USING  CODEVMV
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQPROCMV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPROCMV
                 CLOSE ARQPROCMV
                 MOVE "*** ARQUIVO ARQPROCMV FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPROCMV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN I-O ARQPROC
           IF PC-ERRO NOT = "00"
              MOVE "* SEM PROCESSOS CADASTRADOS - VER FPP101 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
       R0B.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *    SEM A TABELA DE EVENTOS O PAGAMENTO NAO VAI PARA A FOLHA;
      *    SEM O CONTROLE DE COMPETENCIAS TODAS SAO TIDAS COMO ABERTAS.
           MOVE "N" TO W-EV-OK W-TEV-OK W-CC-OK
           OPEN INPUT ARQTEVEN
           IF TEV-ERRO = "00"
              MOVE "S" TO W-TEV-OK.
           OPEN INPUT ARQCOMPET
           IF CC-ERRO = "00"
              MOVE "S" TO W-CC-OK.
       R0C.
           OPEN I-O ARQEVEN
           IF EV-ERRO = "30"
              OPEN OUTPUT ARQEVEN
              CLOSE ARQEVEN
              GO TO R0C.
           IF EV-ERRO = "00"
              MOVE "S" TO W-EV-OK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-NUM.
       R1A.
           MOVE ZEROS TO W-SEL W-DATA W-SEQ
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM
           DISPLAY TELA3.
       R2.
           ACCEPT TW-NUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-NUM TO NUMPC
           READ ARQPROC
           IF PC-ERRO NOT = "00"
                   MOVE "* PROCESSO NAO CADASTRADO NO FPP101 *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           PERFORM MOSTRA-PROC THRU MOSTRA-PROC-FIM.
       R3.
           MOVE ZEROS TO W-SEL
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM
           DISPLAY TTIPOMV TDESCMV TVALORMV TCOMPETMV TCODEVMV
           ACCEPT TW-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           MOVE W-DATA TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF W-DATA > W-HOJE
                   MOVE "O ANDAMENTO NAO PODE SER FUTURO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           IF W-DATA < DTAJUIZPC
                   MOVE "DATA ANTERIOR AO AJUIZAMENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM.
       R4.
           ACCEPT TW-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-SEQ = ZEROS
                   MOVE "A SEQUENCIA DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           MOVE W-NUM  TO NUMMV
           MOVE W-DATA TO DATAMV
           MOVE W-SEQ  TO SEQMV
           READ ARQPROCMV
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM MOSTRA-MV THRU MOSTRA-MV-FIM
                MOVE "*** ANDAMENTO JA LANCADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQPROCMV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF SITPC = "E"
                   MOVE "* PROCESSO ENCERRADO - SO CONSULTA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM.
       R5.
           ACCEPT TTIPOMV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF TIPOMV = "a"
                   MOVE "A" TO TIPOMV.
           IF TIPOMV = "c"
                   MOVE "C" TO TIPOMV.
           IF TIPOMV = "j"
                   MOVE "J" TO TIPOMV.
           IF TIPOMV = "p"
                   MOVE "P" TO TIPOMV.
           IF TIPOMV = "e"
                   MOVE "E" TO TIPOMV.
           IF TIPOMV NOT = "A" AND "C" AND "J" AND "P" AND "E"
                   MOVE "TIPO INVALIDO - VEJA AS OPCOES ACIMA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
      *    SO SE PAGA O QUE FOI ACORDADO OU JULGADO.
           IF TIPOMV = "P" AND SITPC NOT = "C" AND SITPC NOT = "J"
                   MOVE "* PAGAMENTO SO APOS ACORDO OU SENTENCA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT TDESCMV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 AND W-SEL = 1
                   GO TO R3.
           IF W-ACT = 01
                   GO TO R5.
           IF DESCMV = SPACES
                   MOVE "A DESCRICAO DEVE SER INFORMADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
      *    NA ALTERACAO SO A DESCRICAO MUDA; PARA CORRIGIR VALOR,
      *    COMPETENCIA OU EVENTO EXCLUA E LANCE DE NOVO.
           IF W-SEL = 1
                   GO TO ALT-OPC.
           IF TIPOMV = "A" OR TIPOMV = "E"
                   MOVE ZEROS TO VALORMV
                   DISPLAY TVALORMV
                   GO TO INC-OPC.
       R7.
           ACCEPT TVALORMV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF VALORMV = ZEROS
                   MOVE "O VALOR DEVE SER INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
           IF TIPOMV NOT = "P"
                   GO TO INC-OPC.
       R8.
           IF COMPETMV = ZEROS
                   COMPUTE COMPETMV = W-DT-ANO * 100 + W-DT-MES.
           ACCEPT TCOMPETMV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           MOVE COMPETMV TO W-COMPMVN
           IF W-ANOMV < 1990 OR W-MESMV < 1 OR W-MESMV > 12
                   MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
       R9.
           ACCEPT TCODEVMV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           DISPLAY (17, 50) "                         "
           IF CODEVMV = ZEROS
                   GO TO INC-OPC.
      *    EVENTO NA FOLHA: SO PARA QUEM AINDA ESTA NA FOLHA MENSAL,
      *    COM EVENTO DE PROVENTO E COMPETENCIA NAO FECHADA.
           PERFORM VER-ATIVO THRU VER-ATIVO-FIM
           IF W-ATIVO NOT = "S"
                   MOVE "* EX-FUNCIONARIO: SO ESOCIAL (S-2500) *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO CODEVMV
                   DISPLAY TCODEVMV
                   GO TO INC-OPC.
           IF W-TEV-OK NOT = "S" OR W-EV-OK NOT = "S"
                   MOVE "* SEM TABELA DE EVENTOS (FPP046) *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
           MOVE CODEVMV TO CODEVT
           READ ARQTEVEN
           IF TEV-ERRO NOT = "00"
                   MOVE "* EVENTO NAO CADASTRADO NO FPP046 *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
           DISPLAY (17, 50) DESCEVT
           IF TIPOEVT NOT = "P"
                   MOVE "* O EVENTO DEVE SER DE PROVENTO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
           IF VALORMV > W-LIMEVEN
                   MOVE "* VALOR ACIMA DO LIMITE DO LANCAMENTO AVULSO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
           PERFORM VER-COMPET THRU VER-COMPET-FIM
           IF W-BLOQ = "S"
                   MOVE "* COMPETENCIA FECHADA - REABRA NO FPP024 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-NUM  TO NUMMV
                MOVE W-DATA TO DATAMV
                MOVE W-SEQ  TO SEQMV
                MOVE "N" TO GEREVMV
                IF TIPOMV NOT = "P"
                   MOVE ZEROS TO COMPETMV CODEVMV.
                MOVE W-OPERLOG TO OPERADOR-MV
                ACCEPT DATAGRAV-MV FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-MV FROM TIME
                WRITE REGPROCMV
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPROCMV" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** ANDAMENTO GRAVADO ***" TO MENS
                IF CODEVMV NOT = ZEROS
                   PERFORM LANCA-EVEN THRU LANCA-EVEN-FIM
                   MOVE "S" TO GEREVMV
                   REWRITE REGPROCMV
                   MOVE "* PAGAMENTO GRAVADO E LANCADO NA FOLHA *"
                                                   TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ATUALIZA-PROC THRU ATUALIZA-PROC-FIM
                PERFORM MOSTRA-PROC THRU MOSTRA-PROC-FIM
                GO TO R3.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO  A=ALTERAR  E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R3.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R6.
      *    O ESTORNO DO EVENTO NA FOLHA SO COM A COMPETENCIA ABERTA.
       EXC-OPC.
                IF GEREVMV NOT = "S"
                   GO TO EXC-OPC1.
                MOVE COMPETMV TO W-COMPMVN
                PERFORM VER-COMPET THRU VER-COMPET-FIM
                IF W-BLOQ = "S"
                   MOVE "* COMPETENCIA FECHADA - REABRA NO FPP024 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       EXC-OPC1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC1.
       EXC-DL1.
                DELETE ARQPROCMV RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** ANDAMENTO EXCLUIDO ***" TO MENS
                IF GEREVMV = "S"
                   PERFORM ESTORNA-EVEN THRU ESTORNA-EVEN-FIM
                   MOVE "* PAGAMENTO EXCLUIDO E ESTORNADO DA FOLHA *"
                                                TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ATUALIZA-PROC THRU ATUALIZA-PROC-FIM
                PERFORM MOSTRA-PROC THRU MOSTRA-PROC-FIM
                GO TO R3.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-MV
                ACCEPT DATAGRAV-MV FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-MV FROM TIME
                REWRITE REGPROCMV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                MOVE "ERRO NA ALTERACAO DO ARQPROCMV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       LIMPA-REG.
           MOVE SPACES TO TIPOMV DESCMV GEREVMV
           MOVE ZEROS  TO VALORMV COMPETMV CODEVMV
           DISPLAY (18, 29) "   ".
       LIMPA-REG-FIM.
           EXIT.
      *
      *    PROXIMA SEQUENCIA LIVRE DO PROCESSO NA DATA INFORMADA.
       PROX-SEQ.
           MOVE ZEROS  TO W-SEQ
           MOVE W-NUM  TO NUMMV
           MOVE W-DATA TO DATAMV
           MOVE ZEROS  TO SEQMV
           START ARQPROCMV KEY IS NOT LESS CHAVEMV
              INVALID KEY
                 GO TO PROX-SEQ2.
       PROX-SEQ1.
           READ ARQPROCMV NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-SEQ2.
           IF NUMMV NOT = W-NUM OR DATAMV NOT = W-DATA
              GO TO PROX-SEQ2.
           MOVE SEQMV TO W-SEQ
           GO TO PROX-SEQ1.
       PROX-SEQ2.
           ADD 1 TO W-SEQ
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM.
       PROX-SEQ-FIM.
           EXIT.
      *
      *    REFAZ SITUACAO, VALOR DEVIDO, TOTAL PAGO E ENCERRAMENTO DO
      *    PROCESSO A PARTIR DE TODOS OS SEUS ANDAMENTOS, EM ORDEM DE
      *    DATA: VALE O ULTIMO ACORDO OU SENTENCA.
       ATUALIZA-PROC.
           MOVE W-NUM TO NUMPC
           READ ARQPROC
           IF PC-ERRO NOT = "00"
              GO TO ATUALIZA-PROC-FIM.
           MOVE "A"   TO SITPC
           MOVE ZEROS TO VALCONDPC VALPAGOPC DTENCPC
           MOVE W-NUM TO NUMMV
           MOVE ZEROS TO DATAMV SEQMV
           START ARQPROCMV KEY IS NOT LESS CHAVEMV
              INVALID KEY
                 GO TO ATUALIZA-PROC2.
       ATUALIZA-PROC1.
           READ ARQPROCMV NEXT
           IF ST-ERRO NOT = "00"
              GO TO ATUALIZA-PROC2.
           IF NUMMV NOT = W-NUM
              GO TO ATUALIZA-PROC2.
           IF TIPOMV = "C" OR TIPOMV = "J"
              MOVE TIPOMV  TO SITPC
              MOVE VALORMV TO VALCONDPC.
           IF TIPOMV = "P"
              ADD VALORMV TO VALPAGOPC.
           IF TIPOMV = "E"
              MOVE "E"    TO SITPC
              MOVE DATAMV TO DTENCPC.
           GO TO ATUALIZA-PROC1.
       ATUALIZA-PROC2.
           MOVE W-OPERLOG TO OPERADOR-PC
           ACCEPT DATAGRAV-PC FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-PC FROM TIME
           REWRITE REGPROC
           IF PC-ERRO NOT = "00"
              MOVE "ERRO NA ATUALIZACAO DO ARQPROC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ATUALIZA-PROC-FIM.
           EXIT.
      *
      *    RECLAMANTE AINDA NA FOLHA MENSAL: NO ARQFUNC E NAO DEMITIDO.
       VER-ATIVO.
           MOVE "N" TO W-ATIVO
           MOVE FUNCPC TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO = "00" AND STATUSAUX NOT = "D"
              MOVE "S" TO W-ATIVO.
       VER-ATIVO-FIM.
           EXIT.
      *
       VER-COMPET.
           MOVE "N" TO W-BLOQ
           IF W-CC-OK NOT = "S"
              GO TO VER-COMPET-FIM.
           MOVE W-COMPMVN TO COMPETCC
           READ ARQCOMPET
           IF CC-ERRO NOT = "00"
              GO TO VER-COMPET-FIM.
           IF SITCOMPAUX = "F" OR SITCOMPAUX = "R"
              MOVE "S" TO W-BLOQ.
       VER-COMPET-FIM.
           EXIT.
      *
      *    EVENTO DO PAGAMENTO NOS LANCAMENTOS AVULSOS: SE JA HOUVER
      *    O MESMO EVENTO NA COMPETENCIA, O VALOR E SOMADO.
       LANCA-EVEN.
           MOVE FUNCPC   TO FUNCEV
           MOVE COMPETMV TO COMPETEV
           MOVE CODEVMV  TO CODEV
           READ ARQEVEN
           IF EV-ERRO = "00"
              ADD VALORMV TO VALOREV
              PERFORM GRAVA-EVEN THRU GRAVA-EVEN-FIM
              REWRITE REGEVEN
              GO TO LANCA-EVEN-FIM.
           MOVE VALORMV TO VALOREV
           PERFORM GRAVA-EVEN THRU GRAVA-EVEN-FIM
           WRITE REGEVEN.
       LANCA-EVEN-FIM.
           EXIT.
      *
       ESTORNA-EVEN.
           MOVE FUNCPC   TO FUNCEV
           MOVE COMPETMV TO COMPETEV
           MOVE CODEVMV  TO CODEV
           READ ARQEVEN
           IF EV-ERRO NOT = "00"
              GO TO ESTORNA-EVEN-FIM.
           IF VALOREV NOT > VALORMV
              DELETE ARQEVEN RECORD
              GO TO ESTORNA-EVEN-FIM.
           SUBTRACT VALORMV FROM VALOREV
           PERFORM GRAVA-EVEN THRU GRAVA-EVEN-FIM
           REWRITE REGEVEN.
       ESTORNA-EVEN-FIM.
           EXIT.
      *
       GRAVA-EVEN.
           MOVE W-OPERLOG TO OPERADOR-EV
           ACCEPT DATAGRAV-EV FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-EV FROM TIME.
       GRAVA-EVEN-FIM.
           EXIT.
      *
       MOSTRA-PROC.
           DISPLAY (05, 29) FUNCPC
           DISPLAY (05, 37) NOMEPC
           MOVE "EM ANDAMENTO" TO W-SITTX
           IF SITPC = "C"
              MOVE "ACORDO" TO W-SITTX.
           IF SITPC = "J"
              MOVE "JULGADO" TO W-SITTX.
           IF SITPC = "E"
              MOVE "ENCERRADO" TO W-SITTX.
           DISPLAY (06, 29) W-SITTX
           MOVE VALPAGOPC TO W-VALED
           DISPLAY (06, 53) W-VALED.
       MOSTRA-PROC-FIM.
           EXIT.
      *
       MOSTRA-MV.
           DISPLAY TW-SEQ TTIPOMV TDESCMV TVALORMV TCOMPETMV TCODEVMV
           MOVE "NAO" TO W-GERTX
           IF GEREVMV = "S"
              MOVE "SIM" TO W-GERTX.
           DISPLAY (18, 29) W-GERTX.
       MOSTRA-MV-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-EV-OK = "S"
              CLOSE ARQEVEN.
           IF W-TEV-OK = "S"
              CLOSE ARQTEVEN.
           IF W-CC-OK = "S"
              CLOSE ARQCOMPET.
           CLOSE ARQFUNC.
       ROT-FIM2.
           CLOSE ARQPROC.
       ROT-FIM3.
           CLOSE ARQPROCMV.
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
