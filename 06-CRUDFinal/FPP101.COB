       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP101.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * PROCESSOS TRABALHISTAS (RECLAMATORIAS) - CADASTRO (ARQPROC)   *
      * UM REGISTRO POR PROCESSO: RECLAMANTE (ARQFUNC OU ARQUIVO      *
      * MORTO DO FPP039), NUMERO CNJ, VARA, ADVOGADO, AJUIZAMENTO,    *
      * VALOR RECLAMADO, RISCO E VALOR PROVISIONADO. AUDIENCIAS,      *
      * ACORDOS, SENTENCAS E PAGAMENTOS SAO LANCADOS NO FPP102, QUE   *
      * ATUALIZA A SITUACAO E OS VALORES PAGOS DO PROCESSO. A         *
      * PROVISAO MENSAL POR RISCO SAI NO FPP103.                      *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS NUMPC
                    ALTERNATE RECORD KEY IS FUNCPC WITH DUPLICATES
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQPROCMV ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEMV
                    ALTERNATE RECORD KEY IS COMPETMV WITH DUPLICATES
                    FILE STATUS          IS MV-ERRO.
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *    ARQUIVO MORTO (FPP039): MESMO LAYOUT DO ARQFUNC.
       FD ARQFUNCARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCARQ.DAT".
       01 REGFUNCARQ.
           03 CODFUNCA             PIC 9(6).
           03 DADOSFUNCA           PIC X(200).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 MV-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 FA-ERRO      PIC X(02) VALUE "00".
       01 W-MV-OK      PIC X(01) VALUE "N".
       01 W-FA-OK      PIC X(01) VALUE "N".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-NUM        PIC 9(20) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-ORIGEM     PIC X(20) VALUE SPACES.
       01 W-SITTX      PIC X(20) VALUE SPACES.
       01 W-VALED      PIC ZZZ.ZZZ.ZZ9,99.
      *
       01 W-DT-DATA.
           05 W-DT-ANO  PIC 9(4) VALUE ZEROS.
           05 W-DT-MES  PIC 9(2) VALUE ZEROS.
           05 W-DT-DIA  PIC 9(2) VALUE ZEROS.
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
               VALUE  "*** PROCESSOS TRABALHISTAS (RECLAMATORIAS) ***".
           05  LINE 04  COLUMN 04 VALUE  "NUMERO DO PROCESSO     :".
           05  LINE 04  COLUMN 51 VALUE  "(CNJ, SO DIGITOS)".
           05  LINE 06  COLUMN 04 VALUE  "RECLAMANTE (FUNC.)     :".
           05  LINE 07  COLUMN 04 VALUE  "CPF                    :".
           05  LINE 08  COLUMN 04 VALUE  "VARA / TRIBUNAL        :".
           05  LINE 09  COLUMN 04 VALUE  "ADVOGADO / ESCRITORIO  :".
           05  LINE 10  COLUMN 04 VALUE  "DATA DO AJUIZAMENTO    :".
           05  LINE 10  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 12  COLUMN 04 VALUE  "VALOR RECLAMADO        :".
           05  LINE 13  COLUMN 04 VALUE  "RISCO                  :".
           05  LINE 13  COLUMN 33
               VALUE  "(P=PROVAVEL  O=POSSIVEL  R=REMOTO)".
           05  LINE 14  COLUMN 04 VALUE  "VALOR PROVISIONADO     :".
           05  LINE 15  COLUMN 04 VALUE  "OBSERVACAO             :".
           05  LINE 17  COLUMN 04 VALUE  "SITUACAO               :".
           05  LINE 18  COLUMN 04 VALUE  "ACORDO / CONDENACAO    :".
           05  LINE 19  COLUMN 04 VALUE  "TOTAL PAGO             :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-NUM
               LINE 04  COLUMN 29  PIC 9(20)
               USING  W-NUM
               HIGHLIGHT.
           05  TFUNCPC
               LINE 06  COLUMN 29  PIC 9(06)
               USING  FUNCPC
               HIGHLIGHT.
           05  TVARAPC
               LINE 08  COLUMN 29  PIC X(40)
               USING  VARAPC
               HIGHLIGHT.
           05  TADVPC
               LINE 09  COLUMN 29  PIC X(30)
               USING  ADVPC
               HIGHLIGHT.
           05  TDTAJUIZPC
               LINE 10  COLUMN 29  PIC 9(08)
               USING  DTAJUIZPC
               HIGHLIGHT.
           05  TVALRECLPC
               LINE 12  COLUMN 29  PIC ZZZ.ZZZ.ZZ9,99
               USING  VALRECLPC
               HIGHLIGHT.
           05  TRISCOPC
               LINE 13  COLUMN 29  PIC X(01)
               USING  RISCOPC
               HIGHLIGHT.
           05  TVALPROVPC
               LINE 14  COLUMN 29  PIC ZZZ.ZZZ.ZZ9,99
               USING  VALPROVPC
               HIGHLIGHT.
           05  TOBSPC
               LINE 15  COLUMN 29  PIC X(50)
               USING  OBSPC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPROC
                 CLOSE ARQPROC
                 MOVE "*** ARQUIVO ARQPROC FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *    ARQUIVO MORTO E ANDAMENTOS SAO OPCIONAIS: SEM ANDAMENTOS
      *    O PROCESSO PODE SER EXCLUIDO.
           MOVE "N" TO W-FA-OK W-MV-OK
           OPEN INPUT ARQFUNCARQ
           IF FA-ERRO = "00"
              MOVE "S" TO W-FA-OK.
           OPEN INPUT ARQPROCMV
           IF MV-ERRO = "00"
              MOVE "S" TO W-MV-OK.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-NUM.
       R1A.
           MOVE ZEROS TO W-SEL FUNCPC CPFPC DTAJUIZPC VALRECLPC
                         VALPROVPC VALCONDPC VALPAGOPC DTENCPC
           MOVE SPACES TO NOMEPC VARAPC ADVPC RISCOPC OBSPC
           MOVE "A" TO SITPC
           DISPLAY TELA3.
       R2.
           ACCEPT TW-NUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-NUM = ZEROS
                   MOVE "INFORME O NUMERO DO PROCESSO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE W-NUM TO NUMPC
           READ ARQPROC
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                PERFORM MOSTRA-PROC THRU MOSTRA-PROC-FIM
                MOVE "*** PROCESSO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQPROC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM.
       R3.
           ACCEPT TFUNCPC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           PERFORM BUSCA-FUNC THRU BUSCA-FUNC-FIM
           IF W-ORIGEM = SPACES
                   MOVE "* NAO CONSTA NO ARQFUNC NEM NO ARQUIVO MORTO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE NOMEFUNC TO NOMEPC
           MOVE CPF      TO CPFPC
           DISPLAY (06, 37) NOMEPC
           DISPLAY (07, 29) CPFPC
           DISPLAY (07, 43) W-ORIGEM.
       R4.
           ACCEPT TVARAPC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF VARAPC = SPACES
                   MOVE "INFORME A VARA OU O TRIBUNAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TADVPC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R6.
           ACCEPT TDTAJUIZPC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE DTAJUIZPC TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
           IF DTAJUIZPC > W-HOJE
                   MOVE "O AJUIZAMENTO NAO PODE SER FUTURO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
           ACCEPT TVALRECLPC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF VALRECLPC = ZEROS
                   MOVE "INFORME O VALOR DA CAUSA RECLAMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
       R8.
           ACCEPT TRISCOPC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF RISCOPC = "p"
                   MOVE "P" TO RISCOPC.
           IF RISCOPC = "o"
                   MOVE "O" TO RISCOPC.
           IF RISCOPC = "r"
                   MOVE "R" TO RISCOPC.
           IF RISCOPC NOT = "P" AND "O" AND "R"
                   MOVE "P=PROVAVEL  O=POSSIVEL  R=REMOTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
      *    SO O RISCO PROVAVEL E PROVISIONADO; POSSIVEL E REMOTO
      *    APARECEM NO RELATORIO SO PELO VALOR RECLAMADO.
           IF RISCOPC NOT = "P"
                   MOVE ZEROS TO VALPROVPC
                   DISPLAY TVALPROVPC
                   GO TO R10.
           IF VALPROVPC = ZEROS
                   MOVE VALRECLPC TO VALPROVPC.
       R9.
           ACCEPT TVALPROVPC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF VALPROVPC = ZEROS
                   MOVE "RISCO PROVAVEL EXIGE PROVISAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
       R10.
           ACCEPT TOBSPC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-NUM TO NUMPC
                MOVE W-OPERLOG TO OPERADOR-PC
                ACCEPT DATAGRAV-PC FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-PC FROM TIME
                WRITE REGPROC
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPROC" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** PROCESSO GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
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
                   GO TO R1.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R3.
      *    PROCESSO COM ANDAMENTO LANCADO NAO SAI DO CADASTRO: O
      *    HISTORICO DOS PAGAMENTOS E DO ESOCIAL DEPENDE DELE.
       EXC-OPC.
                IF W-MV-OK NOT = "S"
                   GO TO EXC-OPC1.
                MOVE W-NUM  TO NUMMV
                MOVE ZEROS  TO DATAMV SEQMV
                START ARQPROCMV KEY IS NOT LESS CHAVEMV
                   INVALID KEY
                      GO TO EXC-OPC1.
                READ ARQPROCMV NEXT
                IF MV-ERRO = "00" AND NUMMV = W-NUM
                   MOVE "* PROCESSO COM ANDAMENTOS - NAO EXCLUI *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       EXC-OPC1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC1.
       EXC-DL1.
                DELETE ARQPROC RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** PROCESSO EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-PC
                ACCEPT DATAGRAV-PC FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-PC FROM TIME
                REWRITE REGPROC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO ARQPROC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    RECLAMANTE: PRIMEIRO NO ARQFUNC, DEPOIS NO ARQUIVO MORTO
      *    (O REGISTRO EXPURGADO TEM O MESMO LAYOUT DO ARQFUNC).
       BUSCA-FUNC.
           MOVE SPACES TO W-ORIGEM
           MOVE FUNCPC TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO = "00"
              MOVE "CADASTRO ATUAL" TO W-ORIGEM
              IF STATUSAUX = "D"
                 MOVE "EX-FUNCIONARIO" TO W-ORIGEM.
           IF W-ORIGEM NOT = SPACES OR W-FA-OK NOT = "S"
              GO TO BUSCA-FUNC-FIM.
           MOVE FUNCPC TO CODFUNCA
           READ ARQFUNCARQ
           IF FA-ERRO = "00"
              MOVE REGFUNCARQ TO REGFUNC
              MOVE "ARQUIVO MORTO" TO W-ORIGEM.
       BUSCA-FUNC-FIM.
           EXIT.
      *
       MOSTRA-PROC.
           DISPLAY TW-NUM TFUNCPC TVARAPC TADVPC TDTAJUIZPC
                   TVALRECLPC TRISCOPC TVALPROVPC TOBSPC
           DISPLAY (06, 37) NOMEPC
           DISPLAY (07, 29) CPFPC
           PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM.
       MOSTRA-PROC-FIM.
           EXIT.
      *
       MOSTRA-SIT.
           MOVE "EM ANDAMENTO" TO W-SITTX
           IF SITPC = "C"
              MOVE "ACORDO" TO W-SITTX.
           IF SITPC = "J"
              MOVE "JULGADO" TO W-SITTX.
           IF SITPC = "E"
              MOVE "ENCERRADO" TO W-SITTX.
           DISPLAY (17, 29) W-SITTX
           MOVE VALCONDPC TO W-VALED
           DISPLAY (18, 29) W-VALED
           MOVE VALPAGOPC TO W-VALED
           DISPLAY (19, 29) W-VALED.
       MOSTRA-SIT-FIM.
           EXIT.
      *
       ROT-FIM.
           IF W-FA-OK = "S"
              CLOSE ARQFUNCARQ.
           IF W-MV-OK = "S"
              CLOSE ARQPROCMV.
           CLOSE ARQFUNC.
       ROT-FIM2.
           CLOSE ARQPROC.
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
