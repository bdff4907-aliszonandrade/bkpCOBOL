                       RECORD KEY   IS CHAVEFL
                       FILE STATUS  IS FL-ERRO.

           SELECT ARQFLCPL ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVECF
                       FILE STATUS  IS CF-ERRO.

           SELECT ARQPARAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVERC
                       FILE STATUS  IS RC-ERRO.

           SELECT ARQPTNOT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPN
                       FILE STATUS  IS PN-ERRO.

           SELECT ARQPROCMV ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEMV
                    ALTERNATE RECORD KEY IS COMPETMV WITH DUPLICATES
                    FILE STATUS          IS PM-ERRO.

           SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS NUMPC
                    ALTERNATE RECORD KEY IS FUNCPC WITH DUPLICATES
                    FILE STATUS          IS PC-ERRO.

           SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS NUMCAT
                    ALTERNATE RECORD KEY IS DATACAT WITH DUPLICATES
                    FILE STATUS          IS CA-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               05 DATAGRAV-FL PIC 9(8).
               05 HORAGRAV-FL PIC 9(6).
      *
      *    FOLHA COMPLEMENTAR DA COMPETENCIA FECHADA (FPP099): GERA UM
      *    ARQUIVO PROPRIO, SO COM A REMUNERACAO DA DIFERENCA.
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
      *    PARAMETROS DA EMPRESA (FPP044): CNPJ E RAZAO SOCIAL VAO NO
      *    REGISTRO DE ABERTURA DO ARQUIVO DE TRANSMISSAO.
       FD ARQPARAM
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 FILLER            PIC X(38).
      *
      *    ARQUIVO DE TRANSMISSAO AO ESOCIAL: UM REGISTRO POR EVENTO,
      *    EM LAYOUT POSICIONAL FIXO.
           03 NOMERC      PIC X(30).
           03 OPERRC      PIC X(8).
           03 QTDRC       PIC 9(6).
      *
      *    ADICIONAL NOTURNO E REFLEXO DO DSR PAGOS PELA FOLHA
      *    (FPP015), INFORMADOS EM SEPARADO NA REMUNERACAO.
       FD ARQPTNOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTNOT.DAT".
       01 REGPTNOT.
           03 CHAVEPN.
               05 FUNCPN           PIC 9(6).
               05 COMPETPN         PIC 9(6).
           03 HNOTPN               PIC 9(3)V99.
           03 VALNOTPN             PIC 9(8).
           03 DSRPN                PIC 9(8).
           03 OPERADOR-PN          PIC X(08).
           03 DATAGRAVACAO-PN.
               05 DATAGRAV-PN PIC 9(8).
               05 HORAGRAV-PN PIC 9(6).
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
      *    COMUNICACAO DE ACIDENTE DE TRABALHO (FPP107). TIPOCAT:
      *    T = TIPICO, J = TRAJETO, D = DOENCA DO TRABALHO. DEPCAT E
      *    O DEPARTAMENTO DO FUNCIONARIO NA DATA DO ACIDENTE. PLACACAT
      *    LIGA AO SINISTRO DO VEICULO (PROG1320) NA MESMA DATA.
      *    AFASTCAT = S GEROU O AFASTAMENTO TIPO A NO ARQAFAST A
      *    PARTIR DE DTAFCAT; DIASCAT SAO OS DIAS PERDIDOS.
       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
          03 NUMCAT            PIC 9(06).
          03 FUNCCAT           PIC 9(06).
          03 DEPCAT            PIC 9(03).
          03 DATACAT           PIC 9(08).
          03 HORACAT           PIC 9(04).
          03 TIPOCAT           PIC X(01).
          03 LOCALCAT          PIC X(30).
          03 PARTECAT          PIC X(20).
          03 NATUCAT           PIC X(20).
          03 TEST1CAT          PIC X(30).
          03 TEST2CAT          PIC X(30).
          03 PLACACAT          PIC X(08).
          03 AFASTCAT          PIC X(01).
          03 DTAFCAT           PIC 9(08).
          03 DIASCAT           PIC 9(03).
          03 OBITOCAT          PIC X(01).
          03 OPERADOR-CA       PIC X(08).
          03 DATAGRAVACAO-CA.
             05 DATAGRAV-CA    PIC 9(8).
             05 HORAGRAV-CA    PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 RC-ERRO    PIC X(02) VALUE "00".
       77 W-DEPEN-OK   PIC X(01) VALUE "N".
       77 FL-ERRO      PIC X(02) VALUE "00".
       77 W-FL-OK      PIC X(01) VALUE "N".
       77 PN-ERRO      PIC X(02) VALUE "00".
       77 W-PTNOT-OK   PIC X(01) VALUE "N".
       77 CF-ERRO      PIC X(02) VALUE "00".
       77 W-CF-OK      PIC X(01) VALUE "N".
       77 PM-ERRO      PIC X(02) VALUE "00".
       77 PC-ERRO      PIC X(02) VALUE "00".
       77 W-PROC-OK    PIC X(01) VALUE "N".
       77 CA-ERRO      PIC X(02) VALUE "00".
       77 W-CAT-OK     PIC X(01) VALUE "N".
       01 W-DATAINI    PIC 9(08) VALUE ZEROS.
       01 W-DATAFIM    PIC 9(08) VALUE ZEROS.
       77 W-SEQCPL     PIC 9(01) VALUE ZEROS.
       77 PR-ERRO    PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-QTD1200     VALUE ZEROS  PIC 9(6).
       01 W-QTD2200     VALUE ZEROS  PIC 9(6).
       01 W-QTD2299     VALUE ZEROS  PIC 9(6).
       01 W-QTD2500     VALUE ZEROS  PIC 9(6).
       01 W-QTD2210     VALUE ZEROS  PIC 9(6).
       01 W-RAZAOEMP    PIC X(32) VALUE
           "EMPRESA FATEC - ZL              ".
       01 W-CNPJEMP     PIC 9(14) VALUE ZEROS.
      *
      *    REGISTRO DE ABERTURA (S-1000): IDENTIFICACAO DO EMPREGADOR.
      *    SEQCPL 0 = FOLHA MENSAL, 1 A 9 = FOLHA COMPLEMENTAR.
       01  ESOC-S1000.
           05  FILLER          PIC X(06) VALUE "S-1000".
           05  S1000-CNPJ      PIC 9(14) VALUE ZEROS.
           05  S1000-RAZAO     PIC X(32) VALUE SPACES.
           05  S1000-COMPET    PIC 9(06) VALUE ZEROS.
           05  S1000-DATAGER   PIC 9(08) VALUE ZEROS.
           05  S1000-SEQCPL    PIC 9(01) VALUE ZEROS.
           05  FILLER          PIC X(63) VALUE SPACES.
      *
      *    REMUNERACAO MENSAL (S-1200): UM REGISTRO POR FUNCIONARIO
      *    COM RESULTADO GRAVADO NO ARQFOLHA DA COMPETENCIA.
           05  S1200-PENSAO    PIC 9(08) VALUE ZEROS.
           05  S1200-LIQUIDO   PIC 9(08) VALUE ZEROS.
           05  S1200-QTDDEPIR  PIC 9(02) VALUE ZEROS.
           05  S1200-ADNOT     PIC 9(08) VALUE ZEROS.
           05  S1200-DSR       PIC 9(08) VALUE ZEROS.
           05  S1200-SEQCPL    PIC 9(01) VALUE ZEROS.
           05  FILLER          PIC X(39) VALUE SPACES.
      *
      *    ADMISSAO (S-2200): FUNCIONARIOS ADMITIDOS NA COMPETENCIA.
       01  ESOC-S2200.
           05  S2299-DTDEM     PIC 9(08) VALUE ZEROS.
           05  FILLER          PIC X(99) VALUE SPACES.
      *
      *    PROCESSO TRABALHISTA (S-2500): PAGAMENTOS DE ACORDO OU
      *    CONDENACAO FEITOS NA COMPETENCIA (ANDAMENTOS DO FPP102),
      *    INCLUSIVE A EX-FUNCIONARIOS, QUE NAO PASSAM PELA FOLHA.
       01  ESOC-S2500.
           05  FILLER          PIC X(06) VALUE "S-2500".
           05  S2500-CPF       PIC 9(11) VALUE ZEROS.
           05  S2500-FUNC      PIC 9(06) VALUE ZEROS.
           05  S2500-NUMPROC   PIC 9(20) VALUE ZEROS.
           05  S2500-COMPET    PIC 9(06) VALUE ZEROS.
           05  S2500-DTPAGTO   PIC 9(08) VALUE ZEROS.
           05  S2500-VALOR     PIC 9(09)V99 VALUE ZEROS.
           05  FILLER          PIC X(62) VALUE SPACES.
      *
      *    COMUNICACAO DE ACIDENTE DE TRABALHO (S-2210): CATS DO
      *    FPP107 COM O ACIDENTE NA COMPETENCIA. TIPO T = TIPICO,
      *    J = TRAJETO, D = DOENCA DO TRABALHO.
       01  ESOC-S2210.
           05  FILLER          PIC X(06) VALUE "S-2210".
           05  S2210-CPF       PIC 9(11) VALUE ZEROS.
           05  S2210-FUNC      PIC 9(06) VALUE ZEROS.
           05  S2210-NUMCAT    PIC 9(06) VALUE ZEROS.
           05  S2210-DATA      PIC 9(08) VALUE ZEROS.
           05  S2210-HORA      PIC 9(04) VALUE ZEROS.
           05  S2210-TIPO      PIC X(01) VALUE SPACES.
           05  S2210-LOCAL     PIC X(30) VALUE SPACES.
           05  S2210-PARTE     PIC X(20) VALUE SPACES.
           05  S2210-NATUREZA  PIC X(20) VALUE SPACES.
           05  S2210-AFAST     PIC X(01) VALUE SPACES.
           05  S2210-OBITO     PIC X(01) VALUE SPACES.
           05  FILLER          PIC X(16) VALUE SPACES.
      *
      *    REGISTRO DE ENCERRAMENTO COM OS TOTAIS DE EVENTOS.
       01  ESOC-S9999.
           05  FILLER          PIC X(06) VALUE "S-9999".
           05  S9999-QTD1200   PIC 9(06) VALUE ZEROS.
           05  S9999-QTD2200   PIC 9(06) VALUE ZEROS.
           05  S9999-QTD2299   PIC 9(06) VALUE ZEROS.
           05  S9999-QTD2500   PIC 9(06) VALUE ZEROS.
           05  S9999-QTD2210   PIC 9(06) VALUE ZEROS.
           05  FILLER          PIC X(088) VALUE SPACES.
      *

       01  CAB1.
           "  DESLIGAMENTOS (S-2299)................:".
           05  TOT2299TX  VALUE ZEROS  PIC ZZZZZ9.

       01  LINHA-TOT5.
           05  FILLER                 PIC X(042) VALUE
           "  PROCESSOS TRABALHISTAS (S-2500).......:".
           05  TOT2500TX  VALUE ZEROS  PIC ZZZZZ9.

       01  LINHA-TOT6.
           05  FILLER                 PIC X(042) VALUE
           "  ACIDENTES DE TRABALHO (S-2210)........:".
           05  TOT2210TX  VALUE ZEROS  PIC ZZZZZ9.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *
               LINE 08  COLUMN 49  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 10  COLUMN 17
               VALUE  "FOLHA COMPLEMENTAR (0=MENSAL) :".
           05  TW-SEQCPL
               LINE 10  COLUMN 49  PIC 9(01)
               USING  W-SEQCPL
               HIGHLIGHT.
           05  LINE 12  COLUMN 01
               VALUE  "                         CONFIRMA GERACA".
           05  LINE 12  COLUMN 41
                   MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CMP.
      *    COMPLEMENTAR (FPP099): SO O S-1200 DA DIFERENCA, EM
      *    ARQUIVO PROPRIO; ADMISSOES E DESLIGAMENTOS JA FORAM NA
      *    TRANSMISSAO DA FOLHA MENSAL.
       INC-SEQ.
                ACCEPT TW-SEQCPL.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
              MOVE "* CALCULE A FOLHA NO FPP015 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
           IF W-SEQCPL = ZEROS
              GO TO INC-OP1.
           OPEN INPUT ARQFLCPL
           IF CF-ERRO NOT = "00"
              MOVE "* NAO HA FOLHA COMPLEMENTAR (FPP099) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "S" TO W-CF-OK
           MOVE W-COMPET TO COMPETCF
           MOVE W-SEQCPL TO SEQCF
           MOVE ZEROS    TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO NOT = "00"
              MOVE "* COMPLEMENTAR NAO LANCADA NO FPP099 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *
      *    O ARQUIVO DE DEPENDENTES E OPCIONAL.
       INC-OP1.
           MOVE "N" TO W-DEPEN-OK
           OPEN INPUT ARQDEPEN
           IF DN-ERRO = "00"
              MOVE "S" TO W-DEPEN-OK.
      *
      *    O ARQUIVO DE HORAS NOTURNAS E DSR TAMBEM E OPCIONAL.
           MOVE "N" TO W-PTNOT-OK
           OPEN INPUT ARQPTNOT
           IF PN-ERRO = "00"
              MOVE "S" TO W-PTNOT-OK.
      *
      *    PAGAMENTOS DE PROCESSOS TRABALHISTAS, SO NA FOLHA MENSAL.
           MOVE "N" TO W-PROC-OK
           IF W-SEQCPL NOT = ZEROS
              GO TO INC-OP2.
           OPEN INPUT ARQPROCMV
           IF PM-ERRO NOT = "00"
              GO TO INC-OP2.
           OPEN INPUT ARQPROC
           IF PC-ERRO NOT = "00"
              CLOSE ARQPROCMV
              GO TO INC-OP2.
           MOVE "S" TO W-PROC-OK.
       INC-OP2.
      *
      *    CATS DO MES (FPP107), SO NA FOLHA MENSAL.
           MOVE "N" TO W-CAT-OK
           IF W-SEQCPL NOT = ZEROS
              GO TO INC-OP3.
           OPEN INPUT ARQCAT
           IF CA-ERRO = "00"
              MOVE "S" TO W-CAT-OK.
       INC-OP3.
      *
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           MOVE W-RAZAOEMP TO S1000-RAZAO
           MOVE W-COMPET   TO S1000-COMPET
           MOVE W-DATARELC TO S1000-DATAGER
           MOVE W-SEQCPL   TO S1000-SEQCPL
           WRITE REGESOCTX FROM ESOC-S1000
           ADD 1 TO W-QTDEVEN
           GO TO ROT-CABEC.
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
           IF W-SEQCPL NOT = ZEROS
              GO TO GER-1200C.
       GER-2200.
      *    ADMITIDO NA COMPETENCIA GERA O EVENTO DE ADMISSAO, COM A
      *    QUANTIDADE DE DEPENDENTES ATIVOS DO ARQDEPEN.
           MOVE PENSFL     TO S1200-PENSAO
           MOVE LIQFL      TO S1200-LIQUIDO
           MOVE QTDDEPIRFL TO S1200-QTDDEPIR
      *    ADICIONAL NOTURNO E REFLEXO DO DSR JA ESTAO NO BRUTO; VAO
      *    TAMBEM DESTACADOS PARA AS RUBRICAS PROPRIAS DO EVENTO.
           MOVE ZEROS TO S1200-ADNOT S1200-DSR
           IF W-PTNOT-OK = "S"
              MOVE CODFUNC  TO FUNCPN
              MOVE W-COMPET TO COMPETPN
              READ ARQPTNOT
              IF PN-ERRO = "00"
                 MOVE VALNOTPN TO S1200-ADNOT
                 MOVE DSRPN    TO S1200-DSR.
           WRITE REGESOCTX FROM ESOC-S1200
           ADD 1 TO W-QTDEVEN W-QTD1200
           MOVE "S-1200" TO EVENTOTX
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           GO TO LER-FUNCIONARIO01.
      *
      *    REMUNERACAO DA FOLHA COMPLEMENTAR: O VALOR LANCADO NO
      *    FPP099 E OS DESCONTOS DA DIFERENCA, COM A SEQUENCIA.
       GER-1200C.
           MOVE W-COMPET TO COMPETCF
           MOVE W-SEQCPL TO SEQCF
           MOVE CODFUNC  TO FUNCCF
           READ ARQFLCPL
           IF CF-ERRO NOT = "00"
              GO TO LER-FUNCIONARIO01.
           MOVE CPF        TO S1200-CPF
           MOVE CODFUNC    TO S1200-FUNC
           MOVE W-COMPET   TO S1200-COMPET
           MOVE PROVCF     TO S1200-BRUTO
           MOVE INSSCF     TO S1200-INSS
           MOVE RENDACF    TO S1200-IRRF
           MOVE ZEROS      TO S1200-PENSAO S1200-QTDDEPIR
                              S1200-ADNOT S1200-DSR
           MOVE LIQCF      TO S1200-LIQUIDO
           MOVE W-SEQCPL   TO S1200-SEQCPL
           WRITE REGESOCTX FROM ESOC-S1200
           ADD 1 TO W-QTDEVEN W-QTD1200
           MOVE "S-1200" TO EVENTOTX
           MOVE PROVCF   TO VALORTX
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           GO TO LER-FUNCIONARIO01.
      *
      ***************************************
      * LINHA DE CONFERENCIA DE UM EVENTO   *
      ***************************************
       CONTA-DEPEN-FIM.
           EXIT.
      *
      ***************************************
      * PAGAMENTOS DE PROCESSOS (S-2500)    *
      ***************************************
      *    ANDAMENTOS DE PAGAMENTO COM A COMPETENCIA DO PAGAMENTO
      *    IGUAL A TRANSMITIDA; NOME E CPF VEM DO PROCESSO, POIS O
      *    RECLAMANTE PODE NAO ESTAR MAIS NO ARQFUNC.
       GER-2500.
           MOVE W-COMPET TO COMPETMV
           START ARQPROCMV KEY IS NOT LESS COMPETMV
              INVALID KEY
                 GO TO GER-2500-FIM.
       GER-2500A.
           READ ARQPROCMV NEXT
           IF PM-ERRO NOT = "00"
              GO TO GER-2500-FIM.
           IF COMPETMV NOT = W-COMPET
              GO TO GER-2500-FIM.
           IF TIPOMV NOT = "P"
              GO TO GER-2500A.
           MOVE NUMMV TO NUMPC
           READ ARQPROC
           IF PC-ERRO NOT = "00"
              GO TO GER-2500A.
           MOVE CPFPC    TO S2500-CPF
           MOVE FUNCPC   TO S2500-FUNC
           MOVE NUMPC    TO S2500-NUMPROC
           MOVE COMPETMV TO S2500-COMPET
           MOVE DATAMV   TO S2500-DTPAGTO
           MOVE VALORMV  TO S2500-VALOR
           WRITE REGESOCTX FROM ESOC-S2500
           ADD 1 TO W-QTDEVEN W-QTD2500
           MOVE FUNCPC   TO CODFUNC
           MOVE NOMEPC   TO NOMEFUNC
           MOVE CPFPC    TO CPF
           MOVE "S-2500" TO EVENTOTX
           MOVE VALORMV  TO VALORTX
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           GO TO GER-2500A.
       GER-2500-FIM.
           EXIT.
      *
      ***************************************
      * ACIDENTES DE TRABALHO (S-2210)      *
      ***************************************
      *    CATS COM A DATA DO ACIDENTE DENTRO DA COMPETENCIA.
       GER-2210.
           COMPUTE W-DATAINI = W-ANOCOMP * 10000 + W-MESCOMP * 100 + 1
           COMPUTE W-DATAFIM = W-DATAINI + 30
           MOVE W-DATAINI TO DATACAT
           START ARQCAT KEY IS NOT LESS DATACAT
              INVALID KEY
                 GO TO GER-2210-FIM.
       GER-2210A.
           READ ARQCAT NEXT
           IF CA-ERRO NOT = "00"
              GO TO GER-2210-FIM.
           IF DATACAT > W-DATAFIM
              GO TO GER-2210-FIM.
           MOVE FUNCCAT TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
              GO TO GER-2210A.
           MOVE CPF      TO S2210-CPF
           MOVE FUNCCAT  TO S2210-FUNC
           MOVE NUMCAT   TO S2210-NUMCAT
           MOVE DATACAT  TO S2210-DATA
           MOVE HORACAT  TO S2210-HORA
           MOVE TIPOCAT  TO S2210-TIPO
           MOVE LOCALCAT TO S2210-LOCAL
           MOVE PARTECAT TO S2210-PARTE
           MOVE NATUCAT  TO S2210-NATUREZA
           MOVE AFASTCAT TO S2210-AFAST
           MOVE OBITOCAT TO S2210-OBITO
           WRITE REGESOCTX FROM ESOC-S2210
           ADD 1 TO W-QTDEVEN W-QTD2210
           MOVE "S-2210" TO EVENTOTX
           MOVE ZEROS    TO VALORTX
           PERFORM GRAVA-CONF THRU GRAVA-CONF-FIM
           GO TO GER-2210A.
       GER-2210-FIM.
           EXIT.
      *
      *    FIM DA VARREDURA: ENCERRA O ARQUIVO DE TRANSMISSAO COM OS
      *    TOTAIS E IMPRIME O RESUMO DA CONFERENCIA.
       ROT-TOTAL.
           IF W-PROC-OK = "S"
              PERFORM GER-2500 THRU GER-2500-FIM.
           IF W-CAT-OK = "S"
              PERFORM GER-2210 THRU GER-2210-FIM.
           MOVE W-QTDEVEN TO S9999-QTDEVEN
           MOVE W-QTD1200 TO S9999-QTD1200
           MOVE W-QTD2200 TO S9999-QTD2200
           MOVE W-QTD2299 TO S9999-QTD2299
           MOVE W-QTD2500 TO S9999-QTD2500
           MOVE W-QTD2210 TO S9999-QTD2210
           ADD 1 TO W-QTDEVEN
           MOVE W-QTDEVEN TO S9999-QTDEVEN
           WRITE REGESOCTX FROM ESOC-S9999
           MOVE W-QTD1200 TO TOT1200TX
           MOVE W-QTD2200 TO TOT2200TX
           MOVE W-QTD2299 TO TOT2299TX
           MOVE W-QTD2500 TO TOT2500TX
           MOVE W-QTD2210 TO TOT2210TX
           MOVE SPACES TO REGFUNCIONARIOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT3
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT4
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT5
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT6
           IF W-MODOLOTE = "S"
              MOVE "O" TO W-RETLOTE
              MOVE W-QTDEVEN TO W-QTDLOTE.
                   CLOSE ARQDEPEN.
                IF W-FL-OK = "S"
                   CLOSE ARQFOLHA.
                IF W-PTNOT-OK = "S"
                   CLOSE ARQPTNOT.
                IF W-CF-OK = "S"
                   CLOSE ARQFLCPL.
                IF W-PROC-OK = "S"
                   CLOSE ARQPROCMV ARQPROC.
                IF W-CAT-OK = "S"
                   CLOSE ARQCAT.
       ROT-FIMP.
                EXIT PROGRAM.

           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           IF W-SEQCPL NOT = ZEROS
              GO TO MONTA-NOME1.
           STRING "FPP047-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
                  INTO W-NOMEREL.
           MOVE SPACES TO W-NOMEESOC
           STRING "ESOCIAL-" DELIMITED BY SIZE
                  W-COMPET   DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".TXT"     DELIMITED BY SIZE
                  INTO W-NOMEESOC.
           GO TO MONTA-NOME-FIM.
       MONTA-NOME1.
           STRING "FPP047-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-C"      DELIMITED BY SIZE
                  W-SEQCPL  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
           MOVE SPACES TO W-NOMEESOC
           STRING "ESOCIAL-" DELIMITED BY SIZE
                  W-COMPET   DELIMITED BY SIZE
                  "-C"       DELIMITED BY SIZE
                  W-SEQCPL   DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
                  ".TXT"     DELIMITED BY SIZE
