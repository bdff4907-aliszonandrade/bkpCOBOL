       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP103.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * PROVISAO DOS PROCESSOS TRABALHISTAS POR RISCO                 *
      * POSICAO NO ULTIMO DIA DA COMPETENCIA INFORMADA: PROCESSOS     *
      * AJUIZADOS ATE A DATA E NAO ENCERRADOS ATE ELA. A SITUACAO, O  *
      * VALOR DEVIDO E O TOTAL PAGO SAO APURADOS PELOS ANDAMENTOS     *
      * (FPP102) ATE O FIM DO MES. QUATRO GRUPOS, UMA PASSADA NO      *
      * ARQPROC PARA CADA:                                            *
      *   1 - ACORDO OU SENTENCA: PROVISAO = DEVIDO - PAGO            *
      *   2 - RISCO PROVAVEL    : PROVISAO INFORMADA NO FPP101        *
      *   3 - RISCO POSSIVEL    : SEM PROVISAO, SO DIVULGACAO         *
      *   4 - RISCO REMOTO      : SEM PROVISAO, SO DIVULGACAO         *
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
                    FILE STATUS          IS PC-ERRO.
           SELECT ARQPROCMV ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEMV
                    ALTERNATE RECORD KEY IS COMPETMV WITH DUPLICATES
                    FILE STATUS          IS MV-ERRO.

           SELECT ARQFUNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 RC-ERRO    PIC X(02) VALUE "00".
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-DATARELC PIC 9(08) VALUE ZEROS.
       01 W-HORARELC PIC 9(06) VALUE ZEROS.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 PC-ERRO    PIC X(02) VALUE "00".
       77 MV-ERRO    PIC X(02) VALUE "00".
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 W-MV-OK       PIC X(01) VALUE "N".
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-COMPETN REDEFINES W-COMPET PIC 9(06).
       01 W-HOJE        PIC 9(08) VALUE ZEROS.
      *    DATAS ATE O DIA 31 DO MES: BASTA PARA COMPARAR AAAAMMDD.
       01 W-FIMMES      PIC 9(08) VALUE ZEROS.
      *
      *    POSICAO DO PROCESSO NO FIM DO MES.
       01 W-PASSO       PIC 9(01) VALUE ZEROS.
       01 W-GRUPO       PIC 9(01) VALUE ZEROS.
       01 W-SIT         PIC X(01) VALUE SPACES.
       01 W-COND        PIC 9(09)V99 VALUE ZEROS.
       01 W-PAGO        PIC 9(09)V99 VALUE ZEROS.
       01 W-PROV        PIC 9(09)V99 VALUE ZEROS.
      *
       01 W-QTDGRP      PIC 9(05) VALUE ZEROS.
       01 W-RECLGRP     PIC 9(11)V99 VALUE ZEROS.
       01 W-PROVGRP     PIC 9(11)V99 VALUE ZEROS.
       01 W-PAGOGRP     PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDTOT      PIC 9(05) VALUE ZEROS.
       01 W-RECLTOT     PIC 9(11)V99 VALUE ZEROS.
       01 W-PROVTOT     PIC 9(11)V99 VALUE ZEROS.
       01 W-PAGOTOT     PIC 9(11)V99 VALUE ZEROS.
      *

       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(042) VALUE
           "------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(50) VALUE
           " *** PROVISAO DE PROCESSOS TRABALHISTAS ***       ".
           05  FILLER                 PIC X(12) VALUE
           "POSICAO EM: ".
           05  COMPTX   VALUE ZEROS   PIC 9999/99.
           05  FILLER                 PIC X(08) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.9999.

       01  CABDET.
           05  FILLER                 PIC X(060) VALUE
           "  PROCESSO             RECLAMANTE           AJUIZAM.".
           05  FILLER                 PIC X(039) VALUE
           "RECLAMADO       PROVISAO           PAGO".

       01  LINHA-GRUPO.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  GRUPOTX         VALUE SPACES PIC X(70).

       01  DET.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DETNUMTX        VALUE ZEROS  PIC 9(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETNOMETX       VALUE SPACES PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETDATATX       VALUE ZEROS  PIC 9999/99/99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETRECLTX       VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETPROVTX       VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DETPAGOTX       VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHA-SUB.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SUBTXT          VALUE SPACES PIC X(30).
           05  SUBQTDTX        VALUE ZEROS  PIC ZZZZ9.
           05  FILLER          PIC X(18) VALUE " PROCESSOS".
           05  SUBRECLTX       VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SUBPROVTX       VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(01) VALUE SPACES.
           05  SUBPAGOTX       VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 15
               VALUE  "*** PROVISAO DE PROCESSOS TRABALHISTAS ***".
           05  LINE 05  COLUMN 05
               VALUE  "POSICAO NO FIM DO MES: ACORDOS E SENTENCAS A".
           05  LINE 06  COLUMN 05
               VALUE  "PAGAR E PROCESSOS POR RISCO (PROVAVEL, POSSIVEL".
           05  LINE 07  COLUMN 05
               VALUE  "E REMOTO).".
           05  LINE 09  COLUMN 05
               VALUE  "COMPETENCIA (AAAAMM)       :".
           05  TW-COMPET
               LINE 09  COLUMN 35  PIC 9(06)
               USING  W-COMPET
               HIGHLIGHT.
           05  LINE 11  COLUMN 05
               VALUE  "CONFIRMA EMISSAO (S/N)     :".
           05  TW-OPCAO
               LINE 11  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           DIVIDE W-HOJE BY 100 GIVING W-COMPETN
           MOVE "S" TO W-OPCAO
           DISPLAY TELA.
       INC-COMP.
           ACCEPT TW-COMPET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM0.
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
              MOVE "A COMPETENCIA DEVE SER VALIDA (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-COMP.
       INC-OPC.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM0.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
       INC-OP0.
           OPEN INPUT ARQPROC
           IF PC-ERRO NOT = "00"
              MOVE "* SEM PROCESSOS CADASTRADOS - VER FPP101 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    SEM ANDAMENTOS TODOS ESTAO EM CURSO, SEM NADA PAGO.
           MOVE "N" TO W-MV-OK
           OPEN INPUT ARQPROCMV
           IF MV-ERRO = "00"
              MOVE "S" TO W-MV-OK.
           COMPUTE W-FIMMES = W-COMPETN * 100 + 31
           MOVE W-COMPET TO COMPTX
           MOVE ZEROS TO W-QTDTOT W-RECLTOT W-PROVTOT W-PAGOTOT
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CAB2
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM CABDET
           MOVE 1 TO W-PASSO.
      *
      *    UMA PASSADA POR GRUPO, NA ORDEM DO NUMERO DO PROCESSO.
       ROT-PASSO.
           IF W-PASSO = 1
              MOVE "ACORDOS E SENTENCAS A PAGAR (DEVIDO - PAGO)"
                                                   TO GRUPOTX.
           IF W-PASSO = 2
              MOVE "RISCO PROVAVEL - PROVISIONADO" TO GRUPOTX.
           IF W-PASSO = 3
              MOVE "RISCO POSSIVEL - SEM PROVISAO (DIVULGACAO)"
                                                   TO GRUPOTX.
           IF W-PASSO = 4
              MOVE "RISCO REMOTO - SEM PROVISAO (DIVULGACAO)"
                                                   TO GRUPOTX.
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM LINHA-GRUPO
           MOVE ZEROS TO W-QTDGRP W-RECLGRP W-PROVGRP W-PAGOGRP
           MOVE ZEROS TO NUMPC
           START ARQPROC KEY IS NOT LESS NUMPC
              INVALID KEY
                 GO TO ROT-SUB.
       LER-PC.
           READ ARQPROC NEXT
           IF PC-ERRO NOT = "00"
              GO TO ROT-SUB.
           IF DTAJUIZPC > W-FIMMES
              GO TO LER-PC.
           PERFORM POSICAO THRU POSICAO-FIM
           IF W-SIT = "E"
              GO TO LER-PC.
           IF W-SIT = "C" OR W-SIT = "J"
              MOVE 1 TO W-GRUPO
           ELSE
              IF RISCOPC = "P"
                 MOVE 2 TO W-GRUPO
              ELSE
                 IF RISCOPC = "O"
                    MOVE 3 TO W-GRUPO
                 ELSE
                    MOVE 4 TO W-GRUPO.
           IF W-GRUPO NOT = W-PASSO
              GO TO LER-PC.
           MOVE ZEROS TO W-PROV
           IF W-GRUPO = 1 AND W-COND > W-PAGO
              COMPUTE W-PROV = W-COND - W-PAGO.
           IF W-GRUPO = 2
              MOVE VALPROVPC TO W-PROV.
           MOVE NUMPC     TO DETNUMTX
           MOVE NOMEPC    TO DETNOMETX
           MOVE DTAJUIZPC TO DETDATATX
           MOVE VALRECLPC TO DETRECLTX
           MOVE W-PROV    TO DETPROVTX
           MOVE W-PAGO    TO DETPAGOTX
           WRITE REGFUNCIONARIOTX FROM DET
           ADD 1         TO W-QTDGRP
           ADD VALRECLPC TO W-RECLGRP
           ADD W-PROV    TO W-PROVGRP
           ADD W-PAGO    TO W-PAGOGRP
           GO TO LER-PC.
      *
       ROT-SUB.
           MOVE "SUBTOTAL DO GRUPO ......:"  TO SUBTXT
           MOVE W-QTDGRP  TO SUBQTDTX
           MOVE W-RECLGRP TO SUBRECLTX
           MOVE W-PROVGRP TO SUBPROVTX
           MOVE W-PAGOGRP TO SUBPAGOTX
           WRITE REGFUNCIONARIOTX FROM LINHA-SUB
           ADD W-QTDGRP  TO W-QTDTOT
           ADD W-RECLGRP TO W-RECLTOT
           ADD W-PROVGRP TO W-PROVTOT
           ADD W-PAGOGRP TO W-PAGOTOT
           ADD 1 TO W-PASSO
           IF W-PASSO < 5
              GO TO ROT-PASSO.
      *
       ROT-TOTAL.
           MOVE "TOTAL GERAL ............:"  TO SUBTXT
           MOVE W-QTDTOT  TO SUBQTDTX
           MOVE W-RECLTOT TO SUBRECLTX
           MOVE W-PROVTOT TO SUBPROVTX
           MOVE W-PAGOTOT TO SUBPAGOTX
           WRITE REGFUNCIONARIOTX FROM LINHABR
           WRITE REGFUNCIONARIOTX FROM CAB1
           WRITE REGFUNCIONARIOTX FROM LINHA-SUB
           CLOSE ARQFUNCTX
           MOVE W-COMPET TO COMPETRC
           MOVE W-QTDTOT TO QTDRC
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           IF W-QTDTOT = ZEROS
              MOVE "* NENHUM PROCESSO EM ABERTO NA DATA *" TO MENS
           ELSE
              MOVE "** PROVISAO EMITIDA - VER RELATORIO FPP103 **"
                                                   TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    SITUACAO, VALOR DEVIDO E TOTAL PAGO DO PROCESSO PELOS
      *    ANDAMENTOS ATE O FIM DO MES, COMO NO FPP102.
       POSICAO.
           MOVE "A"   TO W-SIT
           MOVE ZEROS TO W-COND W-PAGO
           IF W-MV-OK NOT = "S"
              GO TO POSICAO-FIM.
           MOVE NUMPC TO NUMMV
           MOVE ZEROS TO DATAMV SEQMV
           START ARQPROCMV KEY IS NOT LESS CHAVEMV
              INVALID KEY
                 GO TO POSICAO-FIM.
       POSICAO1.
           READ ARQPROCMV NEXT
           IF MV-ERRO NOT = "00"
              GO TO POSICAO-FIM.
           IF NUMMV NOT = NUMPC OR DATAMV > W-FIMMES
              GO TO POSICAO-FIM.
           IF TIPOMV = "C" OR TIPOMV = "J"
              MOVE TIPOMV  TO W-SIT
              MOVE VALORMV TO W-COND.
           IF TIPOMV = "P"
              ADD VALORMV TO W-PAGO.
           IF TIPOMV = "E"
              MOVE "E" TO W-SIT.
           GO TO POSICAO1.
       POSICAO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
           IF W-MV-OK = "S"
              CLOSE ARQPROCMV.
           CLOSE ARQPROC.
       ROT-FIM0.
           DISPLAY (01, 01) ERASE.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
      *
      *    NOME DO ARQUIVO DE SAIDA COM PROGRAMA, COMPETENCIA E DATA.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE W-DATARELC TO DATAREL
           MOVE SPACES TO W-NOMEREL
           STRING "FPP103-" DELIMITED BY SIZE
                  W-COMPET  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATARELC DELIMITED BY SIZE
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
           MOVE "FPP103" TO PROGRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERLOG  TO OPERRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
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
       FIM-ROT-TEMPO.
