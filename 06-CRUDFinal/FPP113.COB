       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP113.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * COMPROVANTES DE DESPESA DAS VIAGENS (ARQVIADESP)              *
      * PRESTACAO DE CONTAS DA VIAGEM DO FPP112: CADA COMPROVANTE COM *
      * CATEGORIA, DATA, NUMERO DO DOCUMENTO E VALOR. O TOTAL         *
      * COMPROVADO DA VIAGEM E REFEITO A CADA GRAVACAO OU EXCLUSAO.   *
      * O KM RODADO E O SALDO SAO APURADOS NO ACERTO (FPP114); VIAGEM *
      * JA ACERTADA SO PODE SER CONSULTADA.                           *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVIADESP ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEVD
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQVIAGEM ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS NUMVG
                    ALTERNATE RECORD KEY IS FUNCVG WITH DUPLICATES
                    FILE STATUS          IS VG-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODFUNC
                       ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                       FILE STATUS  IS FUNC-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    COMPROVANTES DE DESPESA DA VIAGEM. CATVD 1 = HOSPEDAGEM,
      *    2 = ALIMENTACAO, 3 = PASSAGEM/TRANSPORTE, 4 = COMBUSTIVEL
      *    E PEDAGIO, 5 = OUTRAS.
       FD ARQVIADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVIADESP.DAT".
       01 REGVIADESP.
          03 CHAVEVD.
             05 NUMVD          PIC 9(06).
             05 SEQVD          PIC 9(02).
          03 CATVD             PIC 9(01).
          03 DATAVD            PIC 9(08).
          03 DOCVD             PIC X(15).
          03 DESCVD            PIC X(30).
          03 VALORVD           PIC 9(06)V99.
          03 OPERADOR-VD       PIC X(08).
          03 DATAGRAVACAO-VD.
             05 DATAGRAV-VD    PIC 9(8).
             05 HORAGRAV-VD    PIC 9(6).
      *
      *    VIAGENS A SERVICO (FPP112).
       FD ARQVIAGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVIAGEM.DAT".
       01 REGVIAGEM.
          03 NUMVG             PIC 9(06).
          03 FUNCVG            PIC 9(06).
          03 DESTVG            PIC X(30).
          03 MOTIVOVG          PIC X(40).
          03 DTSAIDAVG         PIC 9(08).
          03 DTRETVG           PIC 9(08).
          03 ADIANTVG          PIC 9(06)V99.
          03 DTADIANTVG        PIC 9(08).
          03 MEIOVG            PIC X(01).
          03 PLACAVG           PIC X(08).
          03 SITVG             PIC X(01).
          03 KMVG              PIC 9(05).
          03 VALKMVG           PIC 9(06)V99.
          03 DESPVG            PIC 9(06)V99.
          03 SALDOVG           PIC S9(06)V99.
          03 DEVOLVG           PIC X(01).
          03 COMPETVG          PIC 9(06).
          03 CODEVVG           PIC 9(03).
          03 DATADBVG          PIC 9(08).
          03 HORADBVG          PIC 9(04).
          03 OPERADOR-VG       PIC X(08).
          03 DATAGRAVACAO-VG.
             05 DATAGRAV-VG    PIC 9(8).
             05 HORAGRAV-VG    PIC 9(6).
      *
       FD ARQFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CODFUNC PIC 9(6).
           03 NOMEFUNC PIC X(30).
           03 FILLER   PIC X(170).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 VG-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-NUM        PIC 9(06) VALUE ZEROS.
       01 W-SEQ        PIC 9(02) VALUE ZEROS.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-CATTX      PIC X(20) VALUE SPACES.
       01 W-SITTX      PIC X(10) VALUE SPACES.
       01 W-VALED      PIC ZZZ.ZZ9,99.
      *
      *    DESCRICAO DAS CATEGORIAS DE DESPESA.
       01 TABCAT.
           05 FILLER   PIC X(20) VALUE "HOSPEDAGEM".
           05 FILLER   PIC X(20) VALUE "ALIMENTACAO".
           05 FILLER   PIC X(20) VALUE "PASSAGEM/TRANSPORTE".
           05 FILLER   PIC X(20) VALUE "COMBUSTIVEL/PEDAGIO".
           05 FILLER   PIC X(20) VALUE "OUTRAS DESPESAS".
       01 TABCATR REDEFINES TABCAT.
           05 TCAT     PIC X(20) OCCURS 5 TIMES.
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
               VALUE  "*** COMPROVANTES DE DESPESA DA VIAGEM ***".
           05  LINE 04  COLUMN 04 VALUE  "NUMERO DA VIAGEM       :".
           05  LINE 05  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 06  COLUMN 04 VALUE  "DESTINO                :".
           05  LINE 07  COLUMN 04 VALUE  "PERIODO                :".
           05  LINE 07  COLUMN 38 VALUE  "A".
           05  LINE 08  COLUMN 04 VALUE  "ADIANTAMENTO           :".
           05  LINE 08  COLUMN 42 VALUE  "COMPROVADO :".
           05  LINE 09  COLUMN 04 VALUE  "SITUACAO               :".
           05  LINE 11  COLUMN 04 VALUE  "SEQUENCIA              :".
           05  LINE 13  COLUMN 04 VALUE  "CATEGORIA              :".
           05  LINE 14  COLUMN 04 VALUE
               "1=HOSPEDAGEM 2=ALIMENTACAO 3=PASSAGEM".
           05  LINE 14  COLUMN 42 VALUE
               "4=COMBUST./PEDAGIO 5=OUTRAS".
           05  LINE 15  COLUMN 04 VALUE  "DATA DO COMPROVANTE    :".
           05  LINE 15  COLUMN 40 VALUE  "(AAAAMMDD)".
           05  LINE 16  COLUMN 04 VALUE  "NUMERO DO DOCUMENTO    :".
           05  LINE 17  COLUMN 04 VALUE  "DESCRICAO              :".
           05  LINE 18  COLUMN 04 VALUE  "VALOR                  :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TW-NUM
               LINE 04  COLUMN 29  PIC 9(06)
               USING  W-NUM
               HIGHLIGHT.
           05  TW-SEQ
               LINE 11  COLUMN 29  PIC 9(02)
               USING  W-SEQ
               HIGHLIGHT.
           05  TCATVD
               LINE 13  COLUMN 29  PIC 9(01)
               USING  CATVD
               HIGHLIGHT.
           05  TDATAVD
               LINE 15  COLUMN 29  PIC 9(08)
               USING  DATAVD
               HIGHLIGHT.
           05  TDOCVD
               LINE 16  COLUMN 29  PIC X(15)
               USING  DOCVD
               HIGHLIGHT.
           05  TDESCVD
               LINE 17  COLUMN 29  PIC X(30)
               USING  DESCVD
               HIGHLIGHT.
           05  TVALORVD
               LINE 18  COLUMN 29  PIC ZZZ.ZZ9,99
               USING  VALORVD
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQVIADESP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQVIADESP
                 CLOSE ARQVIADESP
                 MOVE "*** ARQUIVO ARQVIADESP FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQVIADESP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
       R0A.
           OPEN I-O ARQVIAGEM
           IF VG-ERRO NOT = "00"
              MOVE "* SEM VIAGENS CADASTRADAS - VER FPP112 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
       R0B.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-NUM.
       R1A.
           MOVE ZEROS TO W-SEL W-SEQ
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM
           DISPLAY TELA3.
       R2.
           ACCEPT TW-NUM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-NUM TO NUMVG
           READ ARQVIAGEM
           IF VG-ERRO NOT = "00"
                   MOVE "* VIAGEM NAO CADASTRADA NO FPP112 *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           PERFORM MOSTRA-VG THRU MOSTRA-VG-FIM.
       R3.
           MOVE ZEROS TO W-SEL
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           DISPLAY TCATVD TDATAVD TDOCVD TDESCVD TVALORVD
           DISPLAY (13, 33) "                    ".
       R4.
           ACCEPT TW-SEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-SEQ = ZEROS
                   MOVE "A SEQUENCIA DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           MOVE W-NUM  TO NUMVD
           MOVE W-SEQ  TO SEQVD
           READ ARQVIADESP
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM MOSTRA-VD THRU MOSTRA-VD-FIM
                MOVE "*** COMPROVANTE JA LANCADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQVIADESP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF SITVG = "L"
                   MOVE "* VIAGEM JA ACERTADA - SO CONSULTA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM.
       R5.
           ACCEPT TCATVD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF CATVD < 1 OR CATVD > 5
                   MOVE "CATEGORIA INVALIDA - VEJA AS OPCOES ACIMA"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           MOVE TCAT (CATVD) TO W-CATTX
           DISPLAY (13, 33) W-CATTX.
       R6.
           IF DATAVD = ZEROS
                   MOVE DTSAIDAVG TO DATAVD.
           ACCEPT TDATAVD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE DATAVD TO W-DT-DATA
           IF W-DT-ANO < 1900 OR W-DT-MES < 1 OR W-DT-MES > 12
                              OR W-DT-DIA < 1 OR W-DT-DIA > 31
                   MOVE "DATA INVALIDA - INFORME AAAAMMDD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
      *    SO VALE DESPESA FEITA DURANTE A VIAGEM; PASSAGEM COMPRADA
      *    ANTES E ACEITA A PARTIR DO ADIANTAMENTO.
           IF DATAVD > DTRETVG
                   MOVE "COMPROVANTE DEPOIS DO RETORNO DA VIAGEM"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
           IF DATAVD < DTSAIDAVG AND
              (CATVD NOT = 3 OR DTADIANTVG = ZEROS
                             OR DATAVD < DTADIANTVG)
                   MOVE "COMPROVANTE ANTERIOR A SAIDA DA VIAGEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
       R7.
           ACCEPT TDOCVD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF DOCVD = SPACES
                   MOVE "INFORME O NUMERO DO DOCUMENTO FISCAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
       R8.
           ACCEPT TDESCVD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 AND W-SEL = 1
                   GO TO R3.
           IF W-ACT = 01
                   GO TO R7.
      *    NA ALTERACAO SO A DESCRICAO MUDA; PARA CORRIGIR VALOR OU
      *    CATEGORIA EXCLUA E LANCE DE NOVO.
           IF W-SEL = 1
                   GO TO ALT-OPC.
       R9.
           ACCEPT TVALORVD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF VALORVD = ZEROS
                   MOVE "O VALOR DEVE SER INFORMADO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-NUM  TO NUMVD
                MOVE W-SEQ  TO SEQVD
                MOVE W-OPERLOG TO OPERADOR-VD
                ACCEPT DATAGRAV-VD FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-VD FROM TIME
                WRITE REGVIADESP
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQVIADESP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** COMPROVANTE GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ATUALIZA-VG THRU ATUALIZA-VG-FIM
                PERFORM MOSTRA-VG THRU MOSTRA-VG-FIM
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
                IF SITVG = "L"
                   MOVE "* VIAGEM JA ACERTADA - SO CONSULTA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R8.
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
                DELETE ARQVIADESP RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** COMPROVANTE EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ATUALIZA-VG THRU ATUALIZA-VG-FIM
                PERFORM MOSTRA-VG THRU MOSTRA-VG-FIM
                GO TO R3.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-VD
                ACCEPT DATAGRAV-VD FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-VD FROM TIME
                REWRITE REGVIADESP
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                MOVE "ERRO NA ALTERACAO DO ARQVIADESP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       LIMPA-REG.
           MOVE SPACES TO DOCVD DESCVD
           MOVE ZEROS  TO CATVD DATAVD VALORVD.
       LIMPA-REG-FIM.
           EXIT.
      *
      *    PROXIMA SEQUENCIA LIVRE DA VIAGEM.
       PROX-SEQ.
           MOVE ZEROS  TO W-SEQ
           MOVE W-NUM  TO NUMVD
           MOVE ZEROS  TO SEQVD
           START ARQVIADESP KEY IS NOT LESS CHAVEVD
              INVALID KEY
                 GO TO PROX-SEQ2.
       PROX-SEQ1.
           READ ARQVIADESP NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-SEQ2.
           IF NUMVD NOT = W-NUM
              GO TO PROX-SEQ2.
           MOVE SEQVD TO W-SEQ
           GO TO PROX-SEQ1.
       PROX-SEQ2.
           ADD 1 TO W-SEQ
           PERFORM LIMPA-REG THRU LIMPA-REG-FIM.
       PROX-SEQ-FIM.
           EXIT.
      *
      *    REFAZ O TOTAL COMPROVADO DA VIAGEM A PARTIR DE TODOS OS
      *    SEUS COMPROVANTES.
       ATUALIZA-VG.
           MOVE W-NUM TO NUMVG
           READ ARQVIAGEM
           IF VG-ERRO NOT = "00"
              GO TO ATUALIZA-VG-FIM.
           MOVE ZEROS TO DESPVG
           MOVE W-NUM TO NUMVD
           MOVE ZEROS TO SEQVD
           START ARQVIADESP KEY IS NOT LESS CHAVEVD
              INVALID KEY
                 GO TO ATUALIZA-VG2.
       ATUALIZA-VG1.
           READ ARQVIADESP NEXT
           IF ST-ERRO NOT = "00"
              GO TO ATUALIZA-VG2.
           IF NUMVD NOT = W-NUM
              GO TO ATUALIZA-VG2.
           ADD VALORVD TO DESPVG
           GO TO ATUALIZA-VG1.
       ATUALIZA-VG2.
           MOVE W-OPERLOG TO OPERADOR-VG
           ACCEPT DATAGRAV-VG FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-VG FROM TIME
           REWRITE REGVIAGEM
           IF VG-ERRO NOT = "00"
              MOVE "ERRO NA ATUALIZACAO DO ARQVIAGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ATUALIZA-VG-FIM.
           EXIT.
      *
       MOSTRA-VG.
           DISPLAY (05, 29) FUNCVG
           MOVE FUNCVG TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO = "00"
              DISPLAY (05, 37) NOMEFUNC.
           DISPLAY (06, 29) DESTVG
           DISPLAY (07, 29) DTSAIDAVG
           DISPLAY (07, 40) DTRETVG
           MOVE ADIANTVG TO W-VALED
           DISPLAY (08, 29) W-VALED
           MOVE DESPVG TO W-VALED
           DISPLAY (08, 55) W-VALED
           MOVE "ABERTA" TO W-SITTX
           IF SITVG = "L"
              MOVE "ACERTADA" TO W-SITTX.
           DISPLAY (09, 29) W-SITTX.
       MOSTRA-VG-FIM.
           EXIT.
      *
       MOSTRA-VD.
           DISPLAY TW-SEQ TCATVD TDATAVD TDOCVD TDESCVD TVALORVD
           MOVE SPACES TO W-CATTX
           IF CATVD > 0 AND CATVD < 6
              MOVE TCAT (CATVD) TO W-CATTX.
           DISPLAY (13, 33) W-CATTX.
       MOSTRA-VD-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQFUNC.
       ROT-FIM2.
           CLOSE ARQVIAGEM.
       ROT-FIM3.
           CLOSE ARQVIADESP.
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
