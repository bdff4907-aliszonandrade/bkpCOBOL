       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP057.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * CERTIDOES DE REGULARIDADE DOS FORNECEDORES     *
      * (ARQCERT): UMA POR CNPJ E TIPO - F=CND FEDERAL,*
      * G=CRF FGTS, T=CNDT TRABALHISTA, E=ESTADUAL,    *
      * M=MUNICIPAL - COM NUMERO E VALIDADE. CERTIDAO  *
      * OBRIGATORIA VENCIDA BLOQUEIA PEDIDO (STP022) E *
      * RETEM OS TITULOS NA REMESSA (STP041). F3 GERA  *
      * O RELATORIO DAS CERTIDOES A VENCER.            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCERT ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVECE
                    FILE STATUS          IS ST-ERRO.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    FILE STATUS  IS FORN-ERRO.

           SELECT ARQCERTX ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS TX-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERT.DAT".
       01 REGCERT.
          03 CHAVECE.
             05 CNPJCE         PIC 9(15).
             05 TIPOCE         PIC X(01).
          03 NUMCE             PIC X(20).
          03 EMISSAOCE         PIC 9(08).
          03 VALIDCE           PIC 9(08).
          03 OBRIGCE           PIC X(01).
          03 OPERADOR-CE       PIC X(08).
          03 DATAGRAVACAO-CE   PIC 9(14).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ          PIC 9(15).
           03 RAZAO         PIC X(40).
           03 NOME          PIC X(12).
           03 FILLER        PIC X(47).
      *
       FD ARQCERTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCERT.DOC".
       01 REGCERTX            PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 FORN-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO      PIC X(02) VALUE "00".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR   PIC X(08) VALUE SPACES.
       01 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       01 W-ANTEC      PIC 9(03) VALUE ZEROS.
       01 W-QTDCERT    PIC 9(04) VALUE ZEROS.
       01 W-DIAS       PIC S9(05) VALUE ZEROS.
       01 W-DIASHJ     PIC 9(07) VALUE ZEROS.
       01 W-DIASX      PIC 9(07) VALUE ZEROS.
       01 W-DATAX      PIC 9(08) VALUE ZEROS.
       01 W-DATAXR     REDEFINES W-DATAX.
          03 W-ANOX    PIC 9(04).
          03 W-MESX    PIC 9(02).
          03 W-DIAX    PIC 9(02).
       01 W-DESCTIPO   PIC X(15) VALUE SPACES.
      *
       01  CABC1.
           05  FILLER   PIC X(44) VALUE
           "*** CERTIDOES DE FORNECEDORES A VENCER ***  ".
           05  FILLER   PIC X(06) VALUE "DATA: ".
           05  CABDATATX VALUE ZEROS PIC 9(8).
           05  FILLER   PIC X(12) VALUE "  ATE DIAS: ".
           05  CABANTECTX VALUE ZEROS PIC ZZ9.

       01  CABC2.
           05  FILLER   PIC X(52) VALUE
           "CNPJ            FORNECEDOR   TIPO            NUMERO ".
           05  FILLER   PIC X(40) VALUE
           "              VALIDADE  OBR DIAS".

       01  DETC.
           05  CCNPJTX   VALUE ZEROS  PIC 9(15).
           05  FILLER    PIC X(01) VALUE " ".
           05  CNOMETX   VALUE SPACES PIC X(12).
           05  FILLER    PIC X(01) VALUE " ".
           05  CTIPOTX   VALUE SPACES PIC X(15).
           05  FILLER    PIC X(01) VALUE " ".
           05  CNUMTX    VALUE SPACES PIC X(20).
           05  FILLER    PIC X(01) VALUE " ".
           05  CVALIDTX  VALUE ZEROS  PIC 9(8).
           05  FILLER    PIC X(02) VALUE "  ".
           05  COBRIGTX  VALUE SPACES PIC X(01).
           05  FILLER    PIC X(01) VALUE " ".
           05  CDIASTX   VALUE ZEROS  PIC -ZZZ9.
           05  FILLER    PIC X(01) VALUE " ".
           05  CSITTX    VALUE SPACES PIC X(07).

       01  TOTC.
           05  FILLER    PIC X(34) VALUE
           "CERTIDOES VENCIDAS OU A VENCER..: ".
           05  TOTCERTX  VALUE ZEROS  PIC ZZZ9.

       01  LINSEP       PIC X(100) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 18
               VALUE  "*** CERTIDOES DOS FORNECEDORES ***".
           05  LINE 05  COLUMN 04 VALUE  "CNPJ DO FORNECEDOR     :".
           05  LINE 07  COLUMN 04 VALUE  "TIPO (F/G/T/E/M)       :".
           05  LINE 09  COLUMN 04 VALUE  "NUMERO DA CERTIDAO     :".
           05  LINE 11  COLUMN 04 VALUE  "EMISSAO (AAAAMMDD)     :".
           05  LINE 13  COLUMN 04 VALUE  "VALIDADE (AAAAMMDD)    :".
           05  LINE 15  COLUMN 04 VALUE  "OBRIGATORIA (S/N)      :".
           05  LINE 18  COLUMN 04 VALUE
               "F=CND FEDERAL  G=CRF FGTS  T=CNDT TRABALHISTA".
           05  LINE 19  COLUMN 04 VALUE
               "E=ESTADUAL  M=MUNICIPAL".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCNPJCE
               LINE 05  COLUMN 29  PIC 9(15)
               USING  CNPJCE
               HIGHLIGHT.
           05  TTIPOCE
               LINE 07  COLUMN 29  PIC X(01)
               USING  TIPOCE
               HIGHLIGHT.
           05  TNUMCE
               LINE 09  COLUMN 29  PIC X(20)
               USING  NUMCE
               HIGHLIGHT.
           05  TEMISSAOCE
               LINE 11  COLUMN 29  PIC 9(08)
               USING  EMISSAOCE
               HIGHLIGHT.
           05  TVALIDCE
               LINE 13  COLUMN 29  PIC 9(08)
               USING  VALIDCE
               HIGHLIGHT.
           05  TOBRIGCE
               LINE 15  COLUMN 29  PIC X(01)
               USING  OBRIGCE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQCERT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCERT
                 CLOSE ARQCERT
                 MOVE "*** ARQUIVO ARQCERT FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCERT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
       R0A.
           OPEN INPUT CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE "* ARQUIVO DE FORNECEDOR NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCERT
              GO TO ROT-FIM2.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0B.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS  TO CNPJCE EMISSAOCE VALIDCE W-SEL
           MOVE SPACES TO TIPOCE NUMCE OBRIGCE NOME.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3
           DISPLAY (23, 12)
                "F1=ENCERRA F3=RELATORIO DE CERTIDOES A VENCER".
       R2.
           ACCEPT TCNPJCE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 04
                   GO TO REL-001.
           IF CNPJCE = 0
                   MOVE "O CNPJ DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE CNPJCE TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           DISPLAY (05, 46) NOME.
       R2A.
           ACCEPT TTIPOCE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF TIPOCE NOT = "F" AND TIPOCE NOT = "G" AND
              TIPOCE NOT = "T" AND TIPOCE NOT = "E" AND
              TIPOCE NOT = "M"
                   MOVE "*** TIPO INVALIDO - F/G/T/E/M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2A.
       LER-ARQCERT.
           READ ARQCERT
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                DISPLAY (05, 46) NOME
                MOVE "*** CERTIDAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCERT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** CERTIDAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    FEDERAL, FGTS E TRABALHISTA SAO OBRIGATORIAS POR PADRAO.
           MOVE "N" TO OBRIGCE
           IF TIPOCE = "F" OR TIPOCE = "G" OR TIPOCE = "T"
              MOVE "S" TO OBRIGCE.
       R3.
           ACCEPT TNUMCE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF NUMCE = SPACES
                   MOVE "INFORME O NUMERO DA CERTIDAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TEMISSAOCE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF EMISSAOCE = ZEROS OR EMISSAOCE > W-DATAHOJE
                   MOVE "*** DATA DE EMISSAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TVALIDCE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF VALIDCE NOT > EMISSAOCE
                   MOVE "A VALIDADE DEVE SER POSTERIOR A EMISSAO"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT TOBRIGCE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF OBRIGCE NOT = "S" AND OBRIGCE NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERADOR TO OPERADOR-CE
                ACCEPT DATAGRAVACAO-CE FROM DATE YYYYMMDD
                WRITE REGCERT
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CERTIDAO JA EXISTE,NAO GRAVADA *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCERT" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      * (A RENOVACAO E UMA ALTERACAO: NOVO    *
      * NUMERO, EMISSAO E VALIDADE)           *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQCERT RECORD
                IF ST-ERRO = "00"
                   MOVE "*** CERTIDAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R2.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERADOR TO OPERADOR-CE
                ACCEPT DATAGRAVACAO-CE FROM DATE YYYYMMDD
                REWRITE REGCERT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA CERTIDAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ******************************************
      * RELATORIO DAS CERTIDOES VENCIDAS OU A  *
      * VENCER NOS PROXIMOS N DIAS             *
      ******************************************
       REL-001.
           MOVE 30 TO W-ANTEC
           DISPLAY (23, 12) LIMPA
           DISPLAY (23, 12) "VENCENDO EM ATE QUANTOS DIAS:"
           ACCEPT  (23, 42) W-ANTEC WITH UPDATE
           DISPLAY (23, 12) LIMPA
           OPEN OUTPUT ARQCERTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQCERT.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DATAHOJE TO CABDATATX W-DATAX
           MOVE W-ANTEC    TO CABANTECTX
           COMPUTE W-DIASHJ = W-ANOX * 360 + W-MESX * 30 + W-DIAX
           MOVE ZEROS TO W-QTDCERT
           WRITE REGCERTX FROM LINSEP
           WRITE REGCERTX FROM CABC1
           WRITE REGCERTX FROM LINSEP
           WRITE REGCERTX FROM CABC2
           WRITE REGCERTX FROM LINSEP
           MOVE ZEROS  TO CNPJCE
           MOVE SPACES TO TIPOCE
           START ARQCERT KEY IS NOT LESS CHAVECE
              INVALID KEY
                 GO TO REL-FIM.
       REL-LOOP.
           READ ARQCERT NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-FIM.
      *    DIAS ATE O VENCIMENTO NA BASE 360/30 (NEGATIVO = VENCIDA).
           MOVE VALIDCE TO W-DATAX
           COMPUTE W-DIASX = W-ANOX * 360 + W-MESX * 30 + W-DIAX
           COMPUTE W-DIAS = W-DIASX - W-DIASHJ
           IF W-DIAS > W-ANTEC
              GO TO REL-LOOP.
           MOVE CNPJCE TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE SPACES TO NOME.
           PERFORM DESC-TIPO THRU DESC-TIPO-FIM
           MOVE CNPJCE     TO CCNPJTX
           MOVE NOME       TO CNOMETX
           MOVE W-DESCTIPO TO CTIPOTX
           MOVE NUMCE      TO CNUMTX
           MOVE VALIDCE    TO CVALIDTX
           MOVE OBRIGCE    TO COBRIGTX
           MOVE W-DIAS     TO CDIASTX
           IF VALIDCE < W-DATAHOJE
              MOVE "VENCIDA" TO CSITTX
           ELSE
              MOVE SPACES TO CSITTX.
           WRITE REGCERTX FROM DETC
           ADD 1 TO W-QTDCERT
           GO TO REL-LOOP.
       REL-FIM.
           MOVE W-QTDCERT TO TOTCERTX
           WRITE REGCERTX FROM LINSEP
           WRITE REGCERTX FROM TOTC
           CLOSE ARQCERTX
           MOVE "** RELATORIO GRAVADO EM ARQCERT.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       DESC-TIPO.
           MOVE SPACES TO W-DESCTIPO
           IF TIPOCE = "F"
              MOVE "CND FEDERAL"    TO W-DESCTIPO.
           IF TIPOCE = "G"
              MOVE "CRF FGTS"       TO W-DESCTIPO.
           IF TIPOCE = "T"
              MOVE "CNDT TRABALHO"  TO W-DESCTIPO.
           IF TIPOCE = "E"
              MOVE "CND ESTADUAL"   TO W-DESCTIPO.
           IF TIPOCE = "M"
              MOVE "CND MUNICIPAL"  TO W-DESCTIPO.
       DESC-TIPO-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQCERT CADFORN
           DISPLAY (01, 01) ERASE.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
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
