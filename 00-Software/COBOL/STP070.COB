       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP070.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * ORCAMENTO DE MATERIAL POR DEPARTAMENTO (ARQORCMAT)            *
      * VERBA ANUAL DE CONSUMO DE MATERIAL DE CADA DEPARTAMENTO E     *
      * CATEGORIA (STP029), ABERTA MES A MES. A APROVACAO DO STP025   *
      * AVISA QUANDO A REQUISICAO ESTOURA A VERBA E O ORCADO X        *
      * REALIZADO SAI NO STP071                                       *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQORCMAT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEOM
                   FILE STATUS  IS OM-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODDEP
                   FILE STATUS  IS DEP-ERRO
                   ALTERNATE RECORD KEY IS NOMEDEP WITH DUPLICATES.

           SELECT ARQCATEG ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODCATEG
                   FILE STATUS  IS CAT-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    VERBA DO ANO, ABERTA NOS DOZE MESES.
       FD ARQORCMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORCMAT.DAT".
       01 REGORCMAT.
           03 CHAVEOM.
               05 DEPOM      PIC 9(03).
               05 CATOM      PIC 9(02).
               05 ANOOM      PIC 9(04).
           03 VALMESOM       PIC 9(08)V99 OCCURS 12.
           03 OPERADOR-OM    PIC X(08).
           03 DATAGRAVACAO-OM.
               05 DATAGRAV-OM PIC 9(8).
               05 HORAGRAV-OM PIC 9(6).
      *
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
           03 CODDEP PIC 9(3).
           03 NOMEDEP PIC X(25).
           03 STATUSDAUX PIC X(1).
           03 STATUSD.
               05 STATUSD1 PIC X(1).
               05 STATUSD2 PIC X(14).
           03 NIVELHAUX PIC 9(2).
           03 NIVELH.
               05 NIVELH1 PIC 9(2).
               05 NIVELH2 PIC X(28).
           03 CODDEPPAI PIC 9(3).
           03 OPERADOR-DP PIC X(08).
           03 DATAGRAVACAO-DP.
               05 DATAGRAV-DP PIC 9(8).
               05 HORAGRAV-DP PIC 9(6).
      *
      *    TABELA DE CATEGORIAS DE PRODUTO (STP029).
       FD ARQCATEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCATEG.DAT".
       01 REGCATEG.
          03 CODCATEG          PIC 9(02).
          03 DESCCATEG         PIC X(19).
          03 CATPAI            PIC 9(02).
          03 STATUSCAT         PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 OM-ERRO    PIC X(02) VALUE "00".
       01 DEP-ERRO   PIC X(02) VALUE "00".
       01 CAT-ERRO   PIC X(02) VALUE "00".
       01 W-CAT-OK   PIC X(01) VALUE "N".
       01 W-SEL      PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE PIC 9(06) VALUE ZEROS.
       01 W-IM       PIC 9(02) VALUE ZEROS.
       01 W-IMSALVA  PIC 9(02) VALUE ZEROS.
       01 W-LINM     PIC 9(02) VALUE ZEROS.
       01 W-COLM     PIC 9(02) VALUE ZEROS.
       01 W-VALANO   PIC 9(09)V99 VALUE ZEROS.
       01 W-VALRAT   PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTANO   PIC 9(09)V99 VALUE ZEROS.
       01 W-VALMES   PIC 9(08)V99 VALUE ZEROS.
       01 W-VALMESTX PIC ZZ.ZZZ.ZZ9,99.
       01 W-TOTANOTX PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 13
               VALUE  "*** ORCAMENTO DE MATERIAL POR DEPARTAMENTO ***".
           05  LINE 05  COLUMN 04 VALUE  "DEPARTAMENTO           :".
           05  LINE 06  COLUMN 04 VALUE  "CATEGORIA              :".
           05  LINE 07  COLUMN 04 VALUE  "ANO                    :".
           05  LINE 09  COLUMN 04 VALUE  "VERBA ANUAL P/ RATEIO  :".
           05  LINE 09  COLUMN 46 VALUE  "(ZERO = MES A MES)".
           05  LINE 11  COLUMN 04 VALUE  "JAN :".
           05  LINE 12  COLUMN 04 VALUE  "FEV :".
           05  LINE 13  COLUMN 04 VALUE  "MAR :".
           05  LINE 14  COLUMN 04 VALUE  "ABR :".
           05  LINE 15  COLUMN 04 VALUE  "MAI :".
           05  LINE 16  COLUMN 04 VALUE  "JUN :".
           05  LINE 11  COLUMN 40 VALUE  "JUL :".
           05  LINE 12  COLUMN 40 VALUE  "AGO :".
           05  LINE 13  COLUMN 40 VALUE  "SET :".
           05  LINE 14  COLUMN 40 VALUE  "OUT :".
           05  LINE 15  COLUMN 40 VALUE  "NOV :".
           05  LINE 16  COLUMN 40 VALUE  "DEZ :".
           05  LINE 18  COLUMN 04 VALUE  "TOTAL DO ANO           :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TDEPOM
               LINE 05  COLUMN 29  PIC 9(03)
               USING  DEPOM
               HIGHLIGHT.
           05  TCATOM
               LINE 06  COLUMN 29  PIC 9(02)
               USING  CATOM
               HIGHLIGHT.
           05  TANOOM
               LINE 07  COLUMN 29  PIC 9(04)
               USING  ANOOM
               HIGHLIGHT.
           05  TVALANO
               LINE 09  COLUMN 29  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-VALANO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQORCMAT
           IF OM-ERRO NOT = "00"
              IF OM-ERRO = "30"
                 OPEN OUTPUT ARQORCMAT
                 CLOSE ARQORCMAT
                 MOVE "*** ARQUIVO ARQORCMAT FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQORCMAT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN INPUT ARQDEP
           IF DEP-ERRO NOT = "00"
              MOVE "* CADASTRE DEPARTAMENTOS NO FPP001 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQORCMAT
              GO TO ROT-FIM2.
      *    SEM A TABELA DE CATEGORIAS NO AR, VALE O CODIGO DIGITADO.
           OPEN INPUT ARQCATEG
           IF CAT-ERRO = "00"
              MOVE "S" TO W-CAT-OK.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0B.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO DEPOM CATOM W-VALANO W-SEL
           MOVE W-DATAHOJE (1:4) TO ANOOM
           MOVE ZEROS TO W-IM.
       R1A.
           ADD 1 TO W-IM
           IF W-IM > 12
              GO TO R1B.
           MOVE ZEROS TO VALMESOM (W-IM)
           GO TO R1A.
       R1B.
           DISPLAY TELA.
       R2.
           ACCEPT TDEPOM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF DEPOM = 0
              MOVE "O DEPARTAMENTO DEVE SER INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE DEPOM TO CODDEP
           READ ARQDEP
           IF DEP-ERRO NOT = "00"
              MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (05, 34) NOMEDEP.
       R2A.
           ACCEPT TCATOM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-CAT-OK NOT = "S"
              GO TO R2B.
           MOVE CATOM TO CODCATEG
           READ ARQCATEG
           IF CAT-ERRO NOT = "00"
              MOVE "* CATEGORIA NAO CADASTRADA NO STP029 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
           DISPLAY (06, 34) DESCCATEG.
       R2B.
           ACCEPT TANOOM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2A.
           IF ANOOM < 1990
              MOVE "O ANO DEVE SER VALIDO (AAAA)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2B.
       LER-ARQORCMAT.
           READ ARQORCMAT
           IF OM-ERRO NOT = "23"
              IF OM-ERRO = "00"
                 PERFORM MOSTRA-MES THRU MOSTRA-MES-FIM
                 MOVE "*** ORCAMENTO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO ARQORCMAT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
              MOVE "*** ORCAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *    VERBA ANUAL INFORMADA: RATEIA EM DOZE PARCELAS IGUAIS E A
      *    SOBRA DOS CENTAVOS VAI PARA DEZEMBRO. DEPOIS AJUSTA MES A
      *    MES SE PRECISAR.
       R3.
           MOVE ZEROS TO W-VALANO
           ACCEPT TVALANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2B.
           IF W-VALANO = ZEROS
              GO TO R4.
           DIVIDE W-VALANO BY 12 GIVING W-VALRAT
           MOVE ZEROS TO W-IM.
       R3A.
           ADD 1 TO W-IM
           IF W-IM > 12
              GO TO R3B.
           MOVE W-VALRAT TO VALMESOM (W-IM)
           GO TO R3A.
       R3B.
           COMPUTE VALMESOM (12) = W-VALANO - W-VALRAT * 11
           PERFORM MOSTRA-MES THRU MOSTRA-MES-FIM.
      *
      *    DIGITACAO DOS DOZE MESES (ESC VOLTA UM MES).
       R4.
           MOVE 1 TO W-IM.
       R4A.
           IF W-IM > 12
              GO TO R5.
           PERFORM POS-MES THRU POS-MES-FIM
           MOVE VALMESOM (W-IM) TO W-VALMES
           ACCEPT (W-LINM, W-COLM) W-VALMES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              PERFORM MOSTRA-MES THRU MOSTRA-MES-FIM
              IF W-IM = 1
                 GO TO R3
              ELSE
                 SUBTRACT 1 FROM W-IM
                 GO TO R4A.
           MOVE W-VALMES TO VALMESOM (W-IM)
           ADD 1 TO W-IM
           PERFORM MOSTRA-MES THRU MOSTRA-MES-FIM
           GO TO R4A.
       R5.
           IF W-TOTANO = ZEROS
              MOVE "A VERBA DO ANO DEVE SER MAIOR QUE ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
              GO TO ALT-OPC.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           PERFORM GRAVA-OM THRU GRAVA-OM-FIM
           WRITE REGORCMAT
           IF OM-ERRO = "00"
              MOVE "*** DADOS GRAVADOS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF OM-ERRO = "22"
              MOVE "* ORCAMENTO JA EXISTE,NAO GRAVADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQORCMAT" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
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
      *
       EXC-OPC.
           DISPLAY (23, 40) "EXCLUIR   (S/N) : "
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
           DELETE ARQORCMAT RECORD
           IF OM-ERRO = "00"
              MOVE "*** ORCAMENTO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : "
           ACCEPT (23, 57) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 GO TO R4.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           PERFORM GRAVA-OM THRU GRAVA-OM-FIM
           REWRITE REGORCMAT
           IF OM-ERRO = "00" OR "02"
              MOVE "*** REGISTRO ALTERADO ***         " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO ORCAMENTO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    OPERADOR E MOMENTO DA GRAVACAO.
       GRAVA-OM.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-OPERADOR TO OPERADOR-OM
           MOVE W-DATAHOJE TO DATAGRAV-OM
           MOVE W-HORAHOJE TO HORAGRAV-OM.
       GRAVA-OM-FIM.
           EXIT.
      *
      *    POSICAO DO MES NA TELA: JAN-JUN A ESQUERDA, JUL-DEZ A
      *    DIREITA.
       POS-MES.
           IF W-IM > 6
              COMPUTE W-LINM = W-IM + 4
              MOVE 46 TO W-COLM
           ELSE
              COMPUTE W-LINM = W-IM + 10
              MOVE 10 TO W-COLM.
       POS-MES-FIM.
           EXIT.
      *
      *    MOSTRA OS DOZE MESES E O TOTAL DO ANO.
       MOSTRA-MES.
           MOVE ZEROS TO W-TOTANO
           MOVE W-IM TO W-IMSALVA
           MOVE ZEROS TO W-IM.
       MOSTRA-MES1.
           ADD 1 TO W-IM
           IF W-IM > 12
              GO TO MOSTRA-MES2.
           PERFORM POS-MES THRU POS-MES-FIM
           MOVE VALMESOM (W-IM) TO W-VALMESTX
           DISPLAY (W-LINM, W-COLM) W-VALMESTX
           ADD VALMESOM (W-IM) TO W-TOTANO
           GO TO MOSTRA-MES1.
       MOSTRA-MES2.
           MOVE W-IMSALVA TO W-IM
           MOVE W-TOTANO TO W-TOTANOTX
           DISPLAY (18, 29) W-TOTANOTX.
       MOSTRA-MES-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQORCMAT ARQDEP
           IF W-CAT-OK = "S"
              CLOSE ARQCATEG.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
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
