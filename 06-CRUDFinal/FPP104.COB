       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP104.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * TABELA DE DOCUMENTOS EXIGIDOS NA ADMISSAO (ARQTDOC)           *
      * CADA DOCUMENTO DIZ SE E EXIGIDO DO CLT, DO ESTAGIARIO E DO    *
      * APRENDIZ E SE E DO FUNCIONARIO OU DE CADA DEPENDENTE. A       *
      * ENTREGA E REGISTRADA NO FPP105 E AS PENDENCIAS SAEM NO FPP106 *
      * E NO PAINEL DO FPP000.                                        *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTDOC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODTD
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQFUNDOC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEFD
                    ALTERNATE RECORD KEY IS CODTDFD WITH DUPLICATES
                    FILE STATUS          IS FD-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    DOCUMENTOS EXIGIDOS NA ADMISSAO (FPP104). EXIGCLT, EXIGEST
      *    E EXIGAPR DIZEM SE O DOCUMENTO E EXIGIDO DO CLT, DO
      *    ESTAGIARIO E DO APRENDIZ (TIPOCT DO ARQFUNCTR; SEM REGISTRO
      *    VALE CLT). DEPTD = S E DOCUMENTO DE CADA DEPENDENTE ATIVO
      *    (CERTIDAO DE NASCIMENTO): ENQUANTO NAO ENTREGUE O DEPENDENTE
      *    NAO CONTA PARA SALARIO-FAMILIA NEM PARA O IRRF (FPP015).
       FD ARQTDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTDOC.DAT".
       01 REGTDOC.
          03 CODTD             PIC 9(02).
          03 DESCTD            PIC X(30).
          03 EXIGCLT           PIC X(01).
          03 EXIGEST           PIC X(01).
          03 EXIGAPR           PIC X(01).
          03 DEPTD             PIC X(01).
          03 OPERADOR-TD       PIC X(08).
          03 DATAGRAVACAO-TD.
             05 DATAGRAV-TD    PIC 9(8).
             05 HORAGRAV-TD    PIC 9(6).
      *
      *    DOCUMENTOS ENTREGUES PELO FUNCIONARIO (FPP105). SEQFD E A
      *    SEQUENCIA DO DEPENDENTE NO ARQDEPEN NOS DOCUMENTOS DE
      *    DEPENDENTE E ZERO NOS DEMAIS. SEM REGISTRO, PENDENTE.
       FD ARQFUNDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNDOC.DAT".
       01 REGFUNDOC.
          03 CHAVEFD.
             05 FUNCFD         PIC 9(06).
             05 CODTDFD        PIC 9(02).
             05 SEQFD          PIC 9(01).
          03 DTRECFD           PIC 9(08).
          03 OBSFD             PIC X(30).
          03 OPERADOR-FD       PIC X(08).
          03 DATAGRAVACAO-FD.
             05 DATAGRAV-FD    PIC 9(8).
             05 HORAGRAV-FD    PIC 9(6).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 FD-ERRO      PIC X(02) VALUE "00".
       01 W-FD-OK      PIC X(01) VALUE "N".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 14
               VALUE  "*** DOCUMENTOS EXIGIDOS NA ADMISSAO ***".
           05  LINE 05  COLUMN 04 VALUE  "CODIGO DO DOCUMENTO    :".
           05  LINE 07  COLUMN 04 VALUE  "DESCRICAO              :".
           05  LINE 09  COLUMN 04 VALUE  "EXIGIDO DO CLT         :".
           05  LINE 09  COLUMN 33 VALUE  "(S/N)".
           05  LINE 11  COLUMN 04 VALUE  "EXIGIDO DO ESTAGIARIO  :".
           05  LINE 11  COLUMN 33 VALUE  "(S/N)".
           05  LINE 13  COLUMN 04 VALUE  "EXIGIDO DO APRENDIZ    :".
           05  LINE 13  COLUMN 33 VALUE  "(S/N)".
           05  LINE 15  COLUMN 04 VALUE  "DOCUMENTO DE DEPENDENTE:".
           05  LINE 15  COLUMN 33 VALUE
               "(S = UM POR DEPENDENTE ATIVO)".
           05  LINE 16  COLUMN 33 VALUE
               "SEM ELE O DEPENDENTE NAO CONTA PARA".
           05  LINE 17  COLUMN 33 VALUE
               "SALARIO-FAMILIA E IRRF".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODTD
               LINE 05  COLUMN 29  PIC 99
               USING  CODTD
               HIGHLIGHT.
           05  TDESCTD
               LINE 07  COLUMN 29  PIC X(30)
               USING  DESCTD
               HIGHLIGHT.
           05  TEXIGCLT
               LINE 09  COLUMN 29  PIC X(01)
               USING  EXIGCLT
               HIGHLIGHT.
           05  TEXIGEST
               LINE 11  COLUMN 29  PIC X(01)
               USING  EXIGEST
               HIGHLIGHT.
           05  TEXIGAPR
               LINE 13  COLUMN 29  PIC X(01)
               USING  EXIGAPR
               HIGHLIGHT.
           05  TDEPTD
               LINE 15  COLUMN 29  PIC X(01)
               USING  DEPTD
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQTDOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTDOC
                 CLOSE ARQTDOC
                 MOVE "*** ARQUIVO ARQTDOC FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQTDOC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    AS ENTREGAS SO SAO CONSULTADAS NA EXCLUSAO.
       R0A.
           MOVE "N" TO W-FD-OK
           OPEN INPUT ARQFUNDOC
           IF FD-ERRO = "00"
              MOVE "S" TO W-FD-OK.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO CODTD W-SEL
           MOVE SPACES TO DESCTD EXIGCLT EXIGEST EXIGAPR DEPTD.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TCODTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CODTD = 0
                   MOVE "O CODIGO DEVE SER MAIOR QUE ZERO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-ARQTDOC.
           READ ARQTDOC
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELA3
                MOVE "*** DOCUMENTO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQTDOC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "S" TO EXIGCLT
                MOVE "N" TO EXIGEST EXIGAPR DEPTD
                DISPLAY TELA3
                MOVE "*** DOCUMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R3.
           ACCEPT TDESCTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF DESCTD = SPACES
                   MOVE "A DESCRICAO NAO PODE FICAR EM BRANCO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
           ACCEPT TEXIGCLT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF EXIGCLT = "s"
                   MOVE "S" TO EXIGCLT.
           IF EXIGCLT = "n"
                   MOVE "N" TO EXIGCLT.
           IF EXIGCLT NOT = "S" AND "N"
                   MOVE "DIGITE APENAS S=SIM e N=NAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TEXIGEST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF EXIGEST = "s"
                   MOVE "S" TO EXIGEST.
           IF EXIGEST = "n"
                   MOVE "N" TO EXIGEST.
           IF EXIGEST NOT = "S" AND "N"
                   MOVE "DIGITE APENAS S=SIM e N=NAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
           ACCEPT TEXIGAPR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF EXIGAPR = "s"
                   MOVE "S" TO EXIGAPR.
           IF EXIGAPR = "n"
                   MOVE "N" TO EXIGAPR.
           IF EXIGAPR NOT = "S" AND "N"
                   MOVE "DIGITE APENAS S=SIM e N=NAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
           IF EXIGCLT = "N" AND EXIGEST = "N" AND EXIGAPR = "N"
                   MOVE "O DOCUMENTO DEVE SER EXIGIDO DE ALGUEM" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R7.
           ACCEPT TDEPTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF DEPTD = "s"
                   MOVE "S" TO DEPTD.
           IF DEPTD = "n"
                   MOVE "N" TO DEPTD.
           IF DEPTD NOT = "S" AND "N"
                   MOVE "DIGITE APENAS S=SIM e N=NAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERLOG TO OPERADOR-TD
                ACCEPT DATAGRAV-TD FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-TD FROM TIME
                WRITE REGTDOC
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* DOCUMENTO JA EXISTE,DADOS NAO GRAVADOS *"
                                                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQTDOC" TO MENS
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
      *    DOCUMENTO JA ENTREGUE POR ALGUM FUNCIONARIO NAO PODE SER
      *    EXCLUIDO: BASTA DEIXAR DE EXIGI-LO.
       EXC-VER.
                IF W-FD-OK NOT = "S"
                   GO TO EXC-OPC.
                MOVE CODTD TO CODTDFD
                START ARQFUNDOC KEY IS EQUAL CODTDFD
                   INVALID KEY
                      GO TO EXC-OPC.
                MOVE "* DOCUMENTO JA ENTREGUE, NAO EXCLUIDO *" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
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
                DELETE ARQTDOC RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DOCUMENTO EXCLUIDO ***" TO MENS
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
                MOVE W-OPERLOG TO OPERADOR-TD
                ACCEPT DATAGRAV-TD FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-TD FROM TIME
                REWRITE REGTDOC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO DOCUMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                IF W-FD-OK = "S"
                   CLOSE ARQFUNDOC.
                CLOSE ARQTDOC.
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
       FIM-ROT-TEMPO.
