       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP087.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * AVALIACAO DE DESEMPENHO (ARQAVAL)                             *
      * UMA AVALIACAO POR FUNCIONARIO E CICLO ANUAL. O AVALIADOR E    *
      * OUTRO FUNCIONARIO, SUGERIDO PELO CHEFE DO DEPARTAMENTO        *
      * (ARQDEPCHF, FPP001). NOTAS DE 0 A 10 EM CINCO COMPETENCIAS    *
      * COM PESOS QUE SOMAM 100%. A AVALIACAO FICA EM ABERTO ATE SER  *
      * CONCLUIDA; DEPOIS DE CONCLUIDA SO ACEITA A CIENCIA DO         *
      * FUNCIONARIO. PENDENCIAS NO FPP088, RANKING NO FPP089.         *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAVAL ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVEAV
                    FILE STATUS          IS ST-ERRO.
           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODFUNC
                    ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                    FILE STATUS          IS FUNC-ERRO.
           SELECT ARQDEPCHF ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODDEPCH
                    FILE STATUS          IS CH-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    AVALIACAO DE DESEMPENHO POR FUNCIONARIO E CICLO (ANO).
      *    CINCO COMPETENCIAS COM PESO (%) E NOTA (0 A 10); A NOTA
      *    FINAL E A MEDIA PONDERADA. CONCEITO: E=EXCELENTE B=BOM
      *    R=REGULAR I=INSUFICIENTE. SITUACAO: O=EM ABERTO
      *    A=AVALIADO K=CIENTE (FUNCIONARIO TOMOU CONHECIMENTO).
       FD ARQAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
          03 CHAVEAV.
             05 FUNCAV         PIC 9(06).
             05 CICLOAV        PIC 9(04).
          03 AVALIADORAV       PIC 9(06).
          03 COMPAV OCCURS 5.
             05 PESOAV         PIC 9(03).
             05 NOTAAV         PIC 9(02).
          03 NOTAFINALAV       PIC 9(02)V99.
          03 CONCEITOAV        PIC X(01).
          03 STATUSAV          PIC X(01).
          03 DATAAVAL          PIC 9(08).
          03 DATACIENCIA       PIC 9(08).
          03 OPERADOR-AV       PIC X(08).
          03 DATAGRAVACAO-AV.
             05 DATAGRAV-AV    PIC 9(8).
             05 HORAGRAV-AV    PIC 9(6).
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
      *    CHEFE DE CADA DEPARTAMENTO (FPP001).
       FD ARQDEPCHF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEPCHF.DAT".
       01 REGDEPCHF.
          03 CODDEPCH          PIC 9(03).
          03 CHEFECH           PIC 9(06).
          03 OPERADOR-CH       PIC X(08).
          03 DATAGRAVACAO-CH.
             05 DATAGRAV-CH    PIC 9(8).
             05 HORAGRAV-CH    PIC 9(6).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 CH-ERRO      PIC X(02) VALUE "00".
       01 W-CHF-OK     PIC X(01) VALUE "N".
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-CODFUNC    PIC 9(06) VALUE ZEROS.
       01 W-CICLO      PIC 9(04) VALUE ZEROS.
       01 W-AVALIADOR  PIC 9(06) VALUE ZEROS.
       01 W-NOMEFUNC   PIC X(30) VALUE SPACES.
       01 W-DEPFUNC    PIC 9(03) VALUE ZEROS.
       01 W-CONCLUI    PIC X(01) VALUE SPACES.
       01 W-HOJE.
           05 W-ANOHOJE PIC 9(4) VALUE ZEROS.
           05 W-MDHOJE  PIC 9(4) VALUE ZEROS.
       01 W-SOMAPESO   PIC 9(04) VALUE ZEROS.
       01 W-SOMAPOND   PIC 9(06) VALUE ZEROS.
       01 W-NOTAFINAL  PIC Z9,99.
       01 W-CONCEITOTX PIC X(12) VALUE SPACES.
       01 W-STATUSTX   PIC X(12) VALUE SPACES.
       01 IX           PIC 9(02) VALUE ZEROS.
       01 LIN          PIC 9(02) VALUE ZEROS.
      *
      *    COMPETENCIAS AVALIADAS, NA ORDEM DE COMPAV.
       01 TABCOMPX.
           03 FILLER     PIC X(22) VALUE "PRODUTIVIDADE".
           03 FILLER     PIC X(22) VALUE "QUALIDADE DO TRABALHO".
           03 FILLER     PIC X(22) VALUE "TRABALHO EM EQUIPE".
           03 FILLER     PIC X(22) VALUE "ASSIDUIDADE".
           03 FILLER     PIC X(22) VALUE "INICIATIVA".
       01 TABCOMP REDEFINES TABCOMPX.
           03 TBCOMP     PIC X(22) OCCURS 5 TIMES.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 21
               VALUE  "*** AVALIACAO DE DESEMPENHO ***".
           05  LINE 04  COLUMN 04 VALUE  "FUNCIONARIO  :".
           05  LINE 05  COLUMN 04 VALUE  "CICLO (ANO)  :".
           05  LINE 06  COLUMN 04 VALUE  "AVALIADOR    :".
           05  LINE 08  COLUMN 04 VALUE  "COMPETENCIA".
           05  LINE 08  COLUMN 35 VALUE  "PESO(%)".
           05  LINE 08  COLUMN 44 VALUE  "NOTA(0-10)".
           05  LINE 15  COLUMN 04 VALUE  "NOTA FINAL   :".
           05  LINE 15  COLUMN 28 VALUE  "CONCEITO :".
           05  LINE 16  COLUMN 04 VALUE  "SITUACAO     :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODFUNC
               LINE 04  COLUMN 19  PIC 9(06)
               USING  W-CODFUNC
               HIGHLIGHT.
           05  TCICLO
               LINE 05  COLUMN 19  PIC 9(04)
               USING  W-CICLO
               HIGHLIGHT.
           05  TAVALIADOR
               LINE 06  COLUMN 19  PIC 9(06)
               USING  W-AVALIADOR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQAVAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQAVAL
                 CLOSE ARQAVAL
                 MOVE "*** ARQUIVO ARQAVAL FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQAVAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              CLOSE ARQAVAL
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM0.
      *    SEM CHEFES CADASTRADOS O AVALIADOR E DIGITADO.
           MOVE "N" TO W-CHF-OK
           OPEN INPUT ARQDEPCHF
           IF CH-ERRO = "00"
              MOVE "S" TO W-CHF-OK.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO W-CODFUNC W-AVALIADOR W-SEL
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-ANOHOJE TO W-CICLO
           MOVE SPACES TO REGAVAL
           MOVE ZEROS TO FUNCAV CICLOAV AVALIADORAV NOTAFINALAV
           MOVE ZEROS TO DATAAVAL DATACIENCIA
           MOVE ZEROS TO IX.
       R1A.
           ADD 1 TO IX
           IF IX > 5
              GO TO R1B.
           MOVE 20    TO PESOAV (IX)
           MOVE ZEROS TO NOTAAV (IX)
           GO TO R1A.
       R1B.
           MOVE "O" TO STATUSAV
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA
           PERFORM MOSTRA-AVAL THRU MOSTRA-AVAL-FIM.
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
           MOVE NOMEFUNC TO W-NOMEFUNC
           MOVE DEPFUNC  TO W-DEPFUNC
           DISPLAY (04, 27) W-NOMEFUNC.
       R3.
           ACCEPT TCICLO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-CICLO < 2000 OR W-CICLO > 2999
                   MOVE "*** CICLO INVALIDO (ANO COM 4 DIGITOS) ***"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE W-CODFUNC TO FUNCAV
           MOVE W-CICLO   TO CICLOAV
           READ ARQAVAL
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE AVALIADORAV TO W-AVALIADOR
                DISPLAY TAVALIADOR
                PERFORM MOSTRA-AVAL THRU MOSTRA-AVAL-FIM
                PERFORM NOME-AVALIADOR THRU NOME-AVALIADOR-FIM
                MOVE "*** AVALIACAO JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQAVAL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** AVALIACAO NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    AVALIADOR SUGERIDO: O CHEFE DO DEPARTAMENTO.
           IF W-CHF-OK = "S"
              MOVE W-DEPFUNC TO CODDEPCH
              READ ARQDEPCHF
              IF CH-ERRO = "00" AND CHEFECH NOT = W-CODFUNC
                 MOVE CHEFECH TO W-AVALIADOR.
       R4.
           ACCEPT TAVALIADOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-AVALIADOR = ZEROS OR W-AVALIADOR = W-CODFUNC
                   MOVE "* O AVALIADOR DEVE SER OUTRO FUNCIONARIO *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           PERFORM NOME-AVALIADOR THRU NOME-AVALIADOR-FIM
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** AVALIADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
           IF STATUSAUX = "D"
                   MOVE "*** AVALIADOR DESATIVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
      *
      *    PESOS DAS CINCO COMPETENCIAS: A SOMA DEVE DAR 100.
       R5.
           MOVE 1 TO IX
           MOVE 9 TO LIN.
       R5A.
           ACCEPT (LIN, 36) PESOAV (IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           ADD 1 TO IX LIN
           IF IX NOT > 5
                   GO TO R5A.
           PERFORM CALC-FINAL THRU CALC-FINAL-FIM
           IF W-SOMAPESO NOT = 100
                   MOVE "*** A SOMA DOS PESOS DEVE SER 100 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
      *
      *    NOTAS DE 0 A 10. ENQUANTO EM ABERTO PODEM FICAR ZERADAS.
       R6.
           MOVE 1 TO IX
           MOVE 9 TO LIN.
       R6A.
           ACCEPT (LIN, 47) NOTAAV (IX) WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF NOTAAV (IX) > 10
                   MOVE "*** NOTA DE 0 A 10 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6A.
           ADD 1 TO IX LIN
           IF IX NOT > 5
                   GO TO R6A.
           PERFORM CALC-FINAL THRU CALC-FINAL-FIM
           PERFORM MOSTRA-AVAL THRU MOSTRA-AVAL-FIM.
       R7.
           MOVE "N" TO W-CONCLUI
           DISPLAY (23, 12) "CONCLUIR A AVALIACAO (S/N) :"
           ACCEPT  (23, 41) W-CONCLUI WITH UPDATE
           DISPLAY (23, 12) LIMPA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF W-CONCLUI = "s"
                   MOVE "S" TO W-CONCLUI.
           IF W-CONCLUI = "n"
                   MOVE "N" TO W-CONCLUI.
           IF W-CONCLUI NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
           MOVE "O" TO STATUSAV
           MOVE ZEROS TO DATAAVAL
           IF W-CONCLUI = "S"
                   MOVE "A" TO STATUSAV
                   ACCEPT DATAAVAL FROM DATE YYYYMMDD.
           PERFORM MOSTRA-AVAL THRU MOSTRA-AVAL-FIM
           MOVE W-AVALIADOR TO AVALIADORAV
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-OPERLOG TO OPERADOR-AV
                ACCEPT DATAGRAV-AV FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-AV FROM TIME
                WRITE REGAVAL
                IF ST-ERRO = "00"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* AVALIACAO JA EXISTE,DADOS NAO GRAVADOS *"
                                                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                  MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQAVAL" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/CIENCIA  *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVA  A=ALTERAR  C=CIENCIA  E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "C" AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "C"
                   GO TO CIE-OPC.
      *    CONCLUIDA A AVALIACAO, NAO SE ALTERA NEM EXCLUI.
                IF STATUSAV NOT = "O"
                   MOVE "*** AVALIACAO JA CONCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO = "A"
                   MOVE 1 TO W-SEL
                   GO TO R4.
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
                DELETE ARQAVAL RECORD
                IF ST-ERRO = "00"
                   MOVE "*** AVALIACAO EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    CIENCIA DO FUNCIONARIO: SO DEPOIS DE CONCLUIDA.
       CIE-OPC.
                IF STATUSAV NOT = "A"
                   MOVE "* CIENCIA SO EM AVALIACAO CONCLUIDA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DISPLAY (23, 40) "CIENCIA  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CIENCIA NAO REGISTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CIE-OPC.
                MOVE "K" TO STATUSAV
                ACCEPT DATACIENCIA FROM DATE YYYYMMDD
                GO TO ALT-RW1.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERLOG TO OPERADOR-AV
                ACCEPT DATAGRAV-AV FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-AV FROM TIME
                REWRITE REGAVAL
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA AVALIACAO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *    SOMA DOS PESOS, MEDIA PONDERADA E CONCEITO.
       CALC-FINAL.
           MOVE ZEROS TO W-SOMAPESO W-SOMAPOND IX.
       CALC-FINAL1.
           ADD 1 TO IX
           IF IX > 5
              GO TO CALC-FINAL2.
           ADD PESOAV (IX) TO W-SOMAPESO
           COMPUTE W-SOMAPOND = W-SOMAPOND + PESOAV (IX) * NOTAAV (IX)
           GO TO CALC-FINAL1.
       CALC-FINAL2.
           COMPUTE NOTAFINALAV ROUNDED = W-SOMAPOND / 100
           MOVE "I" TO CONCEITOAV
           IF NOTAFINALAV NOT < 5
              MOVE "R" TO CONCEITOAV.
           IF NOTAFINALAV NOT < 7
              MOVE "B" TO CONCEITOAV.
           IF NOTAFINALAV NOT < 9
              MOVE "E" TO CONCEITOAV.
       CALC-FINAL-FIM.
           EXIT.
      *
      *    COMPETENCIAS, PESOS, NOTAS, RESULTADO E SITUACAO NA TELA.
       MOSTRA-AVAL.
           MOVE ZEROS TO IX
           MOVE 8 TO LIN.
       MOSTRA-AVAL1.
           ADD 1 TO IX LIN
           IF IX > 5
              GO TO MOSTRA-AVAL2.
           DISPLAY (LIN, 04) TBCOMP (IX)
           DISPLAY (LIN, 36) PESOAV (IX)
           DISPLAY (LIN, 47) NOTAAV (IX)
           GO TO MOSTRA-AVAL1.
       MOSTRA-AVAL2.
           MOVE NOTAFINALAV TO W-NOTAFINAL
           DISPLAY (15, 19) W-NOTAFINAL
           MOVE SPACES TO W-CONCEITOTX
           IF CONCEITOAV = "E"
              MOVE "EXCELENTE" TO W-CONCEITOTX.
           IF CONCEITOAV = "B"
              MOVE "BOM" TO W-CONCEITOTX.
           IF CONCEITOAV = "R"
              MOVE "REGULAR" TO W-CONCEITOTX.
           IF CONCEITOAV = "I"
              MOVE "INSUFICIENTE" TO W-CONCEITOTX.
           DISPLAY (15, 39) W-CONCEITOTX
           MOVE "EM ABERTO" TO W-STATUSTX
           IF STATUSAV = "A"
              MOVE "AVALIADO" TO W-STATUSTX.
           IF STATUSAV = "K"
              MOVE "CIENTE" TO W-STATUSTX.
           DISPLAY (16, 19) W-STATUSTX.
       MOSTRA-AVAL-FIM.
           EXIT.
      *
      *    LE O AVALIADOR NO CADASTRO E MOSTRA O NOME.
       NOME-AVALIADOR.
           MOVE W-AVALIADOR TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO = "00"
              DISPLAY (06, 27) NOMEFUNC.
       NOME-AVALIADOR-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                CLOSE ARQAVAL ARQFUNC.
                IF W-CHF-OK = "S"
                   CLOSE ARQDEPCHF.
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
