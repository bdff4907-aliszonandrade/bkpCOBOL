       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP110.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      *----------------------------------------------------------------
      * APROVACAO DAS HORAS EXTRAS PENDENTES - ARQHEPEN               *
      * MOSTRA O EXCEDENTE AO AUTORIZADO (FPP109) QUE O FPP022 OU O   *
      * FPP055 TIRARAM DO PONTO DO MES. O GESTOR INFORMA QUANTAS      *
      * HORAS APROVA: AS APROVADAS VOLTAM AO ARQPONTO E AS DEMAIS     *
      * FICAM COMO REJEITADAS. SO HORAS APROVADAS VAO PARA A FOLHA.   *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHEPEN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEHP
                   ALTERNATE RECORD KEY IS COMPETHP WITH DUPLICATES
                   FILE STATUS  IS ST-ERRO.
           SELECT ARQPONTO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEPT
                   ALTERNATE RECORD KEY IS COMPETPT WITH DUPLICATES
                   FILE STATUS  IS PT-ERRO.
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
      *    HORAS EXTRAS ALEM DO AUTORIZADO, POR FUNCIONARIO E
      *    COMPETENCIA. O EXCEDENTE LANCADO NO FPP022 OU IMPORTADO
      *    PELO FPP055 SAI DO ARQPONTO E FICA PENDENTE (HE50HP E
      *    HE100HP) ATE A DECISAO NO FPP110: APROVADO VOLTA AO PONTO
      *    E SOMA EM HE50AP/HE100AP (QUE PASSAM A FAZER PARTE DO
      *    LIMITE DO MES); REJEITADO ACUMULA EM HERJHP. HEAUTHP E O
      *    LIMITE VIGENTE NA ULTIMA GRAVACAO DO PONTO.
       FD ARQHEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHEPEN.DAT".
       01 REGHEPEN.
          03 CHAVEHP.
             05 FUNCHP         PIC 9(06).
             05 COMPETHP       PIC 9(06).
          03 DEPHP             PIC 9(03).
          03 HEAUTHP           PIC 9(04).
          03 HE50HP            PIC 9(03).
          03 HE100HP           PIC 9(03).
          03 HE50AP            PIC 9(03).
          03 HE100AP           PIC 9(03).
          03 HERJHP            PIC 9(04).
          03 OPERADOR-HP       PIC X(08).
          03 DATAGRAVACAO-HP.
             05 DATAGRAV-HP    PIC 9(8).
             05 HORAGRAV-HP    PIC 9(6).
      *
       FD ARQPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
           03 CHAVEPT.
               05 FUNCPT           PIC 9(6).
               05 COMPETPT         PIC 9(6).
           03 DIASTRAB             PIC 9(2).
           03 FALTAS               PIC 9(2).
           03 ATRASOMIN            PIC 9(4).
           03 HE50PT               PIC 9(3).
           03 HE100PT              PIC 9(3).
           03 OPERADOR             PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
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
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 PT-ERRO      PIC X(02) VALUE "00".
       01 FUNC-ERRO    PIC X(02) VALUE "00".
       01 W-APR50      PIC 9(03) VALUE ZEROS.
       01 W-APR100     PIC 9(03) VALUE ZEROS.
       01 W-REJ        PIC 9(04) VALUE ZEROS.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
      *
      *    OPERADOR LOGADO NO FPP000.
       01 PARMSEG EXTERNAL.
           03 W-PERFILOG  PIC X(1).
           03 W-OPERLOG   PIC X(8).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** APROVACAO DE HORAS EXTRAS PENDENTES ***".
           05  LINE 04  COLUMN 04 VALUE  "FUNCIONARIO            :".
           05  LINE 05  COLUMN 04 VALUE  "COMPETENCIA (AAAAMM)   :".
           05  LINE 07  COLUMN 04 VALUE  "HORAS NO PONTO    50%  :".
           05  LINE 07  COLUMN 40 VALUE  "100% :".
           05  LINE 08  COLUMN 04 VALUE  "LIMITE AUTORIZADO      :".
           05  LINE 09  COLUMN 04 VALUE  "JA APROVADAS      50%  :".
           05  LINE 09  COLUMN 40 VALUE  "100% :".
           05  LINE 10  COLUMN 04 VALUE  "JA REJEITADAS          :".
           05  LINE 12  COLUMN 04 VALUE  "PENDENTES         50%  :".
           05  LINE 12  COLUMN 40 VALUE  "100% :".
           05  LINE 14  COLUMN 04 VALUE  "APROVAR AGORA     50%  :".
           05  LINE 14  COLUMN 40 VALUE  "100% :".
           05  LINE 17  COLUMN 04 VALUE
               "AS HORAS PENDENTES NAO APROVADAS SAO REJEITADAS".
           05  LINE 18  COLUMN 04 VALUE
               "E NAO VOLTAM AO PONTO DO MES.".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TFUNCHP
               LINE 04  COLUMN 29  PIC 9(06)
               USING  FUNCHP
               HIGHLIGHT.
           05  TCOMPETHP
               LINE 05  COLUMN 29  PIC 9(06)
               USING  COMPETHP
               HIGHLIGHT.
           05  THE50PT
               LINE 07  COLUMN 29  PIC ZZ9
               FROM   HE50PT.
           05  THE100PT
               LINE 07  COLUMN 47  PIC ZZ9
               FROM   HE100PT.
           05  THEAUTHP
               LINE 08  COLUMN 29  PIC ZZZ9
               FROM   HEAUTHP.
           05  THE50AP
               LINE 09  COLUMN 29  PIC ZZ9
               FROM   HE50AP.
           05  THE100AP
               LINE 09  COLUMN 47  PIC ZZ9
               FROM   HE100AP.
           05  THERJHP
               LINE 10  COLUMN 29  PIC ZZZ9
               FROM   HERJHP.
           05  THE50HP
               LINE 12  COLUMN 29  PIC ZZ9
               FROM   HE50HP.
           05  THE100HP
               LINE 12  COLUMN 47  PIC ZZ9
               FROM   HE100HP.
           05  TAPR50
               LINE 14  COLUMN 29  PIC 9(03)
               USING  W-APR50
               HIGHLIGHT.
           05  TAPR100
               LINE 14  COLUMN 47  PIC 9(03)
               USING  W-APR100
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQHEPEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "* NENHUMA HORA EXTRA PENDENTE DE APROVACAO *"
                                                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQHEPEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM0.
           OPEN I-O ARQPONTO
           IF PT-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPONTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM3.
           OPEN INPUT ARQFUNC
           IF FUNC-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO CHAVEHP HEAUTHP HE50HP HE100HP HE50AP
           MOVE ZEROS TO HE100AP HERJHP HE50PT HE100PT
           MOVE ZEROS TO W-APR50 W-APR100.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TFUNCHP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE FUNCHP TO CODFUNC
           READ ARQFUNC
           IF FUNC-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           DISPLAY (04, 37) NOMEFUNC.
       R3.
           ACCEPT TCOMPETHP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE COMPETHP TO W-COMPET
           IF W-ANOCOMP < 1990 OR W-MESCOMP = 0 OR W-MESCOMP > 12
                   MOVE "A COMPETENCIA DEVE SER VALIDA (AAAAMM)" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           READ ARQHEPEN
           IF ST-ERRO NOT = "00"
                   MOVE "* SEM HORA EXTRA PENDENTE NA COMPETENCIA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE FUNCHP   TO FUNCPT
           MOVE COMPETHP TO COMPETPT
           READ ARQPONTO
           IF PT-ERRO NOT = "00"
                   MOVE "* PONTO DO MES NAO LANCADO - VER FPP022 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           DISPLAY TELA3
           DISPLAY (04, 37) NOMEFUNC
           IF HE50HP = ZEROS AND HE100HP = ZEROS
                   MOVE "* NADA PENDENTE - COMPETENCIA JA DECIDIDA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
           MOVE HE50HP  TO W-APR50
           MOVE HE100HP TO W-APR100.
       R4.
           ACCEPT TAPR50
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-APR50 > HE50HP
                   MOVE "* APROVACAO ACIMA DO PENDENTE A 50% *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
           ACCEPT TAPR100
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-APR100 > HE100HP
                   MOVE "* APROVACAO ACIMA DO PENDENTE A 100% *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           IF HE50PT + W-APR50 > 200 OR HE100PT + W-APR100 > 200
                   MOVE "HORAS EXTRAS ACIMA DO LIMITE MENSAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R5.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DECISAO NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *
      *    AS APROVADAS VOLTAM AO PONTO; O RESTANTE E REJEITADO.
       INC-WR1.
                ADD W-APR50  TO HE50PT
                ADD W-APR100 TO HE100PT
                MOVE W-OPERLOG TO OPERADOR IN REGPONTO
                ACCEPT DATAGRAV IN REGPONTO FROM DATE YYYYMMDD
                ACCEPT HORAGRAV IN REGPONTO FROM TIME
                REWRITE REGPONTO
                IF PT-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO DE PONTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                COMPUTE W-REJ = HE50HP - W-APR50 + HE100HP - W-APR100
                ADD W-APR50  TO HE50AP
                ADD W-APR100 TO HE100AP
                ADD W-REJ    TO HERJHP
                MOVE ZEROS   TO HE50HP HE100HP
                MOVE W-OPERLOG TO OPERADOR-HP
                ACCEPT DATAGRAV-HP FROM DATE YYYYMMDD
                ACCEPT HORAGRAV-HP FROM TIME
                REWRITE REGHEPEN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** DECISAO GRAVADA NO PONTO DO MES ***"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQHEPEN" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                CLOSE ARQFUNC.
       ROT-FIM2.
                CLOSE ARQPONTO.
       ROT-FIM3.
                CLOSE ARQHEPEN.
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
