       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP063.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * REVISAO DAS PROPOSTAS DE REPOSICAO (ARQREORDP) *
      * O COMPRADOR VE, PRODUTO A PRODUTO, O CONSUMO,  *
      * O DESVIO, O PRAZO E OS VALORES ATUAIS E        *
      * PROPOSTOS PELO RECALCULO DO STP062. SO A       *
      * PROPOSTA ACEITA (PODENDO AJUSTAR MINIMO E      *
      * MAXIMO) VAI PARA O ARQREORD DO STP037, COM O   *
      * ANTES E O DEPOIS GRAVADOS NO ARQREORDH.        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREORDP ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODPRODRP
                    FILE STATUS          IS ST-ERRO.

           SELECT ARQREORD ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CODPRODRO
                    FILE STATUS          IS RO-ERRO.

           SELECT ARQREORDH ASSIGN TO DISK
                    ORGANIZATION         IS INDEXED
                    ACCESS MODE          IS DYNAMIC
                    RECORD KEY           IS CHAVERH
                    FILE STATUS          IS RH-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODPROD
                    ALTERNATE RECORD KEY IS CNPJFORN WITH DUPLICATES
                    FILE STATUS  IS PROD-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    PROPOSTA DE REPOSICAO POR PRODUTO (STP062). SITRP:
      *    P = PENDENTE, A = ACEITA E APLICADA, R = RECUSADA.
       FD ARQREORDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREORDP.DAT".
       01 REGREORDP.
          03 CODPRODRP         PIC 9(06).
          03 CONSMEDRP         PIC 9(05)V99.
          03 DESVRP            PIC 9(05)V99.
          03 PRAZORP           PIC 9(03).
          03 ORIGPRZRP         PIC X(01).
          03 ESTSEGRP          PIC 9(05)V9.
          03 MINANTRP          PIC 9(05)V9.
          03 MAXANTRP          PIC 9(05)V9.
          03 MINNOVRP          PIC 9(05)V9.
          03 MAXNOVRP          PIC 9(05)V9.
          03 SITRP             PIC X(01).
          03 DATACALCRP        PIC 9(08).
          03 OPERADOR-RP       PIC X(08).
          03 DATADECRP         PIC 9(08).
      *
       FD ARQREORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREORD.DAT".
       01 REGREORD.
          03 CODPRODRO         PIC 9(06).
          03 QTDMINRO          PIC 9(05)V9.
          03 QTDMAXRO          PIC 9(05)V9.
          03 OPERADOR-RO       PIC X(08).
          03 DATAGRAVACAO-RO   PIC 9(14).
      *
      *    HISTORICO DAS ALTERACOES DO ARQREORD VINDAS DA REVISAO.
       FD ARQREORDH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREORDH.DAT".
       01 REGREORDH.
          03 CHAVERH.
             05 CODPRODRH      PIC 9(06).
             05 DATARH         PIC 9(08).
             05 HORARH         PIC 9(08).
          03 MINANTRH          PIC 9(05)V9.
          03 MAXANTRH          PIC 9(05)V9.
          03 MINNOVRH          PIC 9(05)V9.
          03 MAXNOVRH          PIC 9(05)V9.
          03 OPERADOR-RH       PIC X(08).
          03 ORIGEMRH          PIC X(06).
      *
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 FILLER        PIC X(37).
           03 QUANTIDADE    PIC 9(05)V9.
           03 PRECO         PIC 9(07)V99.
           03 CNPJFORN      PIC 9(15).
           03 CODBARRAS     PIC 9(13).
           03 OPERADOR      PIC X(08).
           03 DATAGRAVACAO  PIC 9(14).
           03 LOTECTL       PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 RO-ERRO      PIC X(02) VALUE "00".
       01 RH-ERRO      PIC X(02) VALUE "00".
       01 PROD-ERRO    PIC X(02) VALUE "00".
       01 W-OPERADOR   PIC X(08) VALUE SPACES.
       01 W-ULTPROD    PIC 9(06) VALUE ZEROS.
       01 W-SITDESC    PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA3.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 15
               VALUE  "*** REVISAO DAS PROPOSTAS DE REPOSICAO ***".
           05  LINE 05  COLUMN 04 VALUE  "PRODUTO (0=PROX.PEND.) :".
           05  LINE 07  COLUMN 04 VALUE  "CONSUMO MEDIO MENSAL   :".
           05  LINE 08  COLUMN 04 VALUE  "DESVIO PADRAO          :".
           05  LINE 09  COLUMN 04 VALUE  "PRAZO DE ENTREGA (DIAS):".
           05  LINE 09  COLUMN 35
               VALUE  "(H=HISTORICO D=PADRAO)".
           05  LINE 10  COLUMN 04 VALUE  "ESTOQUE DE SEGURANCA   :".
           05  LINE 12  COLUMN 29 VALUE  "   ATUAL   PROPOSTO".
           05  LINE 13  COLUMN 04 VALUE  "ESTOQUE MINIMO (PONTO) :".
           05  LINE 14  COLUMN 04 VALUE  "ESTOQUE MAXIMO (LOTE)  :".
           05  LINE 16  COLUMN 04 VALUE  "SITUACAO / CALCULO     :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODPRODRP
               LINE 05  COLUMN 29  PIC 9(06)
               USING  CODPRODRP
               HIGHLIGHT.
           05  TCONSMEDRP
               LINE 07  COLUMN 29  PIC ZZ.ZZ9,99
               FROM   CONSMEDRP.
           05  TDESVRP
               LINE 08  COLUMN 29  PIC ZZ.ZZ9,99
               FROM   DESVRP.
           05  TPRAZORP
               LINE 09  COLUMN 29  PIC ZZ9
               FROM   PRAZORP.
           05  TORIGPRZRP
               LINE 09  COLUMN 33  PIC X(01)
               FROM   ORIGPRZRP.
           05  TESTSEGRP
               LINE 10  COLUMN 29  PIC ZZ.ZZ9,9
               FROM   ESTSEGRP.
           05  TMINANTRP
               LINE 13  COLUMN 29  PIC ZZ.ZZ9,9
               FROM   MINANTRP.
           05  TMINNOVRP
               LINE 13  COLUMN 40  PIC ZZ.ZZ9,9
               USING  MINNOVRP
               HIGHLIGHT.
           05  TMAXANTRP
               LINE 14  COLUMN 29  PIC ZZ.ZZ9,9
               FROM   MAXANTRP.
           05  TMAXNOVRP
               LINE 14  COLUMN 40  PIC ZZ.ZZ9,9
               USING  MAXNOVRP
               HIGHLIGHT.
           05  TW-SITDESC
               LINE 16  COLUMN 29  PIC X(10)
               FROM   W-SITDESC.
           05  TDATACALCRP
               LINE 16  COLUMN 41  PIC 9(08)
               FROM   DATACALCRP.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQREORDP
           IF ST-ERRO NOT = "00"
              MOVE "* SEM PROPOSTAS - RODE O RECALCULO (STP062) *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       R0A.
           OPEN I-O ARQREORD
           IF RO-ERRO NOT = "00"
              IF RO-ERRO = "30"
                 OPEN OUTPUT ARQREORD
                 CLOSE ARQREORD
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQREORD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQREORDP
                 GO TO ROT-FIM2.
       R0B.
           OPEN I-O ARQREORDH
           IF RH-ERRO NOT = "00"
              IF RH-ERRO = "30"
                 OPEN OUTPUT ARQREORDH
                 CLOSE ARQREORDH
                 GO TO R0B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQREORDH" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQREORDP ARQREORD
                 GO TO ROT-FIM2.
           OPEN INPUT CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREORDP ARQREORD ARQREORDH
              GO TO ROT-FIM2.
       R0C.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0C.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS  TO CODPRODRP CONSMEDRP DESVRP PRAZORP ESTSEGRP
                          MINANTRP MAXANTRP MINNOVRP MAXNOVRP
                          DATACALCRP
           MOVE SPACES TO ORIGPRZRP W-SITDESC.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
       R2.
           ACCEPT TCODPRODRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CODPRODRP = ZEROS
                   GO TO PROX-PEND.
           READ ARQREORDP
           IF ST-ERRO NOT = "00"
                   MOVE "*** PRODUTO SEM PROPOSTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           GO TO MOSTRA.
      *
      *    PROXIMA PROPOSTA PENDENTE DEPOIS DA ULTIMA MOSTRADA; NO FIM
      *    DO ARQUIVO VOLTA AO COMECO.
       PROX-PEND.
           MOVE W-ULTPROD TO CODPRODRP
           START ARQREORDP KEY IS GREATER CODPRODRP
              INVALID KEY
                 GO TO PROX-PEND2.
       PROX-PEND1.
           READ ARQREORDP NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-PEND2.
           IF SITRP NOT = "P"
              GO TO PROX-PEND1.
           GO TO MOSTRA.
       PROX-PEND2.
           IF W-ULTPROD NOT = ZEROS
              MOVE ZEROS TO W-ULTPROD
              GO TO PROX-PEND.
           MOVE "*** NAO HA PROPOSTAS PENDENTES ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       MOSTRA.
           MOVE CODPRODRP TO W-ULTPROD
           MOVE "PENDENTE"  TO W-SITDESC
           IF SITRP = "A"
              MOVE "ACEITA"   TO W-SITDESC.
           IF SITRP = "R"
              MOVE "RECUSADA" TO W-SITDESC.
           DISPLAY TELA3
           MOVE CODPRODRP TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE SPACES TO DESC.
           DISPLAY (05, 37) DESC
           IF SITRP NOT = "P"
              MOVE "* PROPOSTA JA DECIDIDA - SO CONSULTA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *
       ACE-001.
                DISPLAY (23, 12)
                     "A=ACEITAR  R=RECUSAR  P=PROXIMA    "
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "R"
                    AND W-OPCAO NOT = "P" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "P"
                   GO TO PROX-PEND.
                IF W-OPCAO = "R"
                   GO TO REC-OPC.
      *
      *    O COMPRADOR PODE AJUSTAR O PROPOSTO ANTES DE ACEITAR.
       R3.
           ACCEPT TMINNOVRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ACE-001.
       R4.
           ACCEPT TMAXNOVRP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF MAXNOVRP < MINNOVRP
                   MOVE "O MAXIMO NAO PODE SER MENOR QUE O MINIMO"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       ACT-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "APLICAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PROPOSTA CONTINUA PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACT-OPC.
      *
      *    APLICA NO ARQREORD (CRIA O PARAMETRO SE NAO HOUVER) E
      *    GUARDA O ANTES E O DEPOIS NO ARQREORDH.
       ACT-WR1.
                MOVE CODPRODRP TO CODPRODRO CODPRODRH
                READ ARQREORD
                IF RO-ERRO = "00"
                   MOVE QTDMINRO TO MINANTRH
                   MOVE QTDMAXRO TO MAXANTRH
                ELSE
                   MOVE ZEROS TO MINANTRH MAXANTRH.
                MOVE MINNOVRP   TO QTDMINRO MINNOVRH
                MOVE MAXNOVRP   TO QTDMAXRO MAXNOVRH
                MOVE W-OPERADOR TO OPERADOR-RO
                ACCEPT DATAGRAVACAO-RO FROM DATE YYYYMMDD
                IF RO-ERRO = "00"
                   REWRITE REGREORD
                ELSE
                   WRITE REGREORD.
                IF RO-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQREORD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                ACCEPT DATARH FROM DATE YYYYMMDD
                ACCEPT HORARH FROM TIME
                MOVE W-OPERADOR TO OPERADOR-RH
                MOVE "STP063"   TO ORIGEMRH.
       ACT-WR2.
                WRITE REGREORDH
                IF RH-ERRO = "22"
                   ADD 1 TO HORARH
                   GO TO ACT-WR2.
                MOVE "A" TO SITRP
                MOVE W-OPERADOR TO OPERADOR-RP
                ACCEPT DATADECRP FROM DATE YYYYMMDD
                REWRITE REGREORDP
                MOVE "*** PARAMETRO DE REPOSICAO ATUALIZADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PROX-PEND.
      *
       REC-OPC.
                DISPLAY (23, 40) "RECUSAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PROPOSTA CONTINUA PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REC-OPC.
                MOVE "R" TO SITRP
                MOVE W-OPERADOR TO OPERADOR-RP
                ACCEPT DATADECRP FROM DATE YYYYMMDD
                REWRITE REGREORDP
                MOVE "*** PROPOSTA RECUSADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO PROX-PEND.
      *
       ROT-FIM.
           CLOSE ARQREORDP ARQREORD ARQREORDH CADPROD
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
