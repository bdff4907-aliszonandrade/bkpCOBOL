                   ALTERNATE RECORD KEY IS COMPETPT WITH DUPLICATES
                   FILE STATUS  IS PT-ERRO.

           SELECT ARQPTNOT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEPN
                   FILE STATUS  IS PN-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
           SELECT ARQEXC ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS EX-ERRO.

           SELECT ARQAUTHE ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEAH
                   FILE STATUS  IS AH-ERRO.

           SELECT ARQHEPEN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEHP
                   ALTERNATE RECORD KEY IS COMPETHP WITH DUPLICATES
                   FILE STATUS  IS HP-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
      *
      *    HORAS NOTURNAS DO MES (HORA REDUZIDA DE 52'30"), TIRADAS
      *    DA ESCALA DE TURNO DA NOITE PELOS DIAS TRABALHADOS.
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

       FD ARQFUNC
               LABEL RECORD IS STANDARD
          03 DATAGRAVACAO-ES.
             05 DATAGRAV-ES    PIC 9(8).
             05 HORAGRAV-ES    PIC 9(6).
          03 HNOTDIAESC        PIC 9(02).
      *
      *    AUTORIZACOES DE HORA EXTRA (FPP109): O GESTOR LIBERA ATE
      *    MAXHORAH HORAS EXTRAS (50% + 100%) PARA O FUNCIONARIO NO
      *    PERIODO DE DTINIAH A DTFIMAH. AS AUTORIZACOES QUE TOCAM O
      *    MES DA COMPETENCIA SOMAM O LIMITE DO PONTO DO MES.
       FD ARQAUTHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUTHE.DAT".
       01 REGAUTHE.
          03 CHAVEAH.
             05 FUNCAH         PIC 9(06).
             05 DTINIAH        PIC 9(08).
          03 DTFIMAH           PIC 9(08).
          03 MAXHORAH          PIC 9(03).
          03 GESTORAH          PIC X(20).
          03 MOTIVOAH          PIC X(30).
          03 OPERADOR-AH       PIC X(08).
          03 DATAGRAVACAO-AH.
             05 DATAGRAV-AH    PIC 9(8).
             05 HORAGRAV-AH    PIC 9(6).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       01 EX-ERRO       PIC X(02) VALUE "00".
       01 EF-ERRO       PIC X(02) VALUE "00".
       01 ES-ERRO       PIC X(02) VALUE "00".
       01 PN-ERRO       PIC X(02) VALUE "00".
       01 W-HNOTESC     PIC 9(02) VALUE ZEROS.
       01 W-HNOTPN      PIC 9(3)V99 VALUE ZEROS.
       01 W-ESC-OK      PIC X(01) VALUE "N".
       01 W-ESCVIG      PIC 9(02) VALUE ZEROS.
       01 W-NOMEEXC     PIC X(30) VALUE SPACES.
       01 W-DATARELC    PIC 9(08) VALUE ZEROS.
      *    CONTROLE DA AUTORIZACAO PREVIA DE HORA EXTRA (FPP109): SEM
      *    O ARQAUTHE O PONTO ACEITA AS HORAS EXTRAS SEM LIMITE.
       01 AH-ERRO       PIC X(02) VALUE "00".
       01 HP-ERRO       PIC X(02) VALUE "00".
       01 W-AUT-OK      PIC X(01) VALUE "N".
       01 W-HEAUT       PIC 9(04) VALUE ZEROS.
       01 W-HETOT       PIC 9(04) VALUE ZEROS.
       01 W-HEEXC       PIC 9(04) VALUE ZEROS.
       01 W-EXC50       PIC 9(03) VALUE ZEROS.
       01 W-EXC100      PIC 9(03) VALUE ZEROS.
       01 W-INIMES      PIC 9(08) VALUE ZEROS.
       01 W-FIMMES      PIC 9(08) VALUE ZEROS.
       01 W-COMPET.
           05 W-ANOCOMP PIC 9(4) VALUE ZEROS.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPONTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R3N.
           OPEN I-O ARQPTNOT
           IF PN-ERRO NOT = "00"
              IF PN-ERRO = "30"
                 OPEN OUTPUT ARQPTNOT
                 CLOSE ARQPTNOT
                 GO TO R3N
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPTNOT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      *    AUTORIZACOES DE HORA EXTRA (FPP109): COM O ARQAUTHE O
      *    EXCEDENTE AO AUTORIZADO FICA PENDENTE NO ARQHEPEN.
           MOVE "N" TO W-AUT-OK
           OPEN INPUT ARQAUTHE
           IF AH-ERRO = "00"
              MOVE "S" TO W-AUT-OK.
       R3H.
           IF W-AUT-OK = "S"
              OPEN I-O ARQHEPEN
              IF HP-ERRO = "30"
                 OPEN OUTPUT ARQHEPEN
                 CLOSE ARQHEPEN
                 GO TO R3H
              ELSE
                 IF HP-ERRO NOT = "00"
                    CLOSE ARQAUTHE
                    MOVE "N" TO W-AUT-OK.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           MOVE SPACES TO W-NOMEEXC
           STRING "FPP055-" DELIMITED BY SIZE
              MOVE W-MINATRASO TO ATRASOMIN.
           COMPUTE HE50PT = W-MINEXTRAT / 60
           MOVE ZEROS TO HE100PT
           PERFORM APLICA-AUTHE THRU APLICA-AUTHE-FIM
           MOVE W-OPERLOG TO OPERADOR IN REGPONTO
           ACCEPT DATAGRAV IN REGPONTO FROM DATE YYYYMMDD
           ACCEPT HORAGRAV IN REGPONTO FROM TIME
           WRITE REGPONTO
           IF PT-ERRO = "22"
              REWRITE REGPONTO.
           PERFORM GRAVA-PTNOT THRU GRAVA-PTNOT-FIM
           PERFORM GRAVA-HEPEN THRU GRAVA-HEPEN-FIM
           IF W-EXC50 > ZEROS OR W-EXC100 > ZEROS
              MOVE W-FUNCATU TO EXCFUNCTX
              MOVE ZEROS     TO EXCDIATX
              MOVE "HE EXCEDENTE PENDENTE DE APROVACAO (FPP110)"
                                              TO EXCMOTTX
              PERFORM GRAVA-EXC THRU GRAVA-EXC-FIM.
           ADD 1 TO W-QTDGRAV
           GO TO APURA1.
      *
       BUSCA-ESCALA.
           MOVE 22  TO W-DIASUTEIS
           MOVE 480 TO W-JORNADAMIN
           MOVE ZEROS TO W-HNOTESC
           IF W-ESC-OK NOT = "S"
              GO TO BUSCA-ESCALA-FIM.
           MOVE ZEROS     TO W-ESCVIG
           READ ARQESCALA
           IF ES-ERRO = "00"
              MOVE DIASMESESC TO W-DIASUTEIS
              COMPUTE W-JORNADAMIN = HORASDIAESC * 60
              MOVE HNOTDIAESC TO W-HNOTESC.
       BUSCA-ESCALA-FIM.
           EXIT.
      *
      ******************************************
      * HORAS NOTURNAS DO MES: AS HORAS DE     *
      * RELOGIO DA ESCALA (22H-5H) VEZES OS    *
      * DIAS TRABALHADOS, CONVERTIDAS EM HORA  *
      * REDUZIDA DE 52'30"                     *
      ******************************************
       GRAVA-PTNOT.
           COMPUTE W-HNOTPN ROUNDED =
                   W-HNOTESC * W-DIASTRAB * 60 / 52,5
           MOVE W-FUNCATU TO FUNCPN
           MOVE W-COMPET  TO COMPETPN
           READ ARQPTNOT
           IF PN-ERRO NOT = "00"
              IF W-HNOTPN = ZEROS
                 GO TO GRAVA-PTNOT-FIM
              ELSE
                 MOVE ZEROS TO VALNOTPN DSRPN.
           MOVE W-HNOTPN  TO HNOTPN
           MOVE W-OPERLOG TO OPERADOR-PN
           ACCEPT DATAGRAV-PN FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-PN FROM TIME
           IF PN-ERRO = "00"
              REWRITE REGPTNOT
           ELSE
              WRITE REGPTNOT.
       GRAVA-PTNOT-FIM.
           EXIT.
      *
      ******************************************
      * LIMITE DE HORA EXTRA DO MES: SOMA DAS  *
      * AUTORIZACOES DO FPP109 QUE TOCAM A     *
      * COMPETENCIA MAIS AS HORAS JA APROVADAS *
      * NO FPP110                              *
      ******************************************
       BUSCA-AUTHE.
           MOVE ZEROS TO W-HEAUT
           IF W-AUT-OK NOT = "S"
              GO TO BUSCA-AUTHE-FIM.
           COMPUTE W-INIMES = COMPETPT * 100 + 1
           COMPUTE W-FIMMES = COMPETPT * 100 + 31
           MOVE FUNCPT TO FUNCAH
           MOVE ZEROS  TO DTINIAH
           START ARQAUTHE KEY IS NOT LESS CHAVEAH
              INVALID KEY
                 GO TO BUSCA-AUTHE2.
       BUSCA-AUTHE1.
           READ ARQAUTHE NEXT
           IF AH-ERRO NOT = "00"
              GO TO BUSCA-AUTHE2.
           IF FUNCAH NOT = FUNCPT OR DTINIAH > W-FIMMES
              GO TO BUSCA-AUTHE2.
           IF DTFIMAH NOT < W-INIMES
              ADD MAXHORAH TO W-HEAUT.
           GO TO BUSCA-AUTHE1.
       BUSCA-AUTHE2.
           MOVE FUNCPT   TO FUNCHP
           MOVE COMPETPT TO COMPETHP
           READ ARQHEPEN
           IF HP-ERRO = "00"
              ADD HE50AP HE100AP TO W-HEAUT.
       BUSCA-AUTHE-FIM.
           EXIT.
      *
      *    SO FICA NO PONTO O QUE CABE NO LIMITE; O EXCESSO SAI
      *    PRIMEIRO DAS HORAS A 50% E DEPOIS DAS HORAS A 100%.
       APLICA-AUTHE.
           MOVE ZEROS TO W-EXC50 W-EXC100
           IF W-AUT-OK NOT = "S"
              GO TO APLICA-AUTHE-FIM.
           PERFORM BUSCA-AUTHE THRU BUSCA-AUTHE-FIM
           COMPUTE W-HETOT = HE50PT + HE100PT
           IF W-HETOT NOT > W-HEAUT
              GO TO APLICA-AUTHE-FIM.
           COMPUTE W-HEEXC = W-HETOT - W-HEAUT
           IF W-HEEXC > HE50PT
              MOVE HE50PT TO W-EXC50
              COMPUTE W-EXC100 = W-HEEXC - HE50PT
           ELSE
              MOVE W-HEEXC TO W-EXC50.
           SUBTRACT W-EXC50  FROM HE50PT
           SUBTRACT W-EXC100 FROM HE100PT.
       APLICA-AUTHE-FIM.
           EXIT.
      *
      *    GRAVA O EXCESSO COMO PENDENTE DE APROVACAO (FPP110). SEM
      *    EXCESSO A PENDENCIA ANTERIOR DO MES E ZERADA.
       GRAVA-HEPEN.
           IF W-AUT-OK NOT = "S"
              GO TO GRAVA-HEPEN-FIM.
           MOVE FUNCPT   TO FUNCHP
           MOVE COMPETPT TO COMPETHP
           READ ARQHEPEN
           IF HP-ERRO NOT = "00"
              IF W-EXC50 = ZEROS AND W-EXC100 = ZEROS
                 GO TO GRAVA-HEPEN-FIM
              ELSE
                 MOVE ZEROS TO HE50AP HE100AP HERJHP.
           MOVE DEPFUNC  TO DEPHP
           MOVE W-HEAUT  TO HEAUTHP
           MOVE W-EXC50  TO HE50HP
           MOVE W-EXC100 TO HE100HP
           MOVE W-OPERLOG TO OPERADOR-HP
           ACCEPT DATAGRAV-HP FROM DATE YYYYMMDD
           ACCEPT HORAGRAV-HP FROM TIME
           IF HP-ERRO = "00"
              REWRITE REGHEPEN
           ELSE
              WRITE REGHEPEN.
           IF W-EXC50 > ZEROS OR W-EXC100 > ZEROS
              MOVE "* GRAVADO - HE EXCEDENTE PENDENTE NO FPP110 *"
                                                   TO MENS.
       GRAVA-HEPEN-FIM.
           EXIT.
      *
      *---------[ GRAVACAO DE UMA LINHA DE EXCECAO ]--------------------
       GRAVA-EXC.
           WRITE REGEXCTX FROM EXC-LIN
           DISPLAY TQTDEXC
           IF W-ESC-OK = "S"
              CLOSE ARQESCFUN ARQESCALA.
           IF W-AUT-OK = "S"
              CLOSE ARQAUTHE ARQHEPEN.
           CLOSE ARQAFD ARQPONTO ARQPTNOT ARQEXC
           MOVE "** IMPORTACAO DO PONTO CONCLUIDA **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           CLOSE ARQFUNC
