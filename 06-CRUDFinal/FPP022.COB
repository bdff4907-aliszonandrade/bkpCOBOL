                   ALTERNATE RECORD KEY IS NOMEFUNC WITH DUPLICATES
                   FILE STATUS  IS ST-ERRO.

           SELECT ARQPTNOT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEPN
                   FILE STATUS  IS PN-ERRO.

           SELECT ARQESCFUN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DATAFER
                   FILE STATUS  IS CL-ERRO.

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
      *    HORAS NOTURNAS DO MES JA CONVERTIDAS EM HORA REDUZIDA DE
      *    52'30" (HORA DE RELOGIO X 60 / 52,5); OS VALORES PAGOS DE
      *    ADICIONAL NOTURNO E DE REFLEXO DO DSR SAO GRAVADOS PELA
      *    FOLHA (FPP015).
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
      *    FERIADOS DA EMPRESA (FPP073), PARA O CALENDARIO DE DIAS
             05 DATAGRAV-FR    PIC 9(8).
             05 HORAGRAV-FR    PIC 9(6).

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
      *
       WORKING-STORAGE SECTION.

       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-ESCVIG      PIC 9(02) VALUE ZEROS.
       01 W-DIASESC     PIC 9(02) VALUE 22.
       01 W-HORASESC    PIC 9(02) VALUE 08.
       01 W-HNOTESC     PIC 9(02) VALUE ZEROS.
       01 W-HNOTPN      PIC 9(3)V99 VALUE ZEROS.
       01 PN-ERRO       PIC X(02) VALUE "00".
       01 W-DU-CONTA    PIC 9(02) VALUE ZEROS.
       77 CL-ERRO    PIC X(02) VALUE "00".
       77 W-CAL-OK   PIC X(01) VALUE "N".
       01 W-DU-UTIL  PIC X(1) VALUE "S".
       01 W-DU-DMAX  PIC 9(2) VALUE ZEROS.

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
           05 W-ANOCOMP PIC 9(4).
           05 W-MESCOMP PIC 9(2).
           05  LINE 13  COLUMN 03 VALUE  "ATRASOS (MINUTOS)    :".
           05  LINE 15  COLUMN 03 VALUE  "HORAS EXTRAS A 50%   :".
           05  LINE 17  COLUMN 03 VALUE  "HORAS EXTRAS A 100%  :".
           05  LINE 19  COLUMN 03 VALUE  "HORAS NOTURNAS REDUZ.:".
           05  TFUNCPT LINE 05 COLUMN 27 PIC 9(06)
               USING  FUNCPT.
           05  TNOMEFUNC LINE 05 COLUMN 47 PIC X(30)
               USING  HE50PT.
           05  THE100 LINE 17 COLUMN 27 PIC 9(03)
               USING  HE100PT.
           05  THNOT LINE 19 COLUMN 27 PIC ZZ9,99
               USING  HNOTPN.

      *----------------------------------------------------------------

                 GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *    ARQUIVO DAS HORAS NOTURNAS, CRIADO NA PRIMEIRA EXECUCAO.
       R0N.
           OPEN I-O ARQPTNOT
           IF PN-ERRO NOT = "00"
              IF PN-ERRO = "30"
                 OPEN OUTPUT ARQPTNOT
                 CLOSE ARQPTNOT
                 GO TO R0N
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPTNOT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
           OPEN INPUT ARQFERIAD
           IF CL-ERRO = "00"
              MOVE "S" TO W-CAL-OK.
      *    AUTORIZACOES DE HORA EXTRA (FPP109): COM O ARQAUTHE O
      *    EXCEDENTE AO AUTORIZADO FICA PENDENTE NO ARQHEPEN.
           MOVE "N" TO W-AUT-OK
           OPEN INPUT ARQAUTHE
           IF AH-ERRO = "00"
              MOVE "S" TO W-AUT-OK.
       R0H.
           IF W-AUT-OK = "S"
              OPEN I-O ARQHEPEN
              IF HP-ERRO = "30"
                 OPEN OUTPUT ARQHEPEN
                 CLOSE ARQHEPEN
                 GO TO R0H
              ELSE
                 IF HP-ERRO NOT = "00"
                    CLOSE ARQAUTHE
                    MOVE "N" TO W-AUT-OK.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           MOVE SPACES TO NOMEFUNC
           MOVE ZEROS TO CHAVEPT DIASTRAB FALTAS ATRASOMIN
           MOVE ZEROS TO HE50PT HE100PT CODFUNC.
           MOVE ZEROS TO HNOTPN.
      *-------------[VISUALIZACAO DA TELA]------------------------------

       R2.
           READ ARQPONTO
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                   PERFORM LER-PTNOT THRU LER-PTNOT-FIM
                   PERFORM SOMA-HEPEN THRU SOMA-HEPEN-FIM
                   DISPLAY TELA
                   MOVE "*** PONTO JA LANCADO NO MES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "* AVISO: DIAS ACIMA DA ESCALA DO FUNC. *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *    ESCALA DE TURNO DA NOITE: SUGERE AS HORAS NOTURNAS DO MES
      *    PELOS DIAS TRABALHADOS, JA EM HORA REDUZIDA DE 52'30".
           IF HNOTPN = ZEROS AND W-HNOTESC > ZEROS
                   COMPUTE HNOTPN ROUNDED =
                           W-HNOTESC * DIASTRAB * 60 / 52,5
                   DISPLAY THNOT.

       R5.
           ACCEPT TFALTAS
                   MOVE "HORAS EXTRAS ACIMA DO LIMITE MENSAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
      *    HORA EXTRA SEM AUTORIZACAO PREVIA (FPP109) NAO ENTRA NO
      *    PONTO: O EXCESSO FICA PENDENTE DE APROVACAO NO FPP110.
           PERFORM BUSCA-AUTHE THRU BUSCA-AUTHE-FIM
           IF W-AUT-OK = "S" AND HE50PT + HE100PT > W-HEAUT
               MOVE "* HE ALEM DO AUTORIZADO - EXCESSO FICA PENDENTE *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R9.
           ACCEPT THNOT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF HNOTPN > 250
                   MOVE "HORAS NOTURNAS ACIMA DO LIMITE MENSAL" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R9.

      * ------------- VERICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           PERFORM APLICA-AUTHE THRU APLICA-AUTHE-FIM
           MOVE W-OPERADOR TO OPERADOR IN REGPONTO
           ACCEPT DATAGRAV IN REGPONTO FROM DATE YYYYMMDD
           ACCEPT HORAGRAV IN REGPONTO FROM TIME
           WRITE REGPONTO
           IF ST-ERRO = "00" OR "02"
                 PERFORM GRAVA-PTNOT THRU GRAVA-PTNOT-FIM
                 MOVE "*** DADOS GRAVADOS *** " TO MENS
                 PERFORM GRAVA-HEPEN THRU GRAVA-HEPEN-FIM
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1.
           IF ST-ERRO = "22"
       EXC-DL1.
                DELETE ARQPONTO RECORD
                IF ST-ERRO = "00"
                   MOVE FUNCPT   TO FUNCPN
                   MOVE COMPETPT TO COMPETPN
                   DELETE ARQPTNOT RECORD
                   PERFORM EXC-HEPEN THRU EXC-HEPEN-FIM
                   MOVE "*** REGISTRO DE PONTO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM APLICA-AUTHE THRU APLICA-AUTHE-FIM
                MOVE W-OPERADOR TO OPERADOR IN REGPONTO
                ACCEPT DATAGRAV IN REGPONTO FROM DATE YYYYMMDD
                ACCEPT HORAGRAV IN REGPONTO FROM TIME
                REWRITE REGPONTO
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVA-PTNOT THRU GRAVA-PTNOT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM GRAVA-HEPEN THRU GRAVA-HEPEN-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE PONTO"  TO MENS
           MOVE 08 TO W-HORASESC
           IF W-ESC-OK NOT = "S"
              GO TO BUSCA-ESCALA-FIM.
           MOVE ZEROS  TO W-ESCVIG W-HNOTESC
           MOVE FUNCPT TO FUNCES
           MOVE ZEROS  TO COMPETEF
           START ARQESCFUN KEY IS GREATER CHAVEEF
           READ ARQESCALA
           IF ES-ERRO = "00"
              MOVE DIASMESESC  TO W-DIASESC
              MOVE HORASDIAESC TO W-HORASESC
              MOVE HNOTDIAESC  TO W-HNOTESC.
       BUSCA-ESCALA-FIM.
           EXIT.
      *
      ******************************************
      * HORAS NOTURNAS DO PONTO JA LANCADO     *
      ******************************************
       LER-PTNOT.
           MOVE FUNCPT   TO FUNCPN
           MOVE COMPETPT TO COMPETPN
           READ ARQPTNOT
           IF PN-ERRO NOT = "00"
              MOVE ZEROS TO HNOTPN.
       LER-PTNOT-FIM.
           EXIT.
      *
      *    GRAVA AS HORAS NOTURNAS JUNTO COM O PONTO, PRESERVANDO OS
      *    VALORES JA CALCULADOS PELA FOLHA NA REGRAVACAO.
       GRAVA-PTNOT.
           MOVE HNOTPN   TO W-HNOTPN
           MOVE FUNCPT   TO FUNCPN
           MOVE COMPETPT TO COMPETPN
           READ ARQPTNOT
           IF PN-ERRO NOT = "00"
              IF W-HNOTPN = ZEROS
                 GO TO GRAVA-PTNOT-FIM
              ELSE
                 MOVE ZEROS TO VALNOTPN DSRPN.
           MOVE W-HNOTPN   TO HNOTPN
           MOVE W-OPERADOR TO OPERADOR-PN
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
           MOVE W-OPERADOR TO OPERADOR-HP
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
      *    NA CONSULTA O PONTO MOSTRA TAMBEM AS HORAS AINDA PENDENTES,
      *    PARA QUE A REGRAVACAO REFACA O CALCULO DO EXCESSO.
       SOMA-HEPEN.
           IF W-AUT-OK NOT = "S"
              GO TO SOMA-HEPEN-FIM.
           MOVE FUNCPT   TO FUNCHP
           MOVE COMPETPT TO COMPETHP
           READ ARQHEPEN
           IF HP-ERRO = "00"
              ADD HE50HP  TO HE50PT
              ADD HE100HP TO HE100PT.
       SOMA-HEPEN-FIM.
           EXIT.
      *
      *    PONTO EXCLUIDO: A PENDENCIA DO MES PERDE O SENTIDO.
       EXC-HEPEN.
           IF W-AUT-OK NOT = "S"
              GO TO EXC-HEPEN-FIM.
           MOVE FUNCPT   TO FUNCHP
           MOVE COMPETPT TO COMPETHP
           DELETE ARQHEPEN RECORD.
       EXC-HEPEN-FIM.
           EXIT.
      *
      *
      *    DIAS UTEIS DO MES DA COMPETENCIA EM LANCAMENTO.
       CONTA-DU.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQPONTO ARQFUNC ARQPTNOT.
           IF W-ESC-OK = "S"
              CLOSE ARQESCFUN ARQESCALA.
           IF W-CAL-OK = "S"
              CLOSE ARQFERIAD.
           IF W-AUT-OK = "S"
              CLOSE ARQAUTHE ARQHEPEN.
           EXIT PROGRAM.
       ROT-FIM1.
           DISPLAY (01, 01) ERASE.
