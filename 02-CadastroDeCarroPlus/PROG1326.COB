       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG1326.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * CONTROLE DE PNEUS DA FROTA (ARQPNEU)           *
      * CADA PNEU E CADASTRADO PELO NUMERO DE FOGO,    *
      * COM MARCA, MEDIDA, ITEM DO CADPROD E CUSTO DE  *
      * COMPRA. OS EVENTOS - MONTAGEM NA PLACA E       *
      * POSICAO, RODIZIO, DESMONTAGEM, RECAPAGEM E     *
      * SUCATA - FICAM NO HISTORICO (ARQPNEUEV) COM O  *
      * HODOMETRO DO VEICULO, SUGERIDO PELO ULTIMO KM  *
      * DO ARQMANUT/ARQDIARIO. OS KM RODADOS DE CADA   *
      * MONTAGEM SE ACUMULAM NO PNEU PARA O CUSTO POR  *
      * KM DO PROG1327.                                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPNEU ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMFOGO
                   FILE STATUS  IS PN-ERRO.

           SELECT ARQPNEUEV ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEEV
                   FILE STATUS  IS EV-ERRO.

           SELECT CADCARRO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS PLACA
                   FILE STATUS  IS CAR-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   FILE STATUS  IS PROD-ERRO.

           SELECT ARQMANUT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEMAN
                   FILE STATUS  IS MAN-ERRO.

           SELECT ARQDIARIO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEDB
                   FILE STATUS  IS DB-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    SITPN: E = EM ESTOQUE, M = MONTADO, S = SUCATEADO.
      *    KMMONTPN = HODOMETRO NA MONTAGEM OU NO ULTIMO RODIZIO;
      *    KMACUMPN = KM JA RODADOS NAS MONTAGENS ENCERRADAS.
       FD ARQPNEU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPNEU.DAT".
       01 REGPNEU.
          03 NUMFOGO           PIC X(10).
          03 MARCAPN           PIC X(15).
          03 MEDIDAPN          PIC X(15).
          03 CODPRODPN         PIC 9(06).
          03 CUSTOPN           PIC 9(07)V99.
          03 MAXRECPN          PIC 9(01).
          03 SITPN             PIC X(01).
          03 PLACAPN           PIC X(08).
          03 POSPN             PIC X(04).
          03 KMMONTPN          PIC 9(07).
          03 KMACUMPN          PIC 9(07).
          03 NRECPN            PIC 9(01).
          03 CUSTRECPN         PIC 9(07)V99.
          03 OPERADOR-PN       PIC X(08).
          03 DATAGRAVACAO-PN.
             05 DATAGRAV-PN    PIC 9(8).
             05 HORAGRAV-PN    PIC 9(6).
      *
      *    HISTORICO DE EVENTOS DO PNEU. TIPOEV: M = MONTAGEM,
      *    R = RODIZIO, D = DESMONTAGEM, C = RECAPAGEM, S = SUCATA.
      *    KMRODEV = KM RODADOS DESDE A MONTAGEM/RODIZIO ANTERIOR.
       FD ARQPNEUEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPNEUEV.DAT".
       01 REGPNEUEV.
          03 CHAVEEV.
             05 NUMFOGOEV      PIC X(10).
             05 DATAEV         PIC 9(08).
             05 HORAEV         PIC 9(06).
          03 TIPOEV            PIC X(01).
          03 PLACAEV           PIC X(08).
          03 POSEV             PIC X(04).
          03 KMEV              PIC 9(07).
          03 KMRODEV           PIC 9(07).
          03 CUSTOEV           PIC 9(07)V99.
          03 OPERADOR-EV       PIC X(08).
      *
       FD CADCARRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARRO.DAT".
       01 REGCARRO.
          03 PLACA             PIC X(08).
          03 PROPRIETARIO      PIC X(30).
          03 ANOFABRICACAO     PIC 9(04).
          03 SITUACAO          PIC X(01).
          03 MARCA             PIC 9(01).
          03 OPERADOR          PIC X(08).
          03 DATAGRAVACAO.
             05 DATAGRAV       PIC 9(8).
             05 HORAGRAV       PIC 9(6).
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
           03 OPERADOR-PD   PIC X(08).
           03 DATAGRAVACAO-PD PIC 9(14).
           03 LOTECTL       PIC X(01).
      *
       FD ARQMANUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMANUT.DAT".
       01 REGMANUT.
          03 CHAVEMAN.
             05 PLACAMAN       PIC X(08).
             05 SEQMAN         PIC 9(03).
          03 DATAMAN.
             05 DIAMAN         PIC 9(02).
             05 MESMAN         PIC 9(02).
             05 ANOMAN         PIC 9(04).
          03 KMMAN             PIC 9(07).
          03 DESCMAN           PIC X(40).
          03 TIPOSERVMAN       PIC 9(02).
          03 CUSTOMAN          PIC 9(08)V99.
      *
       FD ARQDIARIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDIARIO.DAT".
       01 REGDIARIO.
          03 CHAVEDB.
             05 PLACADB        PIC X(08).
             05 DATADB         PIC 9(08).
             05 HORADB         PIC 9(04).
          03 FUNCDB            PIC 9(06).
          03 ORIGEMDB          PIC X(20).
          03 DESTINODB         PIC X(20).
          03 KMSAIDADB         PIC 9(07).
          03 KMCHEGADB         PIC 9(07).
          03 OPERADOR-DB       PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 PN-ERRO    PIC X(02) VALUE "00".
       01 EV-ERRO    PIC X(02) VALUE "00".
       01 CAR-ERRO   PIC X(02) VALUE "00".
       01 PROD-ERRO  PIC X(02) VALUE "00".
       01 MAN-ERRO   PIC X(02) VALUE "00".
       01 DB-ERRO    PIC X(02) VALUE "00".
       01 W-PROD-OK  PIC X(01) VALUE "N".
       01 W-MANU-OK  PIC X(01) VALUE "N".
       01 W-DIAR-OK  PIC X(01) VALUE "N".
       01 W-SEL      PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE PIC 9(06) VALUE ZEROS.
       01 W-PLACAKM  PIC X(08) VALUE SPACES.
       01 W-KMULT    PIC 9(07) VALUE ZEROS.
       01 W-KMEV     PIC 9(07) VALUE ZEROS.
       01 W-KMROD    PIC 9(07) VALUE ZEROS.
       01 W-PLACAEV  PIC X(08) VALUE SPACES.
       01 W-POSEV    PIC X(04) VALUE SPACES.
       01 W-CUSTOREC PIC 9(07)V99 VALUE ZEROS.
       01 W-TIPOEV   PIC X(01) VALUE SPACES.
       01 W-OCUPADO  PIC X(10) VALUE SPACES.
       01 W-TROCA    PIC X(01) VALUE "N".
       01 W-POSANT   PIC X(04) VALUE SPACES.
       01 W-REGSALVA PIC X(120) VALUE SPACES.
       01 W-IP       PIC 9(02) VALUE ZEROS.
      *
      *    POSICOES DAS RODAS: DIANTEIRA ESQUERDA/DIREITA, TRASEIRA
      *    ESQUERDA/DIREITA (EIXO SIMPLES), TRASEIRA EXTERNA/INTERNA
      *    DOS DOIS LADOS (EIXO DUPLO) E ESTEPE.
       01 W-TABPOS.
           05 FILLER  PIC X(36) VALUE
              "DE  DD  TE  TD  TEE TEI TDE TDI EST ".
       01 W-TABPOSR REDEFINES W-TABPOS.
           05 W-POSVAL PIC X(04) OCCURS 9 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 14
               VALUE  "*** CONTROLE DE PNEUS DA FROTA ***".
           05  LINE 04  COLUMN 04 VALUE  "NUMERO DE FOGO      :".
           05  LINE 06  COLUMN 04 VALUE  "MARCA               :".
           05  LINE 07  COLUMN 04 VALUE  "MEDIDA              :".
           05  LINE 08  COLUMN 04 VALUE  "ITEM DO CADPROD     :".
           05  LINE 09  COLUMN 04 VALUE  "CUSTO DE COMPRA     :".
           05  LINE 10  COLUMN 04 VALUE  "LIMITE RECAPAGENS   :".
           05  LINE 12  COLUMN 04 VALUE  "SITUACAO (E/M/S)    :".
           05  LINE 13  COLUMN 04 VALUE  "PLACA / POSICAO     :".
           05  LINE 14  COLUMN 04 VALUE  "KM NA MONTAGEM      :".
           05  LINE 15  COLUMN 04 VALUE  "KM ACUMULADOS       :".
           05  LINE 16  COLUMN 04 VALUE  "RECAPAGENS / CUSTO  :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TNUMFOGO
               LINE 04  COLUMN 26  PIC X(10)
               USING  NUMFOGO
               HIGHLIGHT.
           05  TMARCAPN
               LINE 06  COLUMN 26  PIC X(15)
               USING  MARCAPN
               HIGHLIGHT.
           05  TMEDIDAPN
               LINE 07  COLUMN 26  PIC X(15)
               USING  MEDIDAPN
               HIGHLIGHT.
           05  TCODPRODPN
               LINE 08  COLUMN 26  PIC 9(06)
               USING  CODPRODPN
               HIGHLIGHT.
           05  TCUSTOPN
               LINE 09  COLUMN 26  PIC Z.ZZZ.ZZ9,99
               USING  CUSTOPN
               HIGHLIGHT.
           05  TMAXRECPN
               LINE 10  COLUMN 26  PIC 9(01)
               USING  MAXRECPN
               HIGHLIGHT.
           05  TSITPN
               LINE 12  COLUMN 26  PIC X(01)
               FROM   SITPN.
           05  TPLACAPN
               LINE 13  COLUMN 26  PIC X(08)
               FROM   PLACAPN.
           05  TPOSPN
               LINE 13  COLUMN 36  PIC X(04)
               FROM   POSPN.
           05  TKMMONTPN
               LINE 14  COLUMN 26  PIC ZZZZZZ9
               FROM   KMMONTPN.
           05  TKMACUMPN
               LINE 15  COLUMN 26  PIC ZZZZZZ9
               FROM   KMACUMPN.
           05  TNRECPN
               LINE 16  COLUMN 26  PIC 9(01)
               FROM   NRECPN.
           05  TCUSTRECPN
               LINE 16  COLUMN 30  PIC Z.ZZZ.ZZ9,99
               FROM   CUSTRECPN.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQPNEU
           IF PN-ERRO NOT = "00"
              IF PN-ERRO = "30"
                 OPEN OUTPUT ARQPNEU
                 CLOSE ARQPNEU
                 MOVE "*** ARQUIVO ARQPNEU FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPNEU" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN I-O ARQPNEUEV
           IF EV-ERRO NOT = "00"
              IF EV-ERRO = "30"
                 OPEN OUTPUT ARQPNEUEV
                 CLOSE ARQPNEUEV
                 GO TO R0A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPNEUEV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPNEU
                 GO TO ROT-FIM2.
       R0B.
           OPEN INPUT CADCARRO
           IF CAR-ERRO NOT = "00"
              MOVE "ARQUIVO CADCARRO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPNEU ARQPNEUEV
              GO TO ROT-FIM2.
      *    CADPROD, MANUTENCAO E DIARIO DE BORDO SAO OPCIONAIS: SEM
      *    ELES O OPERADOR DIGITA O CUSTO E O HODOMETRO.
           MOVE "N" TO W-PROD-OK
           OPEN INPUT CADPROD
           IF PROD-ERRO = "00"
              MOVE "S" TO W-PROD-OK.
           MOVE "N" TO W-MANU-OK
           OPEN INPUT ARQMANUT
           IF MAN-ERRO = "00"
              MOVE "S" TO W-MANU-OK.
           MOVE "N" TO W-DIAR-OK
           OPEN INPUT ARQDIARIO
           IF DB-ERRO = "00"
              MOVE "S" TO W-DIAR-OK.
       R0C.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0C.
      *
       R1.
           MOVE SPACES TO NUMFOGO MARCAPN MEDIDAPN SITPN PLACAPN POSPN
           MOVE ZEROS  TO CODPRODPN CUSTOPN MAXRECPN KMMONTPN
           MOVE ZEROS  TO KMACUMPN NRECPN CUSTRECPN W-SEL
           DISPLAY TELA.
       R2.
           ACCEPT TNUMFOGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF NUMFOGO = SPACES
              MOVE "INFORME O NUMERO DE FOGO DO PNEU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       LER-PNEU.
           READ ARQPNEU
           IF PN-ERRO NOT = "23"
              IF PN-ERRO = "00"
                 DISPLAY TELA
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO ARQPNEU" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE "E" TO SITPN
           DISPLAY TSITPN.
       R3.
           ACCEPT TMARCAPN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF MARCAPN = SPACES
              MOVE "INFORME A MARCA DO PNEU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TMEDIDAPN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF MEDIDAPN = SPACES
              MOVE "INFORME A MEDIDA (EX. 275/80R22.5)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *    ITEM DO ESTOQUE: O PRECO MEDIO SUGERE O CUSTO DE COMPRA.
       R5.
           ACCEPT TCODPRODPN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           DISPLAY (08, 34) LIMPA
           IF CODPRODPN = ZEROS OR W-PROD-OK NOT = "S"
              GO TO R6.
           MOVE CODPRODPN TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "*** ITEM NAO CADASTRADO NO CADPROD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           DISPLAY (08, 34) DESC
           IF CUSTOPN = ZEROS
              MOVE PRECO TO CUSTOPN
              DISPLAY TCUSTOPN.
       R6.
           ACCEPT TCUSTOPN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF CUSTOPN = ZEROS
              MOVE "INFORME O CUSTO DE COMPRA DO PNEU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TMAXRECPN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF MAXRECPN < NRECPN
              MOVE "O LIMITE NAO PODE SER MENOR QUE AS RECAPAGENS"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
              GO TO ALT-OPC.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
       INC-WR1.
           PERFORM GRAVA-PN THRU GRAVA-PN-FIM
           WRITE REGPNEU
           IF PN-ERRO = "00"
              MOVE "*** PNEU CADASTRADO EM ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF PN-ERRO = "22"
              MOVE "* NUMERO DE FOGO JA EXISTE, NAO GRAVADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPNEU" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ************************************************
      * PNEU EXISTENTE: ALTERACAO, EXCLUSAO E EVENTOS *
      ************************************************
      *
       ACE-001.
           IF SITPN = "S"
              MOVE "*** PNEU SUCATEADO (SO CONSULTA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (20, 04)
                "A=ALTERAR E=EXCLUIR M=MONTAR R=RODIZIO D=DESMONTAR"
           DISPLAY (21, 04)
                "C=RECAPAR S=SUCATEAR V=VOLTAR"
           ACCEPT (21, 35) W-OPCAO
           DISPLAY (20, 04) LIMPA
           DISPLAY (21, 04) LIMPA
           IF W-OPCAO = "V" OR "v"
              GO TO R1.
           IF W-OPCAO = "A" OR "a"
              MOVE 1 TO W-SEL
              GO TO R3.
           IF W-OPCAO = "E" OR "e"
              GO TO EXC-OPC.
           IF W-OPCAO = "M" OR "m"
              GO TO MON-001.
           IF W-OPCAO = "R" OR "r"
              GO TO ROD-001.
           IF W-OPCAO = "D" OR "d"
              GO TO DES-001.
           IF W-OPCAO = "C" OR "c"
              GO TO REC-001.
           IF W-OPCAO = "S" OR "s"
              GO TO SUC-001.
           GO TO ACE-001.
      *
      *    SO SE EXCLUI PNEU EM ESTOQUE QUE NUNCA RODOU: DEPOIS DISSO
      *    O HISTORICO E O CUSTO POR KM DEPENDEM DELE.
       EXC-OPC.
           IF SITPN NOT = "E" OR KMACUMPN NOT = ZEROS
              OR NRECPN NOT = ZEROS
              MOVE "* PNEU COM HISTORICO: USE S=SUCATEAR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
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
           DELETE ARQPNEU RECORD
           IF PN-ERRO = "00"
              MOVE "*** PNEU EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ALT-OPC.
           DISPLAY (23, 40) "ALTERAR  (S/N) : "
           ACCEPT (23, 57) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-OPC.
       ALT-RW1.
           PERFORM GRAVA-PN THRU GRAVA-PN-FIM
           REWRITE REGPNEU
           IF PN-ERRO = "00" OR "02"
              MOVE "*** PNEU ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO PNEU" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ************************************************
      * MONTAGEM: PLACA, POSICAO E HODOMETRO          *
      ************************************************
      *
       MON-001.
           IF SITPN NOT = "E"
              MOVE "* PNEU JA MONTADO - DESMONTE OU FACA RODIZIO *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       MON-002.
           MOVE SPACES TO W-PLACAEV
           DISPLAY (18, 04) "PLACA DO VEICULO    :"
           ACCEPT  (18, 26) W-PLACAEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (18, 04) LIMPA
              GO TO ACE-001.
           MOVE W-PLACAEV TO PLACA
           READ CADCARRO
           IF CAR-ERRO NOT = "00"
              MOVE "*** VEICULO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MON-002.
       MON-003.
           MOVE "N" TO W-TROCA
           PERFORM PEDE-POS THRU PEDE-POS-FIM
           IF W-ACT = 01
              GO TO MON-002.
           MOVE W-PLACAEV TO W-PLACAKM
           PERFORM PEDE-KM THRU PEDE-KM-FIM
           IF W-ACT = 01
              GO TO MON-003.
           MOVE "M" TO W-TIPOEV
           MOVE ZEROS TO W-KMROD W-CUSTOREC
           PERFORM CONF-EV THRU CONF-EV-FIM
           IF W-OPCAO NOT = "S"
              GO TO R1.
           MOVE "M"       TO SITPN
           MOVE W-PLACAEV TO PLACAPN
           MOVE W-POSEV   TO POSPN
           MOVE W-KMEV    TO KMMONTPN
           PERFORM GRAVA-EV THRU GRAVA-EV-FIM
           MOVE "*** PNEU MONTADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    RODIZIO: FECHA OS KM DA POSICAO ANTERIOR E RECOMECA A
      *    CONTAGEM NA NOVA POSICAO DO MESMO VEICULO. SE A NOVA
      *    POSICAO ESTIVER OCUPADA, OS DOIS PNEUS TROCAM DE LUGAR.
       ROD-001.
           IF SITPN NOT = "M"
              MOVE "*** PNEU NAO ESTA MONTADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE PLACAPN TO W-PLACAEV
           MOVE "S" TO W-TROCA
           PERFORM PEDE-POS THRU PEDE-POS-FIM
           IF W-ACT = 01
              GO TO ACE-001.
           IF W-POSEV = POSPN
              MOVE "* A NOVA POSICAO DEVE SER DIFERENTE DA ATUAL *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROD-001.
           MOVE PLACAPN TO W-PLACAKM
           PERFORM PEDE-KM THRU PEDE-KM-FIM
           IF W-ACT = 01
              GO TO ROD-001.
           MOVE "R" TO W-TIPOEV
           MOVE ZEROS TO W-CUSTOREC
           COMPUTE W-KMROD = W-KMEV - KMMONTPN
           PERFORM CONF-EV THRU CONF-EV-FIM
           IF W-OPCAO NOT = "S"
              GO TO R1.
           MOVE POSPN   TO W-POSANT
           ADD W-KMROD  TO KMACUMPN
           MOVE W-POSEV TO POSPN
           MOVE W-KMEV  TO KMMONTPN
           PERFORM GRAVA-EV THRU GRAVA-EV-FIM
           IF W-OCUPADO = SPACES
              GO TO ROD-002.
           MOVE W-OCUPADO TO NUMFOGO
           READ ARQPNEU
           IF PN-ERRO NOT = "00"
              GO TO ROD-002.
           MOVE ZEROS TO W-KMROD
           IF W-KMEV > KMMONTPN
              COMPUTE W-KMROD = W-KMEV - KMMONTPN.
           ADD W-KMROD   TO KMACUMPN
           MOVE W-POSANT TO POSPN W-POSEV
           MOVE W-KMEV   TO KMMONTPN
           PERFORM GRAVA-EV THRU GRAVA-EV-FIM.
       ROD-002.
           MOVE "*** RODIZIO REGISTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    DESMONTAGEM: O PNEU VOLTA AO ESTOQUE COM OS KM SOMADOS.
       DES-001.
           IF SITPN NOT = "M"
              MOVE "*** PNEU NAO ESTA MONTADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE PLACAPN TO W-PLACAEV W-PLACAKM
           MOVE POSPN   TO W-POSEV
           PERFORM PEDE-KM THRU PEDE-KM-FIM
           IF W-ACT = 01
              GO TO ACE-001.
           MOVE "D" TO W-TIPOEV
           MOVE ZEROS TO W-CUSTOREC
           COMPUTE W-KMROD = W-KMEV - KMMONTPN
           PERFORM CONF-EV THRU CONF-EV-FIM
           IF W-OPCAO NOT = "S"
              GO TO R1.
           PERFORM DESMONTA THRU DESMONTA-FIM
           PERFORM GRAVA-EV THRU GRAVA-EV-FIM
           MOVE "*** PNEU DESMONTADO E DEVOLVIDO AO ESTOQUE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    RECAPAGEM: SO COM O PNEU FORA DO VEICULO E DENTRO DO
      *    LIMITE; O CUSTO SOMA NO CUSTO DE VIDA DO PNEU.
       REC-001.
           IF SITPN NOT = "E"
              MOVE "* DESMONTE O PNEU ANTES DE MANDAR RECAPAR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF NRECPN NOT < MAXRECPN
              MOVE "* LIMITE DE RECAPAGENS ATINGIDO - SUCATEAR *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
       REC-002.
           MOVE ZEROS TO W-CUSTOREC
           DISPLAY (18, 04) "CUSTO DA RECAPAGEM  :"
           ACCEPT  (18, 26) W-CUSTOREC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (18, 04) LIMPA
              GO TO ACE-001.
           IF W-CUSTOREC = ZEROS
              MOVE "INFORME O CUSTO DA RECAPAGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REC-002.
           MOVE "C" TO W-TIPOEV
           MOVE SPACES TO W-PLACAEV W-POSEV
           MOVE ZEROS TO W-KMEV W-KMROD
           PERFORM CONF-EV THRU CONF-EV-FIM
           IF W-OPCAO NOT = "S"
              GO TO R1.
           ADD 1 TO NRECPN
           ADD W-CUSTOREC TO CUSTRECPN
           PERFORM GRAVA-EV THRU GRAVA-EV-FIM
           MOVE "*** RECAPAGEM REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *    SUCATA: SE ESTIVER MONTADO, FECHA OS KM DA MONTAGEM.
       SUC-001.
           MOVE ZEROS TO W-KMEV W-KMROD W-CUSTOREC
           MOVE PLACAPN TO W-PLACAEV
           MOVE POSPN   TO W-POSEV
           IF SITPN NOT = "M"
              GO TO SUC-002.
           MOVE PLACAPN TO W-PLACAKM
           PERFORM PEDE-KM THRU PEDE-KM-FIM
           IF W-ACT = 01
              GO TO ACE-001.
           COMPUTE W-KMROD = W-KMEV - KMMONTPN.
       SUC-002.
           MOVE "S" TO W-TIPOEV
           PERFORM CONF-EV THRU CONF-EV-FIM
           IF W-OPCAO NOT = "S"
              GO TO R1.
           IF SITPN = "M"
              PERFORM DESMONTA THRU DESMONTA-FIM.
           MOVE "S" TO SITPN
           PERFORM GRAVA-EV THRU GRAVA-EV-FIM
           MOVE "*** PNEU SUCATEADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      ************************************************
      * ROTINAS DOS EVENTOS                           *
      ************************************************
      *
      *    POSICAO NA TABELA E LIVRE NO VEICULO (NO RODIZIO, COM
      *    W-TROCA = S, A OCUPADA VOLTA EM W-OCUPADO PARA A TROCA).
       PEDE-POS.
           MOVE SPACES TO W-POSEV
           DISPLAY (19, 04) "POSICAO DA RODA     :"
           DISPLAY (19, 32) "(DE DD TE TD TEE TEI TDE TDI EST)"
           ACCEPT  (19, 26) W-POSEV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (19, 04) LIMPA
              GO TO PEDE-POS-FIM.
           MOVE 1 TO W-IP.
       PEDE-POS1.
           IF W-IP > 9
              MOVE "* POSICAO INVALIDA - VEJA A LISTA AO LADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-POS.
           IF W-POSVAL (W-IP) NOT = W-POSEV
              ADD 1 TO W-IP
              GO TO PEDE-POS1.
           PERFORM VER-OCUPADA THRU VER-OCUPADA-FIM
           IF W-OCUPADO NOT = SPACES AND W-TROCA NOT = "S"
              MOVE SPACES TO MENS
              STRING "* POSICAO OCUPADA PELO PNEU " DELIMITED BY SIZE
                     W-OCUPADO DELIMITED BY SPACE
                     " *" DELIMITED BY SIZE
                     INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-POS.
       PEDE-POS-FIM.
           EXIT.
      *
      *    PROCURA OUTRO PNEU MONTADO NA MESMA PLACA E POSICAO; O
      *    REGISTRO CORRENTE E PRESERVADO EM W-REGSALVA.
       VER-OCUPADA.
           MOVE SPACES TO W-OCUPADO
           MOVE REGPNEU TO W-REGSALVA
           MOVE SPACES TO NUMFOGO
           START ARQPNEU KEY IS NOT LESS NUMFOGO
              INVALID KEY
                 GO TO VER-OCUPADA2.
       VER-OCUPADA1.
           READ ARQPNEU NEXT
           IF PN-ERRO NOT = "00"
              GO TO VER-OCUPADA2.
           IF SITPN = "M" AND PLACAPN = W-PLACAEV
              AND POSPN = W-POSEV
              MOVE NUMFOGO TO W-OCUPADO
              GO TO VER-OCUPADA2.
           GO TO VER-OCUPADA1.
       VER-OCUPADA2.
           MOVE W-REGSALVA TO REGPNEU
           READ ARQPNEU.
       VER-OCUPADA-FIM.
           EXIT.
      *
      *    HODOMETRO DO EVENTO: SUGERE O ULTIMO KM CONHECIDO DA PLACA
      *    E NAO ACEITA VALOR MENOR QUE ELE NEM QUE O DA MONTAGEM.
       PEDE-KM.
           PERFORM ULT-KM THRU ULT-KM-FIM
           MOVE W-KMULT TO W-KMEV
           IF SITPN = "M" AND KMMONTPN > W-KMEV
              MOVE KMMONTPN TO W-KMEV.
       PEDE-KM1.
           DISPLAY (20, 04) "HODOMETRO DO VEICULO:"
           ACCEPT  (20, 26) W-KMEV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (20, 04) LIMPA
              GO TO PEDE-KM-FIM.
           IF W-KMEV < W-KMULT
              MOVE "* KM MENOR QUE O ULTIMO DA MANUTENCAO/DIARIO *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-KM1.
           IF SITPN = "M" AND W-KMEV < KMMONTPN
              MOVE "* KM MENOR QUE O DA MONTAGEM DO PNEU *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PEDE-KM1.
       PEDE-KM-FIM.
           EXIT.
      *
      *    MAIOR HODOMETRO DA PLACA NO HISTORICO DE MANUTENCAO E NAS
      *    CHEGADAS DO DIARIO DE BORDO.
       ULT-KM.
           MOVE ZEROS TO W-KMULT
           IF W-MANU-OK NOT = "S"
              GO TO ULT-KM2.
           MOVE W-PLACAKM TO PLACAMAN
           MOVE ZEROS TO SEQMAN
           START ARQMANUT KEY IS GREATER CHAVEMAN
              INVALID KEY
                 GO TO ULT-KM2.
       ULT-KM1.
           READ ARQMANUT NEXT
           IF MAN-ERRO NOT = "00"
              GO TO ULT-KM2.
           IF PLACAMAN NOT = W-PLACAKM
              GO TO ULT-KM2.
           IF KMMAN > W-KMULT
              MOVE KMMAN TO W-KMULT.
           GO TO ULT-KM1.
       ULT-KM2.
           IF W-DIAR-OK NOT = "S"
              GO TO ULT-KM-FIM.
           MOVE W-PLACAKM TO PLACADB
           MOVE ZEROS TO DATADB HORADB
           START ARQDIARIO KEY IS GREATER CHAVEDB
              INVALID KEY
                 GO TO ULT-KM-FIM.
       ULT-KM3.
           READ ARQDIARIO NEXT
           IF DB-ERRO NOT = "00"
              GO TO ULT-KM-FIM.
           IF PLACADB NOT = W-PLACAKM
              GO TO ULT-KM-FIM.
           IF KMCHEGADB > W-KMULT
              MOVE KMCHEGADB TO W-KMULT.
           GO TO ULT-KM3.
       ULT-KM-FIM.
           EXIT.
      *
      *    DESMONTAGEM (TAMBEM USADA NA SUCATA DE PNEU MONTADO).
       DESMONTA.
           ADD W-KMROD TO KMACUMPN
           MOVE "E"    TO SITPN
           MOVE SPACES TO PLACAPN POSPN
           MOVE ZEROS  TO KMMONTPN.
       DESMONTA-FIM.
           EXIT.
      *
       CONF-EV.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "CONFIRMA (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "s"
              MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "N" OR "n"
              MOVE "N" TO W-OPCAO
              MOVE "*** EVENTO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-EV-FIM.
           IF W-OPCAO NOT = "S"
              GO TO CONF-EV.
       CONF-EV-FIM.
           EXIT.
      *
      *    GRAVA O EVENTO NO HISTORICO E ATUALIZA O PNEU.
       GRAVA-EV.
           PERFORM GRAVA-PN THRU GRAVA-PN-FIM
           MOVE NUMFOGO     TO NUMFOGOEV
           MOVE W-DATAHOJE  TO DATAEV
           MOVE W-HORAHOJE  TO HORAEV
           MOVE W-TIPOEV    TO TIPOEV
           MOVE W-PLACAEV   TO PLACAEV
           MOVE W-POSEV     TO POSEV
           MOVE W-KMEV      TO KMEV
           MOVE W-KMROD     TO KMRODEV
           MOVE W-CUSTOREC  TO CUSTOEV
           MOVE W-OPERADOR  TO OPERADOR-EV
           WRITE REGPNEUEV
           IF EV-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPNEUEV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVA-EV-FIM.
           REWRITE REGPNEU
           IF PN-ERRO NOT = "00"
              MOVE "ERRO NA ALTERACAO DO PNEU" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-EV-FIM.
           EXIT.
      *
      *    OPERADOR E MOMENTO DA GRAVACAO.
       GRAVA-PN.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-OPERADOR TO OPERADOR-PN
           MOVE W-DATAHOJE TO DATAGRAV-PN
           MOVE W-HORAHOJE TO HORAGRAV-PN.
       GRAVA-PN-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQPNEU ARQPNEUEV CADCARRO
           IF W-PROD-OK = "S"
              CLOSE CADPROD.
           IF W-MANU-OK = "S"
              CLOSE ARQMANUT.
           IF W-DIAR-OK = "S"
              CLOSE ARQDIARIO.
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
