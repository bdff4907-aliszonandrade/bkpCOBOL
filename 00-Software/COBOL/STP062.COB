       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP062.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * RECALCULO DOS PARAMETROS DE REPOSICAO          *
      * PARA CADA PRODUTO, O CONSUMO MEDIO MENSAL E O  *
      * DESVIO PADRAO DAS SAIDAS (TIPO S DO ARQMOVEST) *
      * NOS ULTIMOS N MESES FECHADOS, E O PRAZO MEDIO  *
      * DE ENTREGA DO FORNECEDOR (PEDIDO X RECEBIMENTO *
      * DO ARQPEDCAB, A MESMA BASE DO SCORECARD        *
      * STP033). PROPOE ESTOQUE DE SEGURANCA, PONTO DE *
      * PEDIDO E MAXIMO EM ARQREORDP, PENDENTES ATE A  *
      * REVISAO DO COMPRADOR NO STP063; O ARQREORD     *
      * (STP037) NAO E ALTERADO AQUI.                  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPROD
                   FILE STATUS  IS PROD-ERRO.

           SELECT ARQMOVEST ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEME
                   ALTERNATE RECORD KEY IS CODPRODME
                                      WITH DUPLICATES
                   FILE STATUS  IS ME-ERRO.

           SELECT ARQPEDCAB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS NUMPED
                   ALTERNATE RECORD KEY IS CNPJPED WITH DUPLICATES
                   FILE STATUS  IS PC-ERRO.

           SELECT ARQREORD ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPRODRO
                   FILE STATUS  IS RO-ERRO.

           SELECT ARQREORDP ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODPRODRP
                   FILE STATUS  IS RP-ERRO.

           SELECT ARQRCLTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQMOVEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOVEST.DAT".
       01 REGMOVEST.
           03 CHAVEME.
               05 CODPRODME PIC 9(06).
               05 DATAME    PIC 9(08).
               05 HORAME    PIC 9(06).
           03 TIPOME        PIC X(01).
           03 SINALME       PIC X(01).
           03 QTDME         PIC 9(05)V9.
           03 CUSTOME       PIC 9(07)V99.
           03 DOCME         PIC X(10).
           03 OPERADOR-ME   PIC X(08).
           03 LOCALME       PIC X(02).
      *
       FD ARQPEDCAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDCAB.DAT".
       01 REGPEDCAB.
           03 NUMPED        PIC 9(06).
           03 CNPJPED       PIC 9(15).
           03 DATAPED       PIC 9(08).
           03 DATAPROM      PIC 9(08).
           03 DATARECEB     PIC 9(08).
           03 SITPED        PIC X(01).
           03 OPERADOR-PC   PIC X(08).
           03 DATAGRAVACAO-PC PIC 9(14).
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
      *    PROPOSTA DE REPOSICAO POR PRODUTO. SITRP: P = PENDENTE,
      *    A = ACEITA E APLICADA NO ARQREORD, R = RECUSADA.
      *    ORIGPRZRP: H = PRAZO DO HISTORICO DO FORNECEDOR,
      *    D = PRAZO PADRAO (SEM PEDIDO RECEBIDO).
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
       FD ARQRCLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREORDP.DOC".
       01 REGRCLTX            PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 PROD-ERRO  PIC X(02) VALUE "00".
       01 ME-ERRO    PIC X(02) VALUE "00".
       01 PC-ERRO    PIC X(02) VALUE "00".
       01 RO-ERRO    PIC X(02) VALUE "00".
       01 RP-ERRO    PIC X(02) VALUE "00".
       01 TX-ERRO    PIC X(02) VALUE "00".
       01 W-PED-OK   PIC X(01) VALUE "N".
       01 W-RO-OK    PIC X(01) VALUE "N".
       01 W-TEMRO    PIC X(01) VALUE "N".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-MESES    PIC 9(02) VALUE 6.
       01 W-NIVEL    PIC 9(01) VALUE 2.
       01 W-PRAZOPAD PIC 9(03) VALUE 30.
       01 W-FATORZ   PIC 9(01)V99 VALUE ZEROS.
       01 W-DATAHOJE.
           05 W-ANOHOJE PIC 9(4) VALUE ZEROS.
           05 W-MESHOJE PIC 9(2) VALUE ZEROS.
           05 W-DIAHOJE PIC 9(2) VALUE ZEROS.
       01 W-DATAPED.
           05 W-ANOPED  PIC 9(4) VALUE ZEROS.
           05 W-MESPED  PIC 9(2) VALUE ZEROS.
           05 W-DIAPED  PIC 9(2) VALUE ZEROS.
       01 W-DATAREC.
           05 W-ANOREC  PIC 9(4) VALUE ZEROS.
           05 W-MESREC  PIC 9(2) VALUE ZEROS.
           05 W-DIAREC  PIC 9(2) VALUE ZEROS.
       01 W-DATAMOV.
           05 W-ANOMOV  PIC 9(4) VALUE ZEROS.
           05 W-MESMOV  PIC 9(2) VALUE ZEROS.
           05 W-DIAMOV  PIC 9(2) VALUE ZEROS.
       01 W-DATAINI  PIC 9(08) VALUE ZEROS.
       01 W-IDXFIM   PIC 9(06) VALUE ZEROS.
       01 W-IDXINI   PIC 9(06) VALUE ZEROS.
       01 W-IDXMOV   PIC 9(06) VALUE ZEROS.
       01 W-ANOINI   PIC 9(04) VALUE ZEROS.
       01 W-MESINI   PIC 9(02) VALUE ZEROS.
       01 IX         PIC 9(02) COMP VALUE ZEROS.
       01 W-DIAS     PIC S9(05) VALUE ZEROS.
       01 W-SOMADIAS PIC 9(07) VALUE ZEROS.
       01 W-QTDPED   PIC 9(05) VALUE ZEROS.
       01 W-PRAZO    PIC 9(03) VALUE ZEROS.
       01 W-ORIGPRZ  PIC X(01) VALUE SPACES.
       01 W-SOMA     PIC 9(07)V9 VALUE ZEROS.
       01 W-MEDIA    PIC 9(05)V99 VALUE ZEROS.
       01 W-VAR      PIC 9(09)V9999 VALUE ZEROS.
       01 W-DESVIO   PIC 9(05)V99 VALUE ZEROS.
       01 W-DIF      PIC S9(07)V99 VALUE ZEROS.
       01 W-ESTSEG   PIC 9(05)V9 VALUE ZEROS.
       01 W-PONTO    PIC 9(05)V9 VALUE ZEROS.
       01 W-MAXIMO   PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDPROP  PIC 9(05) VALUE ZEROS.
      *
      *    CONSUMO (SAIDAS) DE CADA MES DA JANELA, 1 = MAIS ANTIGO.
       01 TABCONS.
           03 TC-QTD    PIC 9(06)V9 OCCURS 12.
      *
       01  CABR1.
           05  FILLER   PIC X(45) VALUE
           "*** PROPOSTA DE PARAMETROS DE REPOSICAO ***  ".
           05  FILLER   PIC X(08) VALUE "MESES: ".
           05  CABMESTX VALUE ZEROS PIC Z9.
           05  FILLER   PIC X(14) VALUE "  NIVEL SERV: ".
           05  CABZTX   VALUE ZEROS PIC 9,99.
           05  FILLER   PIC X(08) VALUE "  DATA: ".
           05  CABDATATX VALUE ZEROS PIC 9(08).

       01  CABR2.
           05  FILLER   PIC X(50) VALUE
           "PRODUTO DESCRICAO             CONS.MES    DESVIO P".
           05  FILLER   PIC X(50) VALUE
           "RAZO EST.SEG MIN.ATUAL MIN.NOVO MAX.ATUAL MAX.NOVO".

       01  DETR.
           05  RPRODTX  VALUE ZEROS  PIC 9(06).
           05  FILLER   PIC X(02) VALUE "  ".
           05  RDESCTX  VALUE SPACES PIC X(20).
           05  FILLER   PIC X(01) VALUE " ".
           05  RCONSTX  VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER   PIC X(01) VALUE " ".
           05  RDESVTX  VALUE ZEROS  PIC ZZ.ZZ9,99.
           05  FILLER   PIC X(01) VALUE " ".
           05  RPRAZTX  VALUE ZEROS  PIC ZZ9.
           05  RORIGTX  VALUE SPACES PIC X(01).
           05  FILLER   PIC X(01) VALUE " ".
           05  RSEGTX   VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER   PIC X(02) VALUE "  ".
           05  RMINATX  VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER   PIC X(01) VALUE " ".
           05  RMINNTX  VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER   PIC X(02) VALUE "  ".
           05  RMAXATX  VALUE ZEROS  PIC ZZ.ZZ9,9.
           05  FILLER   PIC X(01) VALUE " ".
           05  RMAXNTX  VALUE ZEROS  PIC ZZ.ZZ9,9.

       01  TOTR1.
           05  FILLER   PIC X(36) VALUE
           "PROPOSTAS GRAVADAS (PENDENTES)..:   ".
           05  TOTPROPTX VALUE ZEROS PIC ZZ.ZZ9.

       01  TOTR2.
           05  FILLER   PIC X(50) VALUE
           "PRAZO H = MEDIA DO FORNECEDOR, D = PRAZO PADRAO".

       01  LINSEP       PIC X(105) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 10
               VALUE  "*** RECALCULO DOS PARAMETROS DE REPOSICAO ***".
           05  LINE 06  COLUMN 05
               VALUE  "MESES DE HISTORICO (1 A 12)       :".
           05  TW-MESES
               LINE 06  COLUMN 42  PIC Z9
               USING  W-MESES
               HIGHLIGHT.
           05  LINE 08  COLUMN 05
               VALUE  "NIVEL DE SERVICO (1=90 2=95 3=99%):".
           05  TW-NIVEL
               LINE 08  COLUMN 42  PIC 9
               USING  W-NIVEL
               HIGHLIGHT.
           05  LINE 10  COLUMN 05
               VALUE  "PRAZO PADRAO SEM HISTORICO (DIAS) :".
           05  TW-PRAZOPAD
               LINE 10  COLUMN 42  PIC ZZ9
               USING  W-PRAZOPAD
               HIGHLIGHT.
           05  LINE 12  COLUMN 05
               VALUE  "CONFIRMA O RECALCULO (S/N)        :".
           05  TW-OPCAO
               LINE 12  COLUMN 42  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY TELA
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       R0A.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
           ACCEPT (01, 14) W-OPERADOR
           IF W-OPERADOR = SPACES
              MOVE "*** INFORME O CODIGO DO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0A.
       R1.
           ACCEPT TW-MESES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM2.
           IF W-MESES = ZEROS OR W-MESES > 12
              MOVE "O HISTORICO VAI DE 1 A 12 MESES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R1A.
           ACCEPT TW-NIVEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-NIVEL = 1
              MOVE 1,28 TO W-FATORZ
           ELSE
              IF W-NIVEL = 2
                 MOVE 1,65 TO W-FATORZ
              ELSE
                 IF W-NIVEL = 3
                    MOVE 2,33 TO W-FATORZ
                 ELSE
                    MOVE "NIVEL DE SERVICO: 1, 2 OU 3" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO R1A.
       R1B.
           ACCEPT TW-PRAZOPAD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1A.
           IF W-PRAZOPAD = ZEROS
              MOVE "O PRAZO PADRAO DEVE SER MAIOR QUE ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1B.
       R2.
           ACCEPT TW-OPCAO
           IF W-OPCAO = "N" OR "n"
              GO TO ROT-FIM2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
      *
      *    JANELA: OS W-MESES MESES FECHADOS ANTES DO MES CORRENTE,
      *    CONTADOS COMO ANO*12+MES PARA ACHAR A POSICAO NA TABELA.
       R3.
           COMPUTE W-IDXFIM = (W-ANOHOJE * 12) + W-MESHOJE - 1
           COMPUTE W-IDXINI = W-IDXFIM - W-MESES + 1
           COMPUTE W-ANOINI = (W-IDXINI - 1) / 12
           COMPUTE W-MESINI = W-IDXINI - (W-ANOINI * 12)
           COMPUTE W-DATAINI = (W-ANOINI * 10000) + (W-MESINI * 100)
                             + 1.
       R4.
           OPEN INPUT CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PRODUTO NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQMOVEST
           IF ME-ERRO NOT = "00"
              MOVE "* NAO HA MOVIMENTO DE ESTOQUE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADPROD
              GO TO ROT-FIM2.
           MOVE "N" TO W-PED-OK W-RO-OK
           OPEN INPUT ARQPEDCAB
           IF PC-ERRO = "00"
              MOVE "S" TO W-PED-OK.
           OPEN INPUT ARQREORD
           IF RO-ERRO = "00"
              MOVE "S" TO W-RO-OK.
           OPEN I-O ARQREORDP
           IF RP-ERRO = "30"
              OPEN OUTPUT ARQREORDP
              CLOSE ARQREORDP
              OPEN I-O ARQREORDP.
           IF RP-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQREORDP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT ARQRCLTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQREORDP.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-MESES    TO CABMESTX
           MOVE W-FATORZ   TO CABZTX
           MOVE W-DATAHOJE TO CABDATATX
           WRITE REGRCLTX FROM LINSEP
           WRITE REGRCLTX FROM CABR1
           WRITE REGRCLTX FROM LINSEP
           WRITE REGRCLTX FROM CABR2
           WRITE REGRCLTX FROM LINSEP
           MOVE ZEROS TO CODPROD
           START CADPROD KEY IS NOT LESS CODPROD
              INVALID KEY
                 GO TO ROT-TOTAL.
      *
      *    ENTRA O PRODUTO QUE TEVE SAIDA NA JANELA OU QUE JA TEM
      *    PARAMETRO NO ARQREORD (PARA O COMPRADOR REVER OS DOIS).
       LER-PROD.
           READ CADPROD NEXT
           IF PROD-ERRO NOT = "00"
              GO TO ROT-TOTAL.
           PERFORM APURA-CONS THRU APURA-CONS-FIM
           MOVE ZEROS TO QTDMINRO QTDMAXRO
           MOVE "N" TO W-TEMRO
           IF W-RO-OK = "S"
              MOVE CODPROD TO CODPRODRO
              READ ARQREORD
              IF RO-ERRO = "00"
                 MOVE "S" TO W-TEMRO
              ELSE
                 MOVE ZEROS TO QTDMINRO QTDMAXRO.
           IF W-SOMA = ZEROS AND W-TEMRO = "N"
              GO TO LER-PROD.
           PERFORM APURA-PRAZO THRU APURA-PRAZO-FIM
      *    MEDIA E DESVIO PADRAO DO CONSUMO MENSAL DA JANELA.
           COMPUTE W-MEDIA ROUNDED = W-SOMA / W-MESES
           MOVE ZEROS TO W-VAR IX.
       LER-PROD1.
           ADD 1 TO IX
           IF IX > W-MESES
              GO TO LER-PROD2.
           COMPUTE W-DIF = TC-QTD (IX) - W-MEDIA
           COMPUTE W-VAR = W-VAR + (W-DIF * W-DIF)
           GO TO LER-PROD1.
       LER-PROD2.
           COMPUTE W-VAR = W-VAR / W-MESES
           COMPUTE W-DESVIO ROUNDED = W-VAR ** 0,5
      *    SEGURANCA = Z X DESVIO X RAIZ(PRAZO EM MESES);
      *    PONTO = CONSUMO NO PRAZO + SEGURANCA;
      *    MAXIMO = PONTO + UM MES DE CONSUMO.
           COMPUTE W-ESTSEG ROUNDED =
                   W-FATORZ * W-DESVIO * ((W-PRAZO / 30) ** 0,5)
           COMPUTE W-PONTO ROUNDED =
                   (W-MEDIA * W-PRAZO / 30) + W-ESTSEG
           COMPUTE W-MAXIMO = W-PONTO + W-MEDIA
           MOVE CODPROD    TO CODPRODRP
           READ ARQREORDP
           MOVE CODPROD    TO CODPRODRP
           MOVE W-MEDIA    TO CONSMEDRP
           MOVE W-DESVIO   TO DESVRP
           MOVE W-PRAZO    TO PRAZORP
           MOVE W-ORIGPRZ  TO ORIGPRZRP
           MOVE W-ESTSEG   TO ESTSEGRP
           MOVE QTDMINRO   TO MINANTRP
           MOVE QTDMAXRO   TO MAXANTRP
           MOVE W-PONTO    TO MINNOVRP
           MOVE W-MAXIMO   TO MAXNOVRP
           MOVE "P"        TO SITRP
           MOVE W-DATAHOJE TO DATACALCRP
           MOVE W-OPERADOR TO OPERADOR-RP
           MOVE ZEROS      TO DATADECRP
           IF RP-ERRO = "00"
              REWRITE REGREORDP
           ELSE
              WRITE REGREORDP.
           IF RP-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQREORDP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1 TO W-QTDPROP
           MOVE CODPROD    TO RPRODTX
           MOVE DESC       TO RDESCTX
           MOVE W-MEDIA    TO RCONSTX
           MOVE W-DESVIO   TO RDESVTX
           MOVE W-PRAZO    TO RPRAZTX
           MOVE W-ORIGPRZ  TO RORIGTX
           MOVE W-ESTSEG   TO RSEGTX
           MOVE QTDMINRO   TO RMINATX
           MOVE W-PONTO    TO RMINNTX
           MOVE QTDMAXRO   TO RMAXATX
           MOVE W-MAXIMO   TO RMAXNTX
           WRITE REGRCLTX FROM DETR
           GO TO LER-PROD.
      *
      *    SAIDAS (TIPO S) DO PRODUTO NA JANELA, MES A MES.
       APURA-CONS.
           MOVE ZEROS TO TABCONS W-SOMA
           MOVE CODPROD   TO CODPRODME
           MOVE W-DATAINI TO DATAME
           MOVE ZEROS     TO HORAME
           START ARQMOVEST KEY IS NOT LESS CHAVEME
              INVALID KEY
                 GO TO APURA-CONS-FIM.
       APURA-CONS1.
           READ ARQMOVEST NEXT
           IF ME-ERRO NOT = "00"
              GO TO APURA-CONS-FIM.
           IF CODPRODME NOT = CODPROD
              GO TO APURA-CONS-FIM.
           IF TIPOME NOT = "S"
              GO TO APURA-CONS1.
           MOVE DATAME TO W-DATAMOV
           COMPUTE W-IDXMOV = (W-ANOMOV * 12) + W-MESMOV
           IF W-IDXMOV > W-IDXFIM
              GO TO APURA-CONS-FIM.
           COMPUTE IX = W-IDXMOV - W-IDXINI + 1
           ADD QTDME TO TC-QTD (IX) W-SOMA
           GO TO APURA-CONS1.
       APURA-CONS-FIM.
           EXIT.
      *
      *    PRAZO MEDIO DE ENTREGA DO FORNECEDOR DO PRODUTO: DIAS
      *    (BASE 360/30) ENTRE O PEDIDO E O RECEBIMENTO DE CADA
      *    PEDIDO JA RECEBIDO DO CNPJ. SEM HISTORICO, PRAZO PADRAO.
       APURA-PRAZO.
           MOVE W-PRAZOPAD TO W-PRAZO
           MOVE "D" TO W-ORIGPRZ
           MOVE ZEROS TO W-SOMADIAS W-QTDPED
           IF W-PED-OK NOT = "S" OR CNPJFORN = ZEROS
              GO TO APURA-PRAZO-FIM.
           MOVE CNPJFORN TO CNPJPED
           START ARQPEDCAB KEY IS NOT LESS CNPJPED
              INVALID KEY
                 GO TO APURA-PRAZO2.
       APURA-PRAZO1.
           READ ARQPEDCAB NEXT
           IF PC-ERRO NOT = "00"
              GO TO APURA-PRAZO2.
           IF CNPJPED NOT = CNPJFORN
              GO TO APURA-PRAZO2.
           IF DATARECEB = ZEROS OR DATAPED = ZEROS
              GO TO APURA-PRAZO1.
           MOVE DATAPED   TO W-DATAPED
           MOVE DATARECEB TO W-DATAREC
           COMPUTE W-DIAS = ((W-ANOREC - W-ANOPED) * 360)
                  + ((W-MESREC - W-MESPED) * 30)
                  + (W-DIAREC - W-DIAPED)
           IF W-DIAS < ZEROS
              MOVE ZEROS TO W-DIAS.
           ADD W-DIAS TO W-SOMADIAS
           ADD 1 TO W-QTDPED
           GO TO APURA-PRAZO1.
       APURA-PRAZO2.
           IF W-QTDPED = ZEROS
              GO TO APURA-PRAZO-FIM.
           COMPUTE W-PRAZO ROUNDED = W-SOMADIAS / W-QTDPED
      *    ENTREGA NO MESMO DIA CONTA COMO UM DIA DE PRAZO.
           IF W-PRAZO = ZEROS
              MOVE 1 TO W-PRAZO.
           MOVE "H" TO W-ORIGPRZ.
       APURA-PRAZO-FIM.
           EXIT.
      *
       ROT-TOTAL.
           MOVE W-QTDPROP TO TOTPROPTX
           MOVE SPACES TO REGRCLTX
           WRITE REGRCLTX
           WRITE REGRCLTX FROM LINSEP
           WRITE REGRCLTX FROM TOTR1
           WRITE REGRCLTX FROM TOTR2
           CLOSE ARQRCLTX
           MOVE "** PROPOSTAS EM ARQREORDP.DOC - REVER NO STP063 **"
                                              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
       ROT-FIM.
           CLOSE CADPROD ARQMOVEST ARQREORDP
           IF W-PED-OK = "S"
              CLOSE ARQPEDCAB.
           IF W-RO-OK = "S"
              CLOSE ARQREORD.
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
