                       ALTERNATE RECORD KEY IS NOMECARGO
                       WITH DUPLICATES.

           SELECT ARQGRADE ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEGR
                       FILE STATUS  IS GR-ERRO.
           SELECT ARQFERRAM ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS RESCFUNC
                       FILE STATUS  IS RS-ERRO.

           SELECT ARQDISC ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEDI
                       FILE STATUS  IS DI-ERRO.

           SELECT ARQEPIENT ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEEE
                       FILE STATUS  IS EE-ERRO.

           SELECT CADPROD ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CODPROD
                       FILE STATUS  IS PR-ERRO.

           SELECT ARQFUNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    RESCISOES CALCULADAS: O VALOR LIQUIDO ENTRA NA REMESSA
      *    BANCARIA (FPP019) DA COMPETENCIA INFORMADA.
          03 DATAGRAVACAO-AS.
             05 DATAGRAV-AS    PIC 9(8).
             05 HORAGRAV-AS    PIC 9(6).
      *
      *    MEDIDAS DISCIPLINARES (FPP095): HISTORICO MOSTRADO NA TELA
      *    ANTES DA ESCOLHA DO TIPO DE RESCISAO.
       FD ARQDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDISC.DAT".
       01 REGDISC.
          03 CHAVEDI.
             05 FUNCDI         PIC 9(06).
             05 DATADI         PIC 9(08).
          03 TIPODI            PIC X(01).
          03 MOTIVO1DI         PIC X(50).
          03 MOTIVO2DI         PIC X(50).
          03 DIASDI            PIC 9(02).
          03 INICIODI          PIC 9(08).
          03 OPERADOR-DI       PIC X(08).
          03 DATAGRAVACAO-DI.
             05 DATAGRAV-DI    PIC 9(8).
             05 HORAGRAV-DI    PIC 9(6).
      *
      *    GRADE SALARIAL POR CARGO E NIVEL (FPP090): VALOR DO NIVEL
      *    DO FUNCIONARIO VIGENTE NA DATA DE REFERENCIA, NA MESMA
      *    UNIDADE DO SALARIO DO CARGO. SEM GRADE VALE O SALARIO
      *    DO CARGO.
       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 CHAVEGR.
             05 CARGOGR        PIC 9(03).
             05 NIVELGR        PIC 9(02).
             05 VIGENGR        PIC 9(08).
          03 VALORGR           PIC 9(06)V99.
          03 OPERADOR-GR       PIC X(08).
          03 DATAGRAVACAO-GR.
             05 DATAGRAV-GR    PIC 9(8).
             05 HORAGRAV-GR    PIC 9(6).
      *
      *    ENTREGAS DE EPI (FPP123): O QUE NAO FOI DEVOLVIDO E
      *    MOSTRADO NA TELA E LISTADO NO TERMO, SEM BLOQUEAR O CALCULO.
       FD ARQEPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEPIENT.DAT".
       01 REGEPIENT.
          03 CHAVEEE.
             05 FUNCEE         PIC 9(06).
             05 DATAEE         PIC 9(08).
             05 PRODEE         PIC 9(06).
          03 QTDEE             PIC 9(03).
          03 NUMCAEE           PIC 9(06).
          03 VALIDCAEE         PIC 9(08).
          03 PROXEE            PIC 9(08).
          03 DEVOLEE           PIC 9(08).
          03 OPERADOR-EE       PIC X(08).
          03 DATAGRAVACAO-EE.
             05 DATAGRAV-EE    PIC 9(8).
             05 HORAGRAV-EE    PIC 9(6).
      *
      *    PRODUTOS DO ESTOQUE (STP003): SO CODIGO E DESCRICAO.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODPROD       PIC 9(06).
           03 DESC          PIC X(30).
           03 FILLER        PIC X(103).
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-FER-OK   PIC X(01) VALUE "N".
       77 CARG-ERRO  PIC X(02) VALUE "00".
       77 RS-ERRO    PIC X(02) VALUE "00".
       77 GR-ERRO      PIC X(02) VALUE "00".
       77 W-GRD-OK     PIC X(01) VALUE "N".
       77 W-DATAGRADE  PIC 9(08) VALUE ZEROS.
       77 DI-ERRO      PIC X(02) VALUE "00".
       77 W-DISC-OK    PIC X(01) VALUE "N".
       77 W-QTDDI      PIC 9(03) VALUE ZEROS.
       77 W-LINDI      PIC 9(02) VALUE ZEROS.
       77 EE-ERRO      PIC X(02) VALUE "00".
       77 W-EPI-OK     PIC X(01) VALUE "N".
       77 PR-ERRO      PIC X(02) VALUE "00".
       77 W-PRD-OK     PIC X(01) VALUE "N".
       77 W-QTDEPI     PIC 9(03) VALUE ZEROS.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 INSSRESC       PIC 9(8) VALUE ZEROS.
       01 BRUTORESC      PIC 9(8) VALUE ZEROS.
       01 LIQRESC        PIC 9(8) VALUE ZEROS.
       01 W-DISCLIN.
           05 W-DIDATA       PIC 9(8).
           05 FILLER         PIC X(01) VALUE " ".
           05 W-DITIPO       PIC X(11).
           05 W-DIDIAS       PIC Z9.
           05 FILLER         PIC X(01) VALUE " ".
           05 W-DIMOTIVO     PIC X(45).
      *
       01  TRCTIT.
           05  FILLER                 PIC X(20) VALUE
           05  FILLER                 PIC X(38) VALUE
           "LIQUIDO DA RESCISAO..................:".
           05  TRCLIQTX    VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  TRCE1.
           05  FILLER                 PIC X(50) VALUE
           "EPI ENTREGUE E NAO DEVOLVIDO (FPP123):            ".

       01  TRCE2.
           05  TRCEDATA    VALUE ZEROS  PIC 9(8).
           05  FILLER                 PIC X(01) VALUE " ".
           05  TRCEPROD    VALUE ZEROS  PIC 9(6).
           05  FILLER                 PIC X(01) VALUE " ".
           05  TRCEDESC    VALUE SPACES PIC X(30).
           05  FILLER                 PIC X(05) VALUE " QTD ".
           05  TRCEQTD     VALUE ZEROS  PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE " CA ".
           05  TRCECA      VALUE ZEROS  PIC 9(6).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  LINE 07  COLUMN 05
               VALUE  "TIPO (S=S/JUSTA CAUSA P=PEDIDO".
           05  LINE 07  COLUMN 36
               VALUE  " J=J.CAUSA T=TERM.:".
           05  LINE 09  COLUMN 05
               VALUE  "FERIAS VENCIDAS NAO GOZADAS S/N:".
           05  LINE 11  COLUMN 05
           OPEN INPUT ARQFERRAM
           IF FE-ERRO = "00"
              MOVE "S" TO W-FER-OK.
      *    GRADE SALARIAL (FPP090): SEM O ARQUIVO VALE O SALARIO
      *    DO CARGO PARA TODOS.
           MOVE "N" TO W-GRD-OK
           OPEN INPUT ARQGRADE
           IF GR-ERRO = "00"
              MOVE "S" TO W-GRD-OK.
      *    MEDIDAS DISCIPLINARES (FPP095): SO INFORMATIVO.
           MOVE "N" TO W-DISC-OK
           OPEN INPUT ARQDISC
           IF DI-ERRO = "00"
              MOVE "S" TO W-DISC-OK.
      *    ENTREGAS DE EPI (FPP123): SO INFORMATIVO.
           MOVE "N" TO W-EPI-OK
           OPEN INPUT ARQEPIENT
           IF EE-ERRO = "00"
              MOVE "S" TO W-EPI-OK.
           MOVE "N" TO W-PRD-OK
           OPEN INPUT CADPROD
           IF PR-ERRO = "00"
              MOVE "S" TO W-PRD-OK.
       INC-001.
           MOVE ZEROS TO W-FUNCRESC W-COMPPGTO
           MOVE SPACES TO W-TIPORESC W-FERVENC
              MOVE "ERRO NA LEITURA ARQUIVO CADASTRO CARGOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRA-DISC THRU MOSTRA-DISC-FIM
           PERFORM CONTA-EPI THRU CONTA-EPI-FIM.
       INC-003.
           ACCEPT TW-TIPORESC
           ACCEPT W-ACT FROM ESCAPE KEY
              GO TO INC-002.
           IF W-TIPORESC NOT = "S" AND W-TIPORESC NOT = "P"
                               AND W-TIPORESC NOT = "J"
                               AND W-TIPORESC NOT = "T"
              MOVE "S=S/JUSTA P=PEDIDO J=JUSTA T=TERMINO DO PRAZO"
                                                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
      **********************************
      * CALCULO DAS VERBAS RESCISORIAS *
      **********************************
      *    SALARIO BASE MENSAL DO CARGO, OU DO NIVEL NA GRADE
       CALC1.
           PERFORM BUSCA-GRADE THRU BUSCA-GRADE-FIM
           IF  TIPOSALARIOAUX = "H"
               MOVE 220 TO X.
           IF  TIPOSALARIOAUX = "D"
      *
      *    AVISO PREVIO INDENIZADO E MULTA DE 40% DO FGTS, SO NA
      *    DEMISSAO SEM JUSTA CAUSA. A MULTA E ESTIMADA SOBRE OS
      *    DEPOSITOS DE 8% DOS MESES TRABALHADOS. NO TERMINO DE
      *    CONTRATO A PRAZO (EXPERIENCIA, PRAZO DETERMINADO, ESTAGIO
      *    OU APRENDIZAGEM, DECIDIDO NO FPP086) NAO HA AVISO NEM MULTA.
       CALC5.
           MOVE ZEROS TO AVISOPREVIO MULTAFGTS
           IF W-TIPORESC NOT = "S"
           WRITE REGFUNCIONARIOTX FROM TRCD1
           WRITE REGFUNCIONARIOTX FROM TRCSEP
           WRITE REGFUNCIONARIOTX FROM TRCLIQ
           PERFORM LISTA-EPI THRU LISTA-EPI-FIM
           CLOSE ARQFUNCTX.
      *
      *    GRAVA O LIQUIDO PARA A REMESSA BANCARIA DA COMPETENCIA
           GO TO VER-FERRAM1.
       VER-FERRAM-FIM.
           EXIT.
      *
      *    HISTORICO DISCIPLINAR DO FUNCIONARIO NAS LINHAS 14 A 21:
      *    AS OITO MEDIDAS MAIS RECENTES, DA MAIS ANTIGA PARA A MAIS
      *    NOVA. A PRIMEIRA PASSADA SO CONTA OS REGISTROS.
       MOSTRA-DISC.
           IF W-DISC-OK NOT = "S"
              GO TO MOSTRA-DISC-FIM.
           MOVE SPACES TO W-DISCLIN
           MOVE 13 TO W-LINDI.
       MOSTRA-DISC0.
           DISPLAY (W-LINDI, 05) W-DISCLIN
           ADD 1 TO W-LINDI
           IF W-LINDI < 22
              GO TO MOSTRA-DISC0.
           MOVE ZEROS TO W-QTDDI
           MOVE CODFUNC TO FUNCDI
           MOVE ZEROS   TO DATADI
           START ARQDISC KEY IS NOT LESS CHAVEDI
              INVALID KEY
                 GO TO MOSTRA-DISC-FIM.
       MOSTRA-DISC1.
           READ ARQDISC NEXT
           IF DI-ERRO NOT = "00"
              GO TO MOSTRA-DISC2.
           IF FUNCDI NOT = CODFUNC
              GO TO MOSTRA-DISC2.
           ADD 1 TO W-QTDDI
           GO TO MOSTRA-DISC1.
       MOSTRA-DISC2.
           DISPLAY (13, 05) "HISTORICO DISCIPLINAR:"
           IF W-QTDDI = ZEROS
              DISPLAY (13, 28) "NENHUMA MEDIDA REGISTRADA"
              GO TO MOSTRA-DISC-FIM.
           DISPLAY (13, 28) W-QTDDI " MEDIDA(S)"
           MOVE CODFUNC TO FUNCDI
           MOVE ZEROS   TO DATADI
           START ARQDISC KEY IS NOT LESS CHAVEDI
              INVALID KEY
                 GO TO MOSTRA-DISC-FIM.
           MOVE 14 TO W-LINDI.
       MOSTRA-DISC3.
           READ ARQDISC NEXT
           IF DI-ERRO NOT = "00"
              GO TO MOSTRA-DISC-FIM.
           IF FUNCDI NOT = CODFUNC
              GO TO MOSTRA-DISC-FIM.
           IF W-QTDDI > 8
              SUBTRACT 1 FROM W-QTDDI
              GO TO MOSTRA-DISC3.
           MOVE DATADI    TO W-DIDATA
           MOVE DIASDI    TO W-DIDIAS
           MOVE MOTIVO1DI TO W-DIMOTIVO
           MOVE "ADVERTENCIA" TO W-DITIPO
           IF TIPODI = "S"
              MOVE "SUSPENSAO" TO W-DITIPO.
           DISPLAY (W-LINDI, 05) W-DISCLIN
           ADD 1 TO W-LINDI
           GO TO MOSTRA-DISC3.
       MOSTRA-DISC-FIM.
           EXIT.
      *
      *    EPI ENTREGUES AO FUNCIONARIO (FPP123) SEM DEVOLUCAO, NA
      *    LINHA 12. A DEVOLUCAO E DADA NO FPP123 E OS ITENS PENDENTES
      *    SAEM NO TERMO.
       CONTA-EPI.
           MOVE ZEROS TO W-QTDEPI
           DISPLAY (12, 05) LIMPA
           IF W-EPI-OK NOT = "S"
              GO TO CONTA-EPI-FIM.
           MOVE CODFUNC TO FUNCEE
           MOVE ZEROS   TO DATAEE PRODEE
           START ARQEPIENT KEY IS NOT LESS CHAVEEE
              INVALID KEY
                 GO TO CONTA-EPI-FIM.
       CONTA-EPI1.
           READ ARQEPIENT NEXT
           IF EE-ERRO NOT = "00"
              GO TO CONTA-EPI2.
           IF FUNCEE NOT = CODFUNC
              GO TO CONTA-EPI2.
           IF DEVOLEE = ZEROS
              ADD 1 TO W-QTDEPI.
           GO TO CONTA-EPI1.
       CONTA-EPI2.
           IF W-QTDEPI NOT = ZEROS
              DISPLAY (12, 05) "EPI SEM DEVOLUCAO:"
              DISPLAY (12, 24) W-QTDEPI " ITEM(NS) - VER FPP123".
       CONTA-EPI-FIM.
           EXIT.
      *
      *    LISTA NO TERMO OS EPI AINDA EM PODER DO FUNCIONARIO.
       LISTA-EPI.
           IF W-QTDEPI = ZEROS
              GO TO LISTA-EPI-FIM.
           WRITE REGFUNCIONARIOTX FROM TRCSEP
           WRITE REGFUNCIONARIOTX FROM TRCE1
           MOVE CODFUNC TO FUNCEE
           MOVE ZEROS   TO DATAEE PRODEE
           START ARQEPIENT KEY IS NOT LESS CHAVEEE
              INVALID KEY
                 GO TO LISTA-EPI-FIM.
       LISTA-EPI1.
           READ ARQEPIENT NEXT
           IF EE-ERRO NOT = "00"
              GO TO LISTA-EPI-FIM.
           IF FUNCEE NOT = CODFUNC
              GO TO LISTA-EPI-FIM.
           IF DEVOLEE NOT = ZEROS
              GO TO LISTA-EPI1.
           MOVE DATAEE  TO TRCEDATA
           MOVE PRODEE  TO TRCEPROD
           MOVE QTDEE   TO TRCEQTD
           MOVE NUMCAEE TO TRCECA
           MOVE SPACES  TO TRCEDESC
           IF W-PRD-OK = "S"
              MOVE PRODEE TO CODPROD
              READ CADPROD
              IF PR-ERRO = "00"
                 MOVE DESC TO TRCEDESC.
           WRITE REGFUNCIONARIOTX FROM TRCE2
           GO TO LISTA-EPI1.
       LISTA-EPI-FIM.
           EXIT.
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE
              CLOSE ARQASO.
           IF W-FER-OK = "S"
              CLOSE ARQFERRAM.
           IF W-GRD-OK = "S"
              CLOSE ARQGRADE.
           IF W-DISC-OK = "S"
              CLOSE ARQDISC.
           IF W-EPI-OK = "S"
              CLOSE ARQEPIENT.
           IF W-PRD-OK = "S"
              CLOSE CADPROD.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      *    VALOR DO NIVEL DO FUNCIONARIO NA GRADE SALARIAL (FPP090):
      *    A ULTIMA VIGENCIA DO CARGO/NIVEL ATE A DATA DA DEMISSAO
      *    SUBSTITUI O SALARIO DO CARGO LIDO NO ARQCARG. SEM GRADE
      *    PARA O CARGO/NIVEL FICA O SALARIO DO CARGO.
       BUSCA-GRADE.
           IF W-GRD-OK NOT = "S" OR NIVELS = ZEROS
              GO TO BUSCA-GRADE-FIM.
           MOVE DEMISSAO TO W-DATAGRADE
           IF W-DATAGRADE = ZEROS
              ACCEPT W-DATAGRADE FROM DATE YYYYMMDD.
           MOVE CARGOFUNC TO CARGOGR
           MOVE NIVELS    TO NIVELGR
           MOVE ZEROS     TO VIGENGR
           START ARQGRADE KEY IS NOT LESS CHAVEGR
              INVALID KEY
                 GO TO BUSCA-GRADE-FIM.
       BUSCA-GRADE1.
           READ ARQGRADE NEXT
           IF GR-ERRO NOT = "00"
              GO TO BUSCA-GRADE-FIM.
           IF CARGOGR NOT = CARGOFUNC OR NIVELGR NOT = NIVELS
              GO TO BUSCA-GRADE-FIM.
           IF VIGENGR > W-DATAGRADE
              GO TO BUSCA-GRADE-FIM.
           MOVE VALORGR TO SALARIO
           GO TO BUSCA-GRADE1.
       BUSCA-GRADE-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
