       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP065.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * CONCILIACAO BANCARIA DO A PAGAR E DA FOLHA     *
      * I - IMPORTA O EXTRATO ELETRONICO DO DIA DE UMA *
      *     CONTA (EXTbbbaaaacccccccc.TXT: BANCO,      *
      *     AGENCIA E CONTA) PARA O ARQCONCIL, COM OS  *
      *     SALDOS INICIAL E FINAL DO BANCO, E JA      *
      *     CONCILIA OS DEBITOS;                       *
      * C - CONCILIA DE NOVO OS DEBITOS EM ABERTO DA   *
      *     CONTA (BAIXAS FEITAS DEPOIS DA IMPORTACAO):*
      *     TIT = TITULO BAIXADO NO ARQPAGAR NO DIA,   *
      *           PELO VALOR PAGO;                     *
      *     GUI = GUIA GPS/DARF (ARQGUIAS) DO VALOR,   *
      *           PAGA NO DIA OU, AINDA SEM PAGAMENTO, *
      *           VENCENDO NO MES DO DEBITO; A DATA DO *
      *           DEBITO VAI PARA O PAGGU DA GUIA;     *
      *     FOL = TOTAL DOS CREDITOS PAGOS DA FOLHA DA *
      *           COMPETENCIA (ARQPGSTAT X ARQFOLHA),  *
      *           DEBITADO NO MES DELA OU NO SEGUINTE; *
      * M - PAREAMENTO MANUAL DO QUE SOBROU (OU OUT =  *
      *     OUTROS, COM JUSTIFICATIVA) E DESFAZIMENTO; *
      * R - RELATORIO DIARIO DA CONTA: SALDOS, MOVI-   *
      *     MENTO DO DIA E PENDENCIAS EM ABERTO.       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCONCIL ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECB
                   ALTERNATE RECORD KEY IS REFCB WITH DUPLICATES
                   FILE STATUS  IS CB-ERRO.

           SELECT ARQEXTBAN ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS EX-ERRO.

           SELECT ARQPAGAR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVETIT
                   FILE STATUS  IS TI-ERRO.

           SELECT ARQGUIAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEGU
                   FILE STATUS  IS GU-ERRO.

           SELECT ARQPGSTAT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEPG
                   FILE STATUS  IS PG-ERRO.

           SELECT ARQFOLHA ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEFL
                   ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                   FILE STATUS  IS FL-ERRO.

           SELECT ARQCONCTX ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS TX-ERRO.

           SELECT ARQRELCAT ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVERC
                   FILE STATUS  IS RC-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    EXTRATO IMPORTADO, UM REGISTRO POR LANCAMENTO DO BANCO.
      *    A SEQUENCIA 0000 DO DIA GUARDA OS SALDOS INICIAL E FINAL
      *    INFORMADOS PELO BANCO (TIPOCB = S). SITCB: A = EM ABERTO,
      *    C = CONCILIADO PELO PROGRAMA, M = PAREADO PELO OPERADOR.
      *    REFCB = ORIGEM (TIT/GUI/FOL/OUT) + CHAVE DO QUE FOI PAGO.
       FD ARQCONCIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONCIL.DAT".
       01 REGCONCIL.
           03 CHAVECB.
               05 CONTACB.
                   07 BANCOCB   PIC 9(03).
                   07 AGENCB    PIC 9(04).
                   07 NUMCTACB  PIC 9(08).
               05 DATACB        PIC 9(08).
               05 SEQCB         PIC 9(04).
           03 TIPOCB        PIC X(01).
           03 MOVDATACB     PIC 9(08).
           03 VALORCB       PIC 9(10)V99.
           03 DOCCB         PIC X(10).
           03 HISTCB        PIC X(30).
           03 SITCB         PIC X(01).
           03 REFCB.
               05 ORIGCB    PIC X(03).
               05 CHREFCB   PIC X(27).
           03 SALINICB      PIC S9(10)V99.
           03 SALFIMCB      PIC S9(10)V99.
           03 OPERADOR-CB   PIC X(08).
           03 DATAGRAVACAO-CB.
               05 DATAGRAV-CB PIC 9(8).
               05 HORAGRAV-CB PIC 9(6).
      *
      *    EXTRATO ELETRONICO DO BANCO: ABERTURA (0) COM A CONTA, A
      *    DATA E O SALDO INICIAL, LANCAMENTOS (1) A DEBITO OU A
      *    CREDITO E FECHAMENTO (9) COM O SALDO FINAL. O SINAL DO
      *    SALDO VEM A PARTE: D = DEVEDOR, C = CREDOR.
       FD ARQEXTBAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEEXT.
       01 REGEXTH.
           03 EXH-TIPO      PIC X(01).
           03 EXH-BANCO     PIC 9(03).
           03 EXH-AGENCIA   PIC 9(04).
           03 EXH-CONTA     PIC 9(08).
           03 EXH-DATA      PIC 9(08).
           03 EXH-SALDO     PIC 9(10)V99.
           03 EXH-SINAL     PIC X(01).
           03 FILLER        PIC X(43).
       01 REGEXTD.
           03 EXD-TIPO      PIC X(01).
           03 EXD-DATA      PIC 9(08).
           03 EXD-DC        PIC X(01).
           03 EXD-VALOR     PIC 9(10)V99.
           03 EXD-DOC       PIC X(10).
           03 EXD-HIST      PIC X(30).
           03 FILLER        PIC X(18).
       01 REGEXTT.
           03 EXT-TIPO      PIC X(01).
           03 EXT-DATA      PIC 9(08).
           03 EXT-SALDO     PIC 9(10)V99.
           03 EXT-SINAL     PIC X(01).
           03 FILLER        PIC X(58).
      *
       FD ARQPAGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAGAR.DAT".
       01 REGPAGAR.
           03 CHAVETIT.
               05 CNPJTIT   PIC 9(15).
               05 NUMNF     PIC X(10).
               05 PARCTIT   PIC 9(02).
           03 EMISSAOTIT    PIC 9(08).
           03 VENCTIT       PIC 9(08).
           03 VALORTIT      PIC 9(08)V99.
           03 PAGTIT        PIC 9(08).
           03 FORMAPAG      PIC X(01).
           03 OPERADOR-TI   PIC X(08).
           03 TIPOTIT       PIC X(01).
           03 PERCIRRF      PIC 9(02)V99.
           03 PERCISS       PIC 9(02)V99.
           03 IRRFTIT       PIC 9(08)V99.
           03 ISSTIT        PIC 9(08)V99.
           03 DTDESCTIT     PIC 9(08).
           03 PERCDESCTIT   PIC 9(02)V99.
           03 PERCMULTATIT  PIC 9(02)V99.
           03 JURODIATIT    PIC 9(01)V9999.
           03 VALPAGOTIT    PIC 9(08)V99.
      *    MUNICIPIO (IBGE) E ITEM DA LC 116 DO SERVICO PRESTADO:
      *    DEFINEM A ALIQUOTA DO ISS PELA TABELA DO STP072.
           03 MUNISSTIT     PIC 9(07).
           03 SERVISSTIT    PIC X(05).
      *
      *    GUIAS DE RECOLHIMENTO GPS/DARF (FPP080).
       FD ARQGUIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGUIAS.DAT".
       01 REGGUIA.
           03 CHAVEGU.
               05 COMPETGU         PIC 9(6).
               05 EMPGU            PIC 9(1).
               05 TIPOGU           PIC X(1).
           03 CODRECGU             PIC 9(4).
           03 VENCGU               PIC 9(8).
           03 VALORGU              PIC 9(8)V99.
           03 PAGGU                PIC 9(8).
           03 OPERADOR-GU          PIC X(08).
           03 DATAGRAVACAO-GU.
               05 DATAGRAV-GU PIC 9(8).
               05 HORAGRAV-GU PIC 9(6).
      *
      *    SITUACAO DO CREDITO DE SALARIO POR FUNCIONARIO (FPP031).
       FD ARQPGSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPGSTAT.DAT".
       01 REGPGSTAT.
           03 CHAVEPG.
               05 FUNCPG   PIC 9(6).
               05 COMPETPG PIC 9(6).
           03 SITPG        PIC X(1).
           03 MOTIVOPG     PIC X(30).
           03 DATAPROCPG   PIC 9(8).
      *
      *    RESULTADO DA FOLHA (FPP015): LIQUIDO CREDITADO.
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
           03 CHAVEFL.
               05 FUNCFL   PIC 9(6).
               05 COMPETFL PIC 9(6).
           03 BRUTOFL     PIC 9(8).
           03 HEXTRAFL    PIC 9(8).
           03 ADICFL      PIC 9(8).
           03 FALTASFL    PIC 9(8).
           03 INSSFL      PIC 9(8).
           03 ALIQINSSFL  PIC 9V99.
           03 RENDAFL     PIC 9(8).
           03 SALFAMFL    PIC 9(8).
           03 EMPRFL      PIC 9(8).
           03 VTFL        PIC 9(8).
           03 PENSFL      PIC 9(8).
           03 EVENPFL     PIC 9(8).
           03 EVENDFL     PIC 9(8).
           03 LIQFL       PIC 9(8).
           03 CARGOFL     PIC 9(3).
           03 DEPFL       PIC 9(3).
           03 QTDDEPFL    PIC 9(1).
           03 QTDDEPIRFL  PIC 9(2).
           03 DEDDEPFL    PIC 9(8).
           03 OPERADOR-FL PIC X(08).
           03 DATAGRAVACAO-FL.
               05 DATAGRAV-FL PIC 9(8).
               05 HORAGRAV-FL PIC 9(6).
      *
       FD ARQCONCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEREL.
       01 REGCONCTX           PIC X(111).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRELCAT.DAT".
       01 REGRELCAT.
           03 CHAVERC.
               05 DATARC  PIC 9(8).
               05 HORARC  PIC 9(6).
               05 PROGRC  PIC X(8).
           03 COMPETRC    PIC 9(6).
           03 NOMERC      PIC X(30).
           03 OPERRC      PIC X(8).
           03 QTDRC       PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-FUNCAO   PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 CB-ERRO    PIC X(02) VALUE "00".
       77 EX-ERRO    PIC X(02) VALUE "00".
       77 TI-ERRO    PIC X(02) VALUE "00".
       77 GU-ERRO    PIC X(02) VALUE "00".
       77 PG-ERRO    PIC X(02) VALUE "00".
       77 FL-ERRO    PIC X(02) VALUE "00".
       77 TX-ERRO    PIC X(02) VALUE "00".
       77 RC-ERRO    PIC X(02) VALUE "00".
       77 W-TI-OK    PIC X(01) VALUE "N".
       77 W-GU-OK    PIC X(01) VALUE "N".
       77 W-PG-OK    PIC X(01) VALUE "N".
       77 W-FL-OK    PIC X(01) VALUE "N".
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE PIC 9(06) VALUE ZEROS.
       01 W-NOMEEXT  PIC X(30) VALUE SPACES.
       01 W-NOMEREL  PIC X(30) VALUE SPACES.
       01 W-DATARELC PIC 9(08) VALUE ZEROS.
       01 W-HORARELC PIC 9(06) VALUE ZEROS.
       01 W-CONTA.
           05 W-BANCO    PIC 9(03) VALUE ZEROS.
           05 W-AGENCIA  PIC 9(04) VALUE ZEROS.
           05 W-NUMCTA   PIC 9(08) VALUE ZEROS.
       01 W-DATAEXT  PIC 9(08) VALUE ZEROS.
       01 W-SEQ      PIC 9(04) VALUE ZEROS.
       01 W-CHAVESAV PIC X(27) VALUE SPACES.
       01 W-SALINI   PIC S9(10)V99 VALUE ZEROS.
       01 W-SALDO    PIC S9(10)V99 VALUE ZEROS.
       01 W-SALBANCO PIC S9(10)V99 VALUE ZEROS.
       01 W-TEMTRL   PIC X(01) VALUE "N".
       01 W-TOTDEB   PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTCRD   PIC 9(10)V99 VALUE ZEROS.
       01 W-PENDEB   PIC 9(10)V99 VALUE ZEROS.
       01 W-PENCRD   PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDLANC  PIC 9(06) VALUE ZEROS.
       01 W-QTDAUTO  PIC 9(06) VALUE ZEROS.
       01 W-QTDMAN   PIC 9(06) VALUE ZEROS.
       01 W-QTDABER  PIC 9(06) VALUE ZEROS.
       01 W-QTDPEND  PIC 9(06) VALUE ZEROS.
       01 W-QTDLANCTX PIC ZZZ.ZZ9.
       01 W-QTDACHTX  PIC ZZZ.ZZ9.
      *
      *    CANDIDATO A CONCILIACAO: VALOR, DATA EXATA (MODO D) OU
      *    MESES ACEITOS (MODO M) E REFERENCIA QUE VAI PARA O REFCB.
       01 W-MODO     PIC X(01) VALUE "D".
       01 W-VALCAND  PIC 9(10)V99 VALUE ZEROS.
       01 W-DATACAND PIC 9(08) VALUE ZEROS.
       01 W-COMPCAND.
           05 W-ANOCAND PIC 9(04) VALUE ZEROS.
           05 W-MESCAND PIC 9(02) VALUE ZEROS.
       01 W-COMPPROX.
           05 W-ANOPROX PIC 9(04) VALUE ZEROS.
           05 W-MESPROX PIC 9(02) VALUE ZEROS.
       01 W-REF.
           05 W-ORIGREF  PIC X(03) VALUE SPACES.
           05 W-CHREF    PIC X(27) VALUE SPACES.
       01 W-USADA    PIC X(01) VALUE "N".
       01 W-REFGUIA  PIC X(30) VALUE SPACES.
       01 W-DATAGUIA PIC 9(08) VALUE ZEROS.
      *
      *    CAMPOS DO PAREAMENTO MANUAL.
       01 W-TIPOPAR  PIC X(01) VALUE SPACES.
       01 W-MCNPJ    PIC 9(15) VALUE ZEROS.
       01 W-MNF      PIC X(10) VALUE SPACES.
       01 W-MPARC    PIC 9(02) VALUE ZEROS.
       01 W-MCOMPET.
           05 W-MANOCOMP PIC 9(04) VALUE ZEROS.
           05 W-MMESCOMP PIC 9(02) VALUE ZEROS.
       01 W-MEMP     PIC 9(01) VALUE ZEROS.
       01 W-MTIPO    PIC X(01) VALUE SPACES.
       01 W-MJUST    PIC X(27) VALUE SPACES.
      *
      *    DEBITOS EM ABERTO DA CONTA, CARREGADOS PARA A CONCILIACAO
      *    AUTOMATICA; REF-TB RECEBE A REFERENCIA ACHADA.
       01 IX         PIC 9(03) VALUE ZEROS.
       01 IY         PIC 9(03) VALUE ZEROS.
       01 W-QTDDEB   PIC 9(03) VALUE ZEROS.
       01 W-QTDACH   PIC 9(03) VALUE ZEROS.
       01 TABDEB.
           03 DEB-ITEM OCCURS 500.
              05 DAT-TB    PIC 9(08).
              05 SEQ-TB    PIC 9(04).
              05 MOV-TB.
                 07 MOVC-TB PIC 9(06).
                 07 MOVD-TB PIC 9(02).
              05 VALD-TB   PIC 9(10)V99.
              05 REF-TB    PIC X(30).
      *
      *    TOTAL DOS CREDITOS PAGOS DA FOLHA POR COMPETENCIA.
       01 W-QTDFOL   PIC 9(02) VALUE ZEROS.
       01 TABFOL.
           03 FOL-ITEM OCCURS 60.
              05 COMPFOL-TB PIC 9(06).
              05 VALFOL-TB  PIC 9(10)V99.
      *
       01  CAB1.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(054) VALUE
           "------------------------------------------------------".

       01  CAB2.
           05  FILLER                 PIC X(34) VALUE
           " *** CONCILIACAO BANCARIA ***     ".
           05  FILLER                 PIC X(07) VALUE "BANCO: ".
           05  BANCOTX   VALUE ZEROS  PIC 9(3).
           05  FILLER                 PIC X(06) VALUE "  AG: ".
           05  AGENTX    VALUE ZEROS  PIC 9(4).
           05  FILLER                 PIC X(09) VALUE "  CONTA: ".
           05  NUMCTATX  VALUE ZEROS  PIC 9(8).
           05  FILLER                 PIC X(08) VALUE "  DATA: ".
           05  DATAEXTTX VALUE ZEROS  PIC 9(8).

       01  CAB3.
           05  FILLER                 PIC X(40) VALUE
           "DATA     SEQ  D/C          VALOR DOCUMEN".
           05  FILLER                 PIC X(40) VALUE
           "TO  HISTORICO                      S REF".
           05  FILLER                 PIC X(08) VALUE
           "ERENCIA ".

       01  CABPEND.
           05  FILLER                 PIC X(45) VALUE
           " *** PENDENCIAS EM ABERTO ATE A DATA - PAREAR".
           05  FILLER                 PIC X(22) VALUE
           " NA OPCAO M (STP065) *".

       01  DET.
           05  DATATX          VALUE ZEROS  PIC 9(8).
           05  FILLER          PIC X(1) VALUE  " ".
           05  SEQTX           VALUE ZEROS  PIC 9(4).
           05  FILLER          PIC X(2) VALUE  "  ".
           05  DCTX            VALUE SPACES PIC X(1).
           05  FILLER          PIC X(1) VALUE  " ".
           05  VALTX           VALUE ZEROS  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER          PIC X(1) VALUE  " ".
           05  DOCTX           VALUE SPACES PIC X(10).
           05  FILLER          PIC X(1) VALUE  " ".
           05  HISTTX          VALUE SPACES PIC X(30).
           05  FILLER          PIC X(1) VALUE  " ".
           05  SITTX           VALUE SPACES PIC X(1).
           05  FILLER          PIC X(1) VALUE  " ".
           05  REFTX           VALUE SPACES PIC X(30).

       01  LINHA-SAL1.
           05  FILLER                 PIC X(040) VALUE
           "SALDO INICIAL INFORMADO PELO BANCO....: ".
           05  SALINITX   VALUE ZEROS  PIC -ZZZ.ZZZ.ZZ9,99.

       01  LINHA-SAL2.
           05  FILLER                 PIC X(040) VALUE
           "(+) CREDITOS DO DIA...................: ".
           05  TOTCRDTX   VALUE ZEROS  PIC -ZZZ.ZZZ.ZZ9,99.

       01  LINHA-SAL3.
           05  FILLER                 PIC X(040) VALUE
           "(-) DEBITOS DO DIA....................: ".
           05  TOTDEBTX   VALUE ZEROS  PIC -ZZZ.ZZZ.ZZ9,99.

       01  LINHA-SAL4.
           05  FILLER                 PIC X(040) VALUE
           "SALDO FINAL CALCULADO.................: ".
           05  SALCALCTX  VALUE ZEROS  PIC -ZZZ.ZZZ.ZZ9,99.

       01  LINHA-SAL5.
           05  FILLER                 PIC X(040) VALUE
           "SALDO FINAL INFORMADO PELO BANCO......: ".
           05  SALBANCOTX VALUE ZEROS  PIC -ZZZ.ZZZ.ZZ9,99.

       01  LINHA-DIF.
           05  FILLER                 PIC X(045) VALUE
           " *** SALDO CALCULADO DIFERE DO SALDO DO BANCO".
           05  FILLER                 PIC X(024) VALUE
           " - EXTRATO INCOMPLETO **".

       01  LINHA-QTD.
           05  FILLER                 PIC X(040) VALUE
           "CONCILIADOS AUTO / MANUAL / EM ABERTO.: ".
           05  QTDAUTOTX  VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE " / ".
           05  QTDMANTX   VALUE ZEROS  PIC ZZZ.ZZ9.
           05  FILLER                 PIC X(03) VALUE " / ".
           05  QTDABERTX  VALUE ZEROS  PIC ZZZ.ZZ9.

       01  LINHA-PEN1.
           05  FILLER                 PIC X(040) VALUE
           "DEBITOS PENDENTES.....................: ".
           05  PENDEBTX   VALUE ZEROS  PIC -ZZZ.ZZZ.ZZ9,99.

       01  LINHA-PEN2.
           05  FILLER                 PIC X(040) VALUE
           "CREDITOS PENDENTES....................: ".
           05  PENCRDTX   VALUE ZEROS  PIC -ZZZ.ZZZ.ZZ9,99.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 18
               VALUE  "*** CONCILIACAO BANCARIA ***".
           05  LINE 05  COLUMN 05
               VALUE  "I - IMPORTAR EXTRATO DO BANCO".
           05  LINE 06  COLUMN 05
               VALUE  "C - CONCILIAR DEBITOS EM ABERTO".
           05  LINE 07  COLUMN 05
               VALUE  "M - PAREAMENTO MANUAL".
           05  LINE 08  COLUMN 05
               VALUE  "R - RELATORIO DIARIO DA CONTA".
           05  LINE 09  COLUMN 05
               VALUE  "S - SAIR".
           05  LINE 10  COLUMN 05
               VALUE  "OPCAO :".
           05  TW-OPCAO
               LINE 10  COLUMN 13  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".

       01  TELACTA.
           05  LINE 12  COLUMN 05 VALUE  "BANCO              :".
           05  LINE 13  COLUMN 05 VALUE  "AGENCIA            :".
           05  LINE 14  COLUMN 05 VALUE  "CONTA              :".
           05  TBANCO
               LINE 12  COLUMN 27  PIC 9(03)
               USING  W-BANCO
               HIGHLIGHT.
           05  TAGENCIA
               LINE 13  COLUMN 27  PIC 9(04)
               USING  W-AGENCIA
               HIGHLIGHT.
           05  TNUMCTA
               LINE 14  COLUMN 27  PIC 9(08)
               USING  W-NUMCTA
               HIGHLIGHT.

       01  TELADATA.
           05  LINE 15  COLUMN 05 VALUE  "DATA DO EXTRATO    :".
           05  TDATAEXT
               LINE 15  COLUMN 27  PIC 9(08)
               USING  W-DATAEXT
               HIGHLIGHT.

       01  TELAMAN.
           05  LINE 16  COLUMN 05 VALUE  "SEQUENCIA          :".
           05  LINE 17  COLUMN 05 VALUE  "LANCAMENTO         :".
           05  LINE 18  COLUMN 05 VALUE  "SITUACAO/REFERENCIA:".
           05  LINE 19  COLUMN 05 VALUE
               "PAREAR COM (T=TITULO G=GUIA F=FOLHA O=OUTROS".
           05  LINE 19  COLUMN 50 VALUE  " D=DESFAZER) :".
           05  TSEQ
               LINE 16  COLUMN 27  PIC 9(04)
               USING  W-SEQ
               HIGHLIGHT.
           05  TMOVDATA
               LINE 17  COLUMN 27  PIC 9(08)
               FROM   MOVDATACB.
           05  TTIPOCB
               LINE 17  COLUMN 36  PIC X(01)
               FROM   TIPOCB.
           05  TVALORCB
               LINE 17  COLUMN 38  PIC ZZZ.ZZZ.ZZ9,99
               FROM   VALORCB.
           05  THISTCB
               LINE 17  COLUMN 53  PIC X(27)
               FROM   HISTCB.
           05  TSITCB
               LINE 18  COLUMN 27  PIC X(01)
               FROM   SITCB.
           05  TREFCB
               LINE 18  COLUMN 29  PIC X(30)
               FROM   REFCB.
           05  TTIPOPAR
               LINE 19  COLUMN 65  PIC X(01)
               USING  W-TIPOPAR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQCONCIL
           IF CB-ERRO NOT = "00"
              IF CB-ERRO = "30"
                 OPEN OUTPUT ARQCONCIL
                 CLOSE ARQCONCIL
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONCIL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
      *    AS ORIGENS DOS PAGAMENTOS PODEM AINDA NAO EXISTIR: SEM
      *    ELAS O DEBITO FICA EM ABERTO PARA O PAREAMENTO MANUAL.
       R0A.
           OPEN INPUT ARQPAGAR
           IF TI-ERRO = "00"
              MOVE "S" TO W-TI-OK.
           OPEN I-O ARQGUIAS
           IF GU-ERRO = "00"
              MOVE "S" TO W-GU-OK.
           OPEN INPUT ARQPGSTAT
           IF PG-ERRO = "00"
              MOVE "S" TO W-PG-OK.
           OPEN INPUT ARQFOLHA
           IF FL-ERRO = "00"
              MOVE "S" TO W-FL-OK.
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
       R1.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELA
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-OPCAO = "S" OR "s"
              GO TO ROT-FIM.
           MOVE SPACES TO W-FUNCAO
           IF W-OPCAO = "I" OR "i"
              MOVE "I" TO W-FUNCAO.
           IF W-OPCAO = "C" OR "c"
              MOVE "C" TO W-FUNCAO.
           IF W-OPCAO = "M" OR "m"
              MOVE "M" TO W-FUNCAO.
           IF W-OPCAO = "R" OR "r"
              MOVE "R" TO W-FUNCAO.
           IF W-FUNCAO = SPACES
              GO TO R1.
      *
      **********************************************
      * CONTA (E DATA DO EXTRATO, NO PAREAMENTO E  *
      * NO RELATORIO) COMUNS A TODAS AS OPCOES     *
      **********************************************
       CTA-001.
           DISPLAY TELACTA
           ACCEPT TBANCO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           ACCEPT TAGENCIA
           ACCEPT TNUMCTA
           IF W-NUMCTA = ZEROS
              MOVE "*** INFORME A CONTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTA-001.
       CTA-002.
           IF W-FUNCAO = "I" OR "C"
              GO TO CTA-OPC.
           DISPLAY TELADATA
           ACCEPT TDATAEXT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO CTA-001.
           MOVE W-CONTA   TO CONTACB
           MOVE W-DATAEXT TO DATACB
           MOVE ZEROS     TO SEQCB
           READ ARQCONCIL
           IF CB-ERRO NOT = "00"
              MOVE "* EXTRATO DESTE DIA NAO FOI IMPORTADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CTA-002.
           IF W-FUNCAO = "M"
              GO TO MAN-001.
       CTA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CTA-OPC.
           IF W-FUNCAO = "I"
              GO TO IMP-001.
           IF W-FUNCAO = "C"
              GO TO CON-001.
           GO TO REL-001.
      *
      **********************************************
      * IMPORTACAO DO EXTRATO DO DIA DA CONTA      *
      **********************************************
       IMP-001.
           MOVE SPACES TO W-NOMEEXT
           STRING "EXT"     DELIMITED BY SIZE
                  W-CONTA   DELIMITED BY SIZE
                  ".TXT"    DELIMITED BY SIZE
                  INTO W-NOMEEXT.
           OPEN INPUT ARQEXTBAN
           IF EX-ERRO NOT = "00"
              MOVE "* EXTRATO DA CONTA NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           READ ARQEXTBAN
           IF EX-ERRO NOT = "00" OR EXH-TIPO NOT = "0"
              MOVE "* EXTRATO SEM O REGISTRO DE ABERTURA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-FIM.
           IF EXH-BANCO NOT = W-BANCO OR EXH-AGENCIA NOT = W-AGENCIA
              OR EXH-CONTA NOT = W-NUMCTA
              MOVE "* O EXTRATO NAO E DA CONTA INFORMADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-FIM.
           MOVE W-CONTA  TO CONTACB
           MOVE EXH-DATA TO DATACB
           MOVE ZEROS    TO SEQCB
           READ ARQCONCIL
           IF CB-ERRO = "00"
              MOVE "* EXTRATO DESTE DIA JA FOI IMPORTADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-FIM.
      *    REGISTRO DE SALDOS DO DIA; O SALDO FINAL E ACERTADO PELO
      *    FECHAMENTO DO EXTRATO.
           MOVE EXH-DATA TO W-DATAEXT
           MOVE EXH-SALDO TO W-SALINI
           IF EXH-SINAL = "D"
              COMPUTE W-SALINI = 0 - EXH-SALDO.
           MOVE W-SALINI TO W-SALDO W-SALBANCO
           MOVE "N" TO W-TEMTRL
           MOVE ZEROS TO W-SEQ W-QTDLANC
           MOVE "S"       TO TIPOCB SITCB
           MOVE W-DATAEXT TO MOVDATACB
           MOVE ZEROS     TO VALORCB
           MOVE SPACES    TO DOCCB HISTCB REFCB
           MOVE W-SALINI  TO SALINICB SALFIMCB
           PERFORM GRAVA-CB THRU GRAVA-CB-FIM
           WRITE REGCONCIL
           IF CB-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQCONCIL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMP-FIM.
       IMP-LOOP.
           READ ARQEXTBAN
           IF EX-ERRO NOT = "00"
              GO TO IMP-FECHA.
           IF EXT-TIPO = "9"
              GO TO IMP-TRL.
           IF EXD-TIPO NOT = "1"
              GO TO IMP-LOOP.
           IF EXD-DC NOT = "D" AND "C"
              GO TO IMP-LOOP.
           ADD 1 TO W-SEQ W-QTDLANC
           MOVE W-CONTA   TO CONTACB
           MOVE W-DATAEXT TO DATACB
           MOVE W-SEQ     TO SEQCB
           MOVE EXD-DC    TO TIPOCB
           MOVE EXD-DATA  TO MOVDATACB
           MOVE EXD-VALOR TO VALORCB
           MOVE EXD-DOC   TO DOCCB
           MOVE EXD-HIST  TO HISTCB
           MOVE "A"       TO SITCB
           MOVE SPACES    TO REFCB
           MOVE ZEROS     TO SALINICB SALFIMCB
           PERFORM GRAVA-CB THRU GRAVA-CB-FIM
           WRITE REGCONCIL
           IF EXD-DC = "D"
              SUBTRACT EXD-VALOR FROM W-SALDO
           ELSE
              ADD EXD-VALOR TO W-SALDO.
           GO TO IMP-LOOP.
       IMP-TRL.
           MOVE "S" TO W-TEMTRL
           MOVE EXT-SALDO TO W-SALBANCO
           IF EXT-SINAL = "D"
              COMPUTE W-SALBANCO = 0 - EXT-SALDO.
           GO TO IMP-LOOP.
      *    SEM O REGISTRO DE FECHAMENTO VALE O SALDO CALCULADO.
       IMP-FECHA.
           CLOSE ARQEXTBAN
           IF W-TEMTRL NOT = "S"
              MOVE W-SALDO TO W-SALBANCO.
           MOVE W-CONTA   TO CONTACB
           MOVE W-DATAEXT TO DATACB
           MOVE ZEROS     TO SEQCB
           READ ARQCONCIL
           IF CB-ERRO = "00"
              MOVE W-SALBANCO TO SALFIMCB
              REWRITE REGCONCIL.
           PERFORM CON-AUTO THRU CON-AUTO-FIM
           MOVE W-QTDLANC TO W-QTDLANCTX
           MOVE W-QTDACH  TO W-QTDACHTX
           DISPLAY (17, 05) "LANCAMENTOS IMPORTADOS :"
           DISPLAY (17, 30) W-QTDLANCTX
           DISPLAY (18, 05) "DEBITOS CONCILIADOS    :"
           DISPLAY (18, 30) W-QTDACHTX
           IF W-SALDO NOT = W-SALBANCO
              MOVE "* SALDOS DO EXTRATO NAO FECHAM - VEJA OPCAO R *"
                                              TO MENS
           ELSE
              MOVE "** EXTRATO IMPORTADO E CONCILIADO **" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
       IMP-FIM.
           CLOSE ARQEXTBAN
           GO TO R1.
      *
      **********************************************
      * NOVA CONCILIACAO DOS DEBITOS EM ABERTO     *
      **********************************************
       CON-001.
           PERFORM CON-AUTO THRU CON-AUTO-FIM
           MOVE W-QTDACH TO W-QTDACHTX
           DISPLAY (18, 05) "DEBITOS CONCILIADOS    :"
           DISPLAY (18, 30) W-QTDACHTX
           MOVE "** CONCILIACAO AUTOMATICA CONCLUIDA **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      **********************************************
      * PAREAMENTO MANUAL DE UM LANCAMENTO         *
      **********************************************
       MAN-001.
           MOVE ZEROS TO W-SEQ
           MOVE SPACES TO W-TIPOPAR
           DISPLAY TELAMAN
           ACCEPT TSEQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-SEQ = ZEROS
              MOVE "*** INFORME A SEQUENCIA DO LANCAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-001.
           MOVE W-CONTA   TO CONTACB
           MOVE W-DATAEXT TO DATACB
           MOVE W-SEQ     TO SEQCB
           READ ARQCONCIL
           IF CB-ERRO NOT = "00"
              MOVE "*** LANCAMENTO NAO ENCONTRADO NO EXTRATO ***"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-001.
           DISPLAY TELAMAN.
       MAN-002.
           MOVE SPACES TO W-REFGUIA
           DISPLAY (20, 05) LIMPA
           ACCEPT TTIPOPAR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO MAN-001.
           IF W-TIPOPAR = "D" OR "d"
              GO TO MAN-DESF.
           IF SITCB NOT = "A"
              MOVE "* LANCAMENTO JA CONCILIADO - DESFACA (D) ANTES *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
           IF W-TIPOPAR = "T" OR "t"
              GO TO MAN-TIT.
           IF W-TIPOPAR = "G" OR "g"
              GO TO MAN-GUI.
           IF W-TIPOPAR = "F" OR "f"
              GO TO MAN-FOL.
           IF W-TIPOPAR = "O" OR "o"
              GO TO MAN-OUT.
           GO TO MAN-002.
       MAN-DESF.
           IF SITCB = "A"
              MOVE "*** LANCAMENTO JA ESTA EM ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
           MOVE SPACES TO W-REF
           MOVE REFCB TO W-REFGUIA
           MOVE ZEROS TO W-DATAGUIA
           GO TO MAN-OPC.
      *    TITULO: SO O JA BAIXADO (STP030/STP042) PODE SER PAREADO.
       MAN-TIT.
           IF W-TI-OK NOT = "S"
              MOVE "* ARQUIVO ARQPAGAR NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
           MOVE ZEROS TO W-MCNPJ W-MPARC
           MOVE SPACES TO W-MNF
           DISPLAY (20, 05) "CNPJ/NF/PARCELA :"
           ACCEPT (20, 23) W-MCNPJ
           ACCEPT (20, 39) W-MNF
           ACCEPT (20, 50) W-MPARC
           MOVE W-MCNPJ TO CNPJTIT
           MOVE W-MNF   TO NUMNF
           MOVE W-MPARC TO PARCTIT
           READ ARQPAGAR
           IF TI-ERRO NOT = "00"
              MOVE "*** TITULO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
           IF PAGTIT = ZEROS
              MOVE "* TITULO EM ABERTO - BAIXE NO STP030 ANTES *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
           MOVE "TIT"    TO W-ORIGREF
           MOVE CHAVETIT TO W-CHREF
           GO TO MAN-USO.
       MAN-GUI.
           IF W-GU-OK NOT = "S"
              MOVE "* ARQUIVO ARQGUIAS NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
           MOVE ZEROS TO W-MCOMPET W-MEMP
           MOVE SPACES TO W-MTIPO
           DISPLAY (20, 05) "COMPET/EMP/TIPO :"
           ACCEPT (20, 23) W-MCOMPET
           ACCEPT (20, 30) W-MEMP
           ACCEPT (20, 32) W-MTIPO
           MOVE W-MCOMPET TO COMPETGU
           MOVE W-MEMP    TO EMPGU
           MOVE W-MTIPO   TO TIPOGU
           READ ARQGUIAS
           IF GU-ERRO NOT = "00"
              MOVE "*** GUIA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
           MOVE "GUI"   TO W-ORIGREF
           MOVE CHAVEGU TO W-CHREF
           MOVE W-REF     TO W-REFGUIA
           MOVE MOVDATACB TO W-DATAGUIA
           GO TO MAN-USO.
      *    FOLHA: A MESMA COMPETENCIA PODE TER MAIS DE UM DEBITO (O
      *    REENVIO DOS CREDITOS REJEITADOS NO FPP031).
       MAN-FOL.
           MOVE ZEROS TO W-MCOMPET
           DISPLAY (20, 05) "COMPETENCIA     :"
           ACCEPT (20, 23) W-MCOMPET
           IF W-MANOCOMP < 1990 OR W-MMESCOMP = 0 OR W-MMESCOMP > 12
              MOVE "A COMPETENCIA DEVE SER VALIDA (AAAAMM)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
           MOVE "FOL"     TO W-ORIGREF
           MOVE SPACES    TO W-CHREF
           MOVE W-MCOMPET TO W-CHREF (1:6)
           GO TO MAN-OPC.
       MAN-OUT.
           MOVE SPACES TO W-MJUST
           DISPLAY (20, 05) "JUSTIFICATIVA   :"
           ACCEPT (20, 23) W-MJUST
           IF W-MJUST = SPACES
              MOVE "*** INFORME A JUSTIFICATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
           MOVE "OUT"   TO W-ORIGREF
           MOVE W-MJUST TO W-CHREF
           GO TO MAN-OPC.
      *    O MESMO TITULO OU GUIA NAO PODE PAGAR DOIS DEBITOS.
       MAN-USO.
           MOVE CHAVECB TO W-CHAVESAV
           PERFORM CON-USADA THRU CON-USADA-FIM
           MOVE W-CHAVESAV TO CHAVECB
           READ ARQCONCIL
           IF W-USADA = "S"
              MOVE "* REFERENCIA JA CONCILIADA EM OUTRO LANCAMENTO *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-002.
       MAN-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-001.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO MAN-OPC.
           MOVE W-REF TO REFCB
           IF W-REF = SPACES
              MOVE "A" TO SITCB
           ELSE
              MOVE "M" TO SITCB.
           PERFORM GRAVA-CB THRU GRAVA-CB-FIM
           REWRITE REGCONCIL
           IF CB-ERRO = "00" OR "02"
              PERFORM ATU-GUIA THRU ATU-GUIA-FIM
              MOVE "*** PAREAMENTO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO MAN-001.
           MOVE "ERRO NA GRAVACAO DO ARQCONCIL" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      **********************************************
      * RELATORIO DIARIO: SALDOS DO BANCO, MOVI-   *
      * MENTO DO DIA E PENDENCIAS EM ABERTO        *
      **********************************************
       REL-001.
           MOVE SALINICB TO W-SALINI
           MOVE SALFIMCB TO W-SALBANCO
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQCONCTX
           IF TX-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-BANCO   TO BANCOTX
           MOVE W-AGENCIA TO AGENTX
           MOVE W-NUMCTA  TO NUMCTATX
           MOVE W-DATAEXT TO DATAEXTTX
           WRITE REGCONCTX FROM CAB1
           WRITE REGCONCTX FROM CAB2
           WRITE REGCONCTX FROM CAB3
           WRITE REGCONCTX FROM CAB1
           MOVE ZEROS TO W-TOTDEB W-TOTCRD W-QTDLANC W-QTDAUTO
           MOVE ZEROS TO W-QTDMAN W-QTDABER W-PENDEB W-PENCRD
           MOVE ZEROS TO W-QTDPEND
           MOVE W-CONTA   TO CONTACB
           MOVE W-DATAEXT TO DATACB
           MOVE 1         TO SEQCB
           START ARQCONCIL KEY IS NOT LESS CHAVECB
              INVALID KEY
                 GO TO REL-SALDO.
       REL-LOOP.
           READ ARQCONCIL NEXT
           IF CB-ERRO NOT = "00"
              GO TO REL-SALDO.
           IF CONTACB NOT = W-CONTA OR DATACB NOT = W-DATAEXT
              GO TO REL-SALDO.
           ADD 1 TO W-QTDLANC
           IF TIPOCB = "D"
              ADD VALORCB TO W-TOTDEB
           ELSE
              ADD VALORCB TO W-TOTCRD.
           IF SITCB = "C"
              ADD 1 TO W-QTDAUTO.
           IF SITCB = "M"
              ADD 1 TO W-QTDMAN.
           IF SITCB = "A"
              ADD 1 TO W-QTDABER.
           PERFORM REL-DET THRU REL-DET-FIM
           GO TO REL-LOOP.
      *    SALDO FINAL CALCULADO CONTRA O INFORMADO PELO BANCO.
       REL-SALDO.
           COMPUTE W-SALDO = W-SALINI + W-TOTCRD - W-TOTDEB
           MOVE W-SALINI   TO SALINITX
           MOVE W-TOTCRD   TO TOTCRDTX
           MOVE W-TOTDEB   TO TOTDEBTX
           MOVE W-SALDO    TO SALCALCTX
           MOVE W-SALBANCO TO SALBANCOTX
           MOVE W-QTDAUTO  TO QTDAUTOTX
           MOVE W-QTDMAN   TO QTDMANTX
           MOVE W-QTDABER  TO QTDABERTX
           WRITE REGCONCTX FROM CAB1
           WRITE REGCONCTX FROM LINHA-SAL1
           WRITE REGCONCTX FROM LINHA-SAL2
           WRITE REGCONCTX FROM LINHA-SAL3
           WRITE REGCONCTX FROM LINHA-SAL4
           WRITE REGCONCTX FROM LINHA-SAL5
           IF W-SALDO NOT = W-SALBANCO
              WRITE REGCONCTX FROM LINHA-DIF.
           WRITE REGCONCTX FROM LINHA-QTD
           WRITE REGCONCTX FROM LINHABR
      *    PENDENCIAS: TUDO O QUE AINDA ESTA EM ABERTO NA CONTA ATE
      *    A DATA DO RELATORIO, INCLUSIVE DE DIAS ANTERIORES.
           WRITE REGCONCTX FROM CABPEND
           WRITE REGCONCTX FROM CAB3
           WRITE REGCONCTX FROM CAB1
           MOVE W-CONTA TO CONTACB
           MOVE ZEROS   TO DATACB SEQCB
           START ARQCONCIL KEY IS NOT LESS CHAVECB
              INVALID KEY
                 GO TO REL-FIM.
       REL-PEND.
           READ ARQCONCIL NEXT
           IF CB-ERRO NOT = "00"
              GO TO REL-FIM.
           IF CONTACB NOT = W-CONTA OR DATACB > W-DATAEXT
              GO TO REL-FIM.
           IF SITCB NOT = "A"
              GO TO REL-PEND.
           ADD 1 TO W-QTDPEND
           IF TIPOCB = "D"
              ADD VALORCB TO W-PENDEB
           ELSE
              ADD VALORCB TO W-PENCRD.
           PERFORM REL-DET THRU REL-DET-FIM
           GO TO REL-PEND.
       REL-FIM.
           MOVE W-PENDEB TO PENDEBTX
           MOVE W-PENCRD TO PENCRDTX
           WRITE REGCONCTX FROM CAB1
           WRITE REGCONCTX FROM LINHA-PEN1
           WRITE REGCONCTX FROM LINHA-PEN2
           CLOSE ARQCONCTX
           PERFORM GRAVA-CAT THRU GRAVA-CAT-FIM
           MOVE "** RELATORIO EM STP065-CONTA-DATA.DOC **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
       REL-DET.
           MOVE DATACB  TO DATATX
           MOVE SEQCB   TO SEQTX
           MOVE TIPOCB  TO DCTX
           MOVE VALORCB TO VALTX
           MOVE DOCCB   TO DOCTX
           MOVE HISTCB  TO HISTTX
           MOVE SITCB   TO SITTX
           MOVE REFCB   TO REFTX
           WRITE REGCONCTX FROM DET.
       REL-DET-FIM.
           EXIT.
      *
      **********************************************
      * CONCILIACAO AUTOMATICA DOS DEBITOS EM      *
      * ABERTO DA CONTA W-CONTA                    *
      **********************************************
       CON-AUTO.
           MOVE ZEROS TO W-QTDDEB W-QTDACH
           MOVE W-CONTA TO CONTACB
           MOVE ZEROS   TO DATACB SEQCB
           START ARQCONCIL KEY IS NOT LESS CHAVECB
              INVALID KEY
                 GO TO CON-AUTO-FIM.
       CON-AUTO1.
           READ ARQCONCIL NEXT
           IF CB-ERRO NOT = "00"
              GO TO CON-AUTO2.
           IF CONTACB NOT = W-CONTA
              GO TO CON-AUTO2.
           IF TIPOCB NOT = "D" OR SITCB NOT = "A"
              GO TO CON-AUTO1.
           IF W-QTDDEB NOT < 500
              GO TO CON-AUTO2.
           ADD 1 TO W-QTDDEB
           MOVE DATACB    TO DAT-TB (W-QTDDEB)
           MOVE SEQCB     TO SEQ-TB (W-QTDDEB)
           MOVE MOVDATACB TO MOV-TB (W-QTDDEB)
           MOVE VALORCB   TO VALD-TB (W-QTDDEB)
           MOVE SPACES    TO REF-TB (W-QTDDEB)
           GO TO CON-AUTO1.
       CON-AUTO2.
           IF W-QTDDEB = ZEROS
              GO TO CON-AUTO-FIM.
      *    TITULOS BAIXADOS: O VALOR QUE O BANCO DEBITOU E O PAGO NA
      *    BAIXA; TITULO ANTIGO SEM ELE VALE O LIQUIDO DAS RETENCOES.
       CON-TIT.
           IF W-TI-OK NOT = "S"
              GO TO CON-GUI.
           MOVE ZEROS TO CNPJTIT PARCTIT
           MOVE SPACES TO NUMNF
           START ARQPAGAR KEY IS NOT LESS CHAVETIT
              INVALID KEY
                 GO TO CON-GUI.
       CON-TIT1.
           READ ARQPAGAR NEXT
           IF TI-ERRO NOT = "00"
              GO TO CON-GUI.
           IF PAGTIT = ZEROS
              GO TO CON-TIT1.
           MOVE "D" TO W-MODO
           IF VALPAGOTIT NOT = ZEROS
              MOVE VALPAGOTIT TO W-VALCAND
           ELSE
              COMPUTE W-VALCAND = VALORTIT - IRRFTIT - ISSTIT.
           MOVE PAGTIT   TO W-DATACAND
           MOVE "TIT"    TO W-ORIGREF
           MOVE CHAVETIT TO W-CHREF
           PERFORM CON-CASA THRU CON-CASA-FIM
           GO TO CON-TIT1.
      *    GUIAS GPS/DARF: A PAGA VALE PELA DATA DO PAGAMENTO; A
      *    AINDA SEM PAGAMENTO, PELO MES DO VENCIMENTO.
       CON-GUI.
           IF W-GU-OK NOT = "S"
              GO TO CON-FOL.
           MOVE ZEROS TO COMPETGU EMPGU
           MOVE SPACES TO TIPOGU
           START ARQGUIAS KEY IS NOT LESS CHAVEGU
              INVALID KEY
                 GO TO CON-FOL.
       CON-GUI1.
           READ ARQGUIAS NEXT
           IF GU-ERRO NOT = "00"
              GO TO CON-FOL.
           MOVE "D"     TO W-MODO
           MOVE VALORGU TO W-VALCAND
           MOVE PAGGU   TO W-DATACAND
           IF PAGGU = ZEROS
              MOVE "M" TO W-MODO
              MOVE VENCGU (1:6) TO W-COMPCAND W-COMPPROX.
           MOVE "GUI"   TO W-ORIGREF
           MOVE CHAVEGU TO W-CHREF
           PERFORM CON-CASA THRU CON-CASA-FIM
           GO TO CON-GUI1.
      *    FOLHA: O BANCO DEBITA A REMESSA INTEIRA DE UMA VEZ; SOMA
      *    O LIQUIDO DOS CREDITOS QUE O RETORNO (FPP031) DEU COMO
      *    PAGOS, POR COMPETENCIA.
       CON-FOL.
           IF W-PG-OK NOT = "S" OR W-FL-OK NOT = "S"
              GO TO CON-GRAVA.
           MOVE ZEROS TO W-QTDFOL
           MOVE ZEROS TO FUNCPG COMPETPG
           START ARQPGSTAT KEY IS NOT LESS CHAVEPG
              INVALID KEY
                 GO TO CON-GRAVA.
       CON-FOL1.
           READ ARQPGSTAT NEXT
           IF PG-ERRO NOT = "00"
              GO TO CON-FOL3.
           IF SITPG NOT = "P"
              GO TO CON-FOL1.
           MOVE FUNCPG   TO FUNCFL
           MOVE COMPETPG TO COMPETFL
           READ ARQFOLHA
           IF FL-ERRO NOT = "00"
              GO TO CON-FOL1.
           MOVE ZEROS TO IY.
       CON-FOL2.
           ADD 1 TO IY
           IF IY > W-QTDFOL
              GO TO CON-FOL2A.
           IF COMPFOL-TB (IY) NOT = COMPETPG
              GO TO CON-FOL2.
           ADD LIQFL TO VALFOL-TB (IY)
           GO TO CON-FOL1.
       CON-FOL2A.
           IF W-QTDFOL NOT < 60
              GO TO CON-FOL1.
           ADD 1 TO W-QTDFOL
           MOVE COMPETPG TO COMPFOL-TB (W-QTDFOL)
           MOVE LIQFL    TO VALFOL-TB (W-QTDFOL)
           GO TO CON-FOL1.
      *    O DEBITO DA FOLHA CAI NO MES DA COMPETENCIA OU NO SEGUINTE.
       CON-FOL3.
           MOVE "M" TO W-MODO
           MOVE ZEROS TO IY.
       CON-FOL4.
           ADD 1 TO IY
           IF IY > W-QTDFOL
              GO TO CON-GRAVA.
           MOVE VALFOL-TB (IY)  TO W-VALCAND
           MOVE COMPFOL-TB (IY) TO W-COMPCAND
           MOVE W-COMPCAND TO W-COMPPROX
           ADD 1 TO W-MESPROX
           IF W-MESPROX > 12
              MOVE 1 TO W-MESPROX
              ADD 1 TO W-ANOPROX.
           MOVE "FOL"      TO W-ORIGREF
           MOVE SPACES     TO W-CHREF
           MOVE W-COMPCAND TO W-CHREF (1:6)
           PERFORM CON-CASA THRU CON-CASA-FIM
           GO TO CON-FOL4.
      *    GRAVA AS REFERENCIAS ACHADAS NOS LANCAMENTOS DO EXTRATO.
       CON-GRAVA.
           MOVE ZEROS TO IX.
       CON-GRAVA1.
           ADD 1 TO IX
           IF IX > W-QTDDEB
              GO TO CON-AUTO-FIM.
           IF REF-TB (IX) = SPACES
              GO TO CON-GRAVA1.
           MOVE W-CONTA     TO CONTACB
           MOVE DAT-TB (IX) TO DATACB
           MOVE SEQ-TB (IX) TO SEQCB
           READ ARQCONCIL
           IF CB-ERRO NOT = "00"
              GO TO CON-GRAVA1.
           MOVE "C"         TO SITCB
           MOVE REF-TB (IX) TO REFCB
           PERFORM GRAVA-CB THRU GRAVA-CB-FIM
           REWRITE REGCONCIL
           MOVE REF-TB (IX) TO W-REFGUIA
           MOVE MOV-TB (IX) TO W-DATAGUIA
           PERFORM ATU-GUIA THRU ATU-GUIA-FIM
           GO TO CON-GRAVA1.
       CON-AUTO-FIM.
           EXIT.
      *
      *    PROCURA O PRIMEIRO DEBITO EM ABERTO COM O VALOR DO
      *    CANDIDATO NA DATA DELE (MODO D) OU EM UM DOS MESES
      *    ACEITOS (MODO M); A REFERENCIA JA CONCILIADA ANTES NAO
      *    PAGA OUTRO DEBITO.
       CON-CASA.
           IF W-VALCAND = ZEROS
              GO TO CON-CASA-FIM.
           MOVE ZEROS TO IX.
       CON-CASA1.
           ADD 1 TO IX
           IF IX > W-QTDDEB
              GO TO CON-CASA-FIM.
           IF REF-TB (IX) NOT = SPACES
              GO TO CON-CASA1.
           IF VALD-TB (IX) NOT = W-VALCAND
              GO TO CON-CASA1.
           IF W-MODO = "D" AND MOV-TB (IX) NOT = W-DATACAND
              GO TO CON-CASA1.
           IF W-MODO = "M" AND MOVC-TB (IX) NOT = W-COMPCAND
              AND MOVC-TB (IX) NOT = W-COMPPROX
              GO TO CON-CASA1.
           PERFORM CON-USADA THRU CON-USADA-FIM
           IF W-USADA = "S"
              GO TO CON-CASA-FIM.
           MOVE W-REF TO REF-TB (IX)
           ADD 1 TO W-QTDACH.
       CON-CASA-FIM.
           EXIT.
      *
      *    W-USADA = S QUANDO W-REF JA ESTA EM ALGUM LANCAMENTO DO
      *    ARQCONCIL (LEITURA PELA CHAVE ALTERNATIVA REFCB).
       CON-USADA.
           MOVE "N" TO W-USADA
           MOVE W-REF TO REFCB
           READ ARQCONCIL KEY IS REFCB
           IF CB-ERRO = "00"
              MOVE "S" TO W-USADA.
       CON-USADA-FIM.
           EXIT.
      *
      *    GUIA CONCILIADA RECEBE A DATA DO DEBITO NO PAGGU (O FLUXO
      *    DE CAIXA DO STP043 DEIXA DE PROJETA-LA); DESFEITO O
      *    PAREAMENTO, A GUIA VOLTA A FICAR EM ABERTO.
       ATU-GUIA.
           IF W-GU-OK NOT = "S" OR W-REFGUIA (1:3) NOT = "GUI"
              GO TO ATU-GUIA-FIM.
           MOVE W-REFGUIA (4:8) TO CHAVEGU
           READ ARQGUIAS
           IF GU-ERRO NOT = "00"
              GO TO ATU-GUIA-FIM.
           MOVE W-DATAGUIA TO PAGGU
           REWRITE REGGUIA.
       ATU-GUIA-FIM.
           EXIT.
      *
      *    OPERADOR E MOMENTO DA GRAVACAO DO LANCAMENTO.
       GRAVA-CB.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-OPERADOR TO OPERADOR-CB
           MOVE W-DATAHOJE TO DATAGRAV-CB
           MOVE W-HORAHOJE TO HORAGRAV-CB.
       GRAVA-CB-FIM.
           EXIT.
      *
      *    NOME DO RELATORIO COM PROGRAMA, CONTA E DATA DO EXTRATO.
       MONTA-NOME.
           ACCEPT W-DATARELC FROM DATE YYYYMMDD
           ACCEPT W-HORARELC FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "STP065-" DELIMITED BY SIZE
                  W-NUMCTA  DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  W-DATAEXT DELIMITED BY SIZE
                  ".DOC"    DELIMITED BY SIZE
                  INTO W-NOMEREL.
       MONTA-NOME-FIM.
           EXIT.
      *
      *    REGISTRA A EMISSAO NO CATALOGO DE RELATORIOS.
       GRAVA-CAT.
           OPEN I-O ARQRELCAT
           IF RC-ERRO NOT = "00"
              IF RC-ERRO = "30"
                 OPEN OUTPUT ARQRELCAT
                 CLOSE ARQRELCAT
                 OPEN I-O ARQRELCAT
              ELSE
                 GO TO GRAVA-CAT-FIM.
           MOVE W-DATARELC TO DATARC
           MOVE W-HORARELC TO HORARC
           MOVE "STP065"   TO PROGRC
           MOVE W-DATAEXT (1:6) TO COMPETRC
           MOVE W-NOMEREL  TO NOMERC
           MOVE W-OPERADOR TO OPERRC
           MOVE W-QTDLANC  TO QTDRC
           WRITE REGRELCAT
           CLOSE ARQRELCAT.
       GRAVA-CAT-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQCONCIL
           IF W-TI-OK = "S"
              CLOSE ARQPAGAR.
           IF W-GU-OK = "S"
              CLOSE ARQGUIAS.
           IF W-PG-OK = "S"
              CLOSE ARQPGSTAT.
           IF W-FL-OK = "S"
              CLOSE ARQFOLHA.
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
