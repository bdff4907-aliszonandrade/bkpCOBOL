       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP066.
       AUTHOR. FERNANDO OLIVEIRA DA COSTA.
      **************************************************
      * CADASTRO DE CONTRATOS RECORRENTES (ARQCTREC)   *
      * ALUGUEL, LIMPEZA, VIGILANCIA, LICENCAS ETC.:   *
      * VALOR, DIA DO VENCIMENTO, VIGENCIA, INDICE E   *
      * MES DO REAJUSTE ANUAL E TIPO DE RETENCAO. O    *
      * STP067 GERA TODO MES OS TITULOS NO ARQPAGAR.   *
      * NA CONSULTA, R APLICA O REAJUSTE DO ANO PELO   *
      * PERCENTUAL DO INDICE.                          *
      * SERVICO: ITEM DA LC 116 E CEP DA PRESTACAO; A  *
      * ALIQUOTA DO ISS VEM DA TABELA DO STP072.       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTREC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVECT
                   FILE STATUS  IS CT-ERRO.

           SELECT CADFORN ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CNPJ
                   FILE STATUS  IS FORN-ERRO.

           SELECT CADCEP ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CEP
                   FILE STATUS  IS CEP-ERRO
                   ALTERNATE RECORD KEY IS DATA-INC-MAN
                                  WITH DUPLICATES.

           SELECT ARQALIQISS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEAI
                   FILE STATUS  IS AI-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *    CONTRATO RECORRENTE POR FORNECEDOR. FIMCT = 0: SEM PRAZO;
      *    MESREAJCT = 0: SEM REAJUSTE. TIPORETCT: N = SEM RETENCAO
      *    (TITULO TIPO R), S = SERVICO COM IRRF/ISS (TITULO TIPO S,
      *    GUIA NO STP051). ULTGERCT = ULTIMA COMPETENCIA GERADA.
      *    SERVCT/CEPSERVCT/MUNISSCT: ITEM DA LC 116, CEP E CODIGO
      *    IBGE DO MUNICIPIO ONDE O SERVICO E PRESTADO (ISS).
       FD ARQCTREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTREC.DAT".
       01 REGCTREC.
           03 CHAVECT.
               05 CNPJCT    PIC 9(15).
               05 NUMCT     PIC 9(04).
           03 DESCCT        PIC X(30).
           03 VALORCT       PIC 9(08)V99.
           03 DIAVENCCT     PIC 9(02).
           03 INICIOCT.
               05 ANOINICT  PIC 9(04).
               05 MESINICT  PIC 9(02).
               05 DIAINICT  PIC 9(02).
           03 FIMCT         PIC 9(08).
           03 INDICECT      PIC X(06).
           03 MESREAJCT     PIC 9(02).
           03 ULTREAJCT     PIC 9(06).
           03 TIPORETCT     PIC X(01).
           03 PERCIRRFCT    PIC 9(02)V99.
           03 PERCISSCT     PIC 9(02)V99.
           03 ULTGERCT      PIC 9(06).
           03 OPERADOR-CT   PIC X(08).
           03 DATAGRAVACAO-CT.
               05 DATAGRAV-CT PIC 9(8).
               05 HORAGRAV-CT PIC 9(6).
           03 SERVCT        PIC X(05).
           03 CEPSERVCT     PIC 9(09).
           03 MUNISSCT      PIC 9(07).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ          PIC 9(15).
           03 RAZAO         PIC X(40).
           03 NOME          PIC X(12).
           03 FILLER        PIC X(16).
           03 CEPFORN       PIC 9(09).
           03 FILLER        PIC X(22).
      *
       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP          PIC 9(09).
           03 LOGRADOURO   PIC X(35).
           03 BAIRRO       PIC X(20).
           03 CIDADE       PIC X(20).
           03 UFAUX        PIC X(02).
           03 UFAUX2       PIC X(20).
           03 PONTOREF     PIC X(35).
           03 STATS        PIC 9(01).
           03 OBS          PIC X(40).
           03 DATA-INC-MAN.
               07 IGN      PIC 9(02).
               07 MES      PIC 9(02).
               07 DIA      PIC 9(02).
           03 ANO          PIC 9(04).
           03 OPERADOR     PIC X(08).
           03 DATAGRAVACAO.
               05 DATAGRAV PIC 9(8).
               05 HORAGRAV PIC 9(6).
           03 CODIBGE      PIC 9(07).
      *
      *    ALIQUOTA DO ISS POR MUNICIPIO E ITEM DE SERVICO (STP072).
       FD ARQALIQISS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALIQISS.DAT".
       01 REGALIQISS.
           03 CHAVEAI.
               05 CODIBGEAI  PIC 9(07).
               05 SERVAI     PIC X(05).
           03 DESCSERVAI     PIC X(30).
           03 ALIQAI         PIC 9(02)V99.
           03 OPERADOR-AI    PIC X(08).
           03 DATAGRAVACAO-AI.
               05 DATAGRAV-AI PIC 9(8).
               05 HORAGRAV-AI PIC 9(6).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT     PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 CT-ERRO    PIC X(02) VALUE "00".
       01 FORN-ERRO  PIC X(02) VALUE "00".
       01 CEP-ERRO   PIC X(02) VALUE "00".
       01 AI-ERRO    PIC X(02) VALUE "00".
       01 W-ISS-OK   PIC X(01) VALUE "N".
       01 W-SEL      PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-DATAHOJE PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE PIC 9(06) VALUE ZEROS.
       01 W-DTFIM.
           05 W-ANOFIM   PIC 9(04) VALUE ZEROS.
           05 W-MESFIM   PIC 9(02) VALUE ZEROS.
           05 W-DIAFIM   PIC 9(02) VALUE ZEROS.
       01 W-PERCREAJ PIC 9(02)V99 VALUE ZEROS.
       01 W-VALNOVO  PIC 9(08)V99 VALUE ZEROS.
       01 W-VALNOVOTX PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 14
               VALUE  "*** CONTRATOS RECORRENTES A PAGAR ***".
           05  LINE 04  COLUMN 04 VALUE  "CNPJ DO FORNECEDOR   :".
           05  LINE 05  COLUMN 04 VALUE  "NUMERO DO CONTRATO   :".
           05  LINE 07  COLUMN 04 VALUE  "DESCRICAO            :".
           05  LINE 08  COLUMN 04 VALUE  "VALOR MENSAL         :".
           05  LINE 09  COLUMN 04 VALUE  "DIA DO VENCIMENTO    :".
           05  LINE 10  COLUMN 04 VALUE  "INICIO (AAAAMMDD)    :".
           05  LINE 11  COLUMN 04 VALUE  "FIM (0 = SEM PRAZO)  :".
           05  LINE 12  COLUMN 04 VALUE  "INDICE DE REAJUSTE   :".
           05  LINE 13  COLUMN 04 VALUE  "MES DO REAJUSTE      :".
           05  LINE 13  COLUMN 33 VALUE  "ULTIMO REAJUSTE :".
           05  LINE 14  COLUMN 04 VALUE  "RETENCAO (N/S)       :".
           05  LINE 15  COLUMN 04 VALUE  "PERCENTUAL IRRF      :".
           05  LINE 16  COLUMN 04 VALUE  "ITEM SERVICO LC 116  :".
           05  LINE 17  COLUMN 04 VALUE  "CEP DA PRESTACAO     :".
           05  LINE 18  COLUMN 04 VALUE  "PERCENTUAL ISS       :".
           05  LINE 19  COLUMN 04 VALUE  "ULTIMA COMPET. GERADA:".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCNPJCT
               LINE 04  COLUMN 27  PIC 9(15)
               USING  CNPJCT
               HIGHLIGHT.
           05  TNUMCT
               LINE 05  COLUMN 27  PIC 9(04)
               USING  NUMCT
               HIGHLIGHT.
           05  TDESCCT
               LINE 07  COLUMN 27  PIC X(30)
               USING  DESCCT
               HIGHLIGHT.
           05  TVALORCT
               LINE 08  COLUMN 27  PIC ZZ.ZZZ.ZZ9,99
               USING  VALORCT
               HIGHLIGHT.
           05  TDIAVENCCT
               LINE 09  COLUMN 27  PIC 9(02)
               USING  DIAVENCCT
               HIGHLIGHT.
           05  TINICIOCT
               LINE 10  COLUMN 27  PIC 9(08)
               USING  INICIOCT
               HIGHLIGHT.
           05  TFIMCT
               LINE 11  COLUMN 27  PIC 9(08)
               USING  FIMCT
               HIGHLIGHT.
           05  TINDICECT
               LINE 12  COLUMN 27  PIC X(06)
               USING  INDICECT
               HIGHLIGHT.
           05  TMESREAJCT
               LINE 13  COLUMN 27  PIC 9(02)
               USING  MESREAJCT
               HIGHLIGHT.
           05  TULTREAJCT
               LINE 13  COLUMN 51  PIC 9(06)
               FROM   ULTREAJCT.
           05  TTIPORETCT
               LINE 14  COLUMN 27  PIC X(01)
               USING  TIPORETCT
               HIGHLIGHT.
           05  TPERCIRRFCT
               LINE 15  COLUMN 27  PIC Z9,99
               USING  PERCIRRFCT
               HIGHLIGHT.
           05  TSERVCT
               LINE 16  COLUMN 27  PIC X(05)
               USING  SERVCT
               HIGHLIGHT.
           05  TCEPSERVCT
               LINE 17  COLUMN 27  PIC 9(09)
               USING  CEPSERVCT
               HIGHLIGHT.
           05  TPERCISSCT
               LINE 18  COLUMN 27  PIC Z9,99
               FROM   PERCISSCT.
           05  TULTGERCT
               LINE 19  COLUMN 27  PIC 9(06)
               FROM   ULTGERCT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O ARQCTREC
           IF CT-ERRO NOT = "00"
              IF CT-ERRO = "30"
                 OPEN OUTPUT ARQCTREC
                 CLOSE ARQCTREC
                 MOVE "*** ARQUIVO ARQCTREC FOI CRIADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCTREC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
       R0A.
           OPEN INPUT CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE "* CADASTRE FORNECEDORES NO STP002 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT CADCEP
           IF CEP-ERRO = "00"
              OPEN INPUT ARQALIQISS
              IF AI-ERRO = "00"
                 MOVE "S" TO W-ISS-OK
              ELSE
                 CLOSE CADCEP.
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
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO CHAVECT VALORCT DIAVENCCT INICIOCT FIMCT
           MOVE ZEROS TO MESREAJCT ULTREAJCT PERCIRRFCT PERCISSCT
           MOVE ZEROS TO ULTGERCT W-SEL CEPSERVCT MUNISSCT
           MOVE SPACES TO DESCCT INDICECT TIPORETCT SERVCT
           DISPLAY TELA.
       R2.
           ACCEPT TCNPJCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE CNPJCT TO CNPJ
           READ CADFORN
           IF FORN-ERRO NOT = "00"
              MOVE "*** FORNECEDOR NAO CADASTRADO (STP002) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 44) NOME.
       R2A.
           ACCEPT TNUMCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF NUMCT = ZEROS
              MOVE "O NUMERO DEVE SER MAIOR QUE ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
       LER-ARQCTREC.
           READ ARQCTREC
           IF CT-ERRO NOT = "23"
              IF CT-ERRO = "00"
                 DISPLAY TELA
                 MOVE "*** CONTRATO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO ARQCTREC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R3.
           ACCEPT TDESCCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2A.
           IF DESCCT = SPACES
              MOVE "A DESCRICAO NAO PODE FICAR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R4.
           ACCEPT TVALORCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF VALORCT = ZEROS
              MOVE "O VALOR DEVE SER MAIOR QUE ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
      *    DIA 29 A 31 VIRA O ULTIMO DIA NOS MESES MAIS CURTOS.
       R5.
           ACCEPT TDIAVENCCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF DIAVENCCT = ZEROS OR DIAVENCCT > 31
              MOVE "O DIA DO VENCIMENTO VAI DE 1 A 31" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
       R6.
           ACCEPT TINICIOCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF ANOINICT < 1990 OR MESINICT = 0 OR MESINICT > 12
              OR DIAINICT = 0 OR DIAINICT > 31
              MOVE "INFORME UMA DATA DE INICIO VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TFIMCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF FIMCT = ZEROS
              GO TO R8.
           MOVE FIMCT TO W-DTFIM
           IF W-MESFIM = 0 OR W-MESFIM > 12 OR W-DIAFIM = 0
              OR W-DIAFIM > 31
              MOVE "INFORME UMA DATA DE FIM VALIDA (OU ZERO)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF FIMCT < INICIOCT
              MOVE "O FIM NAO PODE SER ANTES DO INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TINDICECT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
       R9.
           ACCEPT TMESREAJCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8.
           IF MESREAJCT > 12
              MOVE "MES DO REAJUSTE DE 1 A 12 (0 = SEM REAJUSTE)"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF MESREAJCT NOT = ZEROS AND INDICECT = SPACES
              MOVE "INFORME O INDICE DO REAJUSTE (IGPM, IPCA...)"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
       R10.
           ACCEPT TTIPORETCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9.
           IF TIPORETCT = "n"
              MOVE "N" TO TIPORETCT.
           IF TIPORETCT = "s"
              MOVE "S" TO TIPORETCT.
           IF TIPORETCT NOT = "N" AND TIPORETCT NOT = "S"
              MOVE "N = SEM RETENCAO, S = SERVICO COM IRRF/ISS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           IF TIPORETCT = "N"
              MOVE ZEROS TO PERCIRRFCT PERCISSCT CEPSERVCT MUNISSCT
              MOVE SPACES TO SERVCT
              DISPLAY TPERCIRRFCT TSERVCT TCEPSERVCT TPERCISSCT
              DISPLAY (17, 38) LIMPA
              GO TO R13.
       R11.
           ACCEPT TPERCIRRFCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R10.
      *    ISS: ITEM DA LC 116 E MUNICIPIO DA PRESTACAO (CEP DO
      *    FORNECEDOR OU OUTRO ENDERECO); A ALIQUOTA VEM DO STP072.
       R12.
           ACCEPT TSERVCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R11.
           IF SERVCT = SPACES
              MOVE ZEROS TO PERCISSCT CEPSERVCT MUNISSCT
              DISPLAY TCEPSERVCT TPERCISSCT
              DISPLAY (17, 38) LIMPA
              GO TO R12C.
           IF W-ISS-OK NOT = "S"
              MOVE "* CADASTRE CEP E ALIQUOTAS (STP072) ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
           IF SERVCT (1:2) NOT NUMERIC OR SERVCT (3:1) NOT = "."
              OR SERVCT (4:2) NOT NUMERIC
              MOVE "O ITEM DEVE SER NO FORMATO NN.NN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
           IF CEPSERVCT = ZEROS
              MOVE CEPFORN TO CEPSERVCT.
       R12A.
           ACCEPT TCEPSERVCT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R12.
           MOVE CEPSERVCT TO CEP
           READ CADCEP
           IF CEP-ERRO NOT = "00"
              MOVE "*** CEP NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12A.
           IF CODIBGE = ZEROS
              MOVE "* CEP SEM CODIGO IBGE DO MUNICIPIO (STP001) *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12A.
           MOVE CODIBGE TO MUNISSCT
           DISPLAY (17, 38) CIDADE
           MOVE MUNISSCT TO CODIBGEAI
           MOVE SERVCT   TO SERVAI
           READ ARQALIQISS
           IF AI-ERRO NOT = "00"
              MOVE "* SEM ALIQUOTA NO STP072 PARA MUNICIPIO/ITEM *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
           MOVE ALIQAI TO PERCISSCT
           DISPLAY TPERCISSCT.
       R12C.
           IF PERCIRRFCT = ZEROS AND PERCISSCT = ZEROS
              MOVE "SERVICO SEM RETENCAO? INFORME UM PERCENTUAL"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
       R13.
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
           PERFORM GRAVA-CT THRU GRAVA-CT-FIM
           WRITE REGCTREC
           IF CT-ERRO = "00"
              MOVE "*** CONTRATO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF CT-ERRO = "22"
              MOVE "* CONTRATO JA EXISTE, NAO GRAVADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCTREC" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      ************************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO/REAJUSTE*
      ************************************************
      *
       ACE-001.
           DISPLAY (23, 12)
                "N=NOVO  A=ALTERAR  E=EXCLUIR  R=REAJUSTAR"
           ACCEPT (23, 55) W-OPCAO
           IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
              AND W-OPCAO NOT = "E" AND W-OPCAO NOT = "R"
              GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-OPCAO = "N"
              GO TO R1.
           IF W-OPCAO = "R"
              GO TO REA-001.
           IF W-OPCAO = "A"
              MOVE 1 TO W-SEL
              GO TO R3.
      *
       EXC-OPC.
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
           DELETE ARQCTREC RECORD
           IF CT-ERRO = "00"
              MOVE "*** CONTRATO EXCLUIDO ***" TO MENS
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
           PERFORM GRAVA-CT THRU GRAVA-CT-FIM
           REWRITE REGCTREC
           IF CT-ERRO = "00" OR "02"
              MOVE "*** CONTRATO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "ERRO NA ALTERACAO DO CONTRATO" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *    REAJUSTE ANUAL: O OPERADOR INFORMA O PERCENTUAL DO INDICE
      *    ACUMULADO NOS 12 MESES; O NOVO VALOR VALE A PARTIR DA
      *    PROXIMA GERACAO E O MES FICA EM ULTREAJCT.
       REA-001.
           IF MESREAJCT = ZEROS
              MOVE "*** CONTRATO SEM REAJUSTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ULTREAJCT (1:4) = W-DATAHOJE (1:4)
              MOVE "*** CONTRATO JA REAJUSTADO NESTE ANO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-PERCREAJ
           DISPLAY (20, 04) "% DO INDICE NO ANO  :"
           DISPLAY (20, 27) INDICECT
           ACCEPT (20, 34) W-PERCREAJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-PERCREAJ = ZEROS
              MOVE "INFORME O PERCENTUAL DO REAJUSTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REA-001.
           COMPUTE W-VALNOVO ROUNDED =
                   VALORCT + (VALORCT * W-PERCREAJ / 100)
           MOVE W-VALNOVO TO W-VALNOVOTX
           DISPLAY (21, 04) "NOVO VALOR MENSAL   :"
           DISPLAY (21, 27) W-VALNOVOTX.
       REA-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "REAJUSTA (S/N) : "
           ACCEPT (23, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REAJUSTE NAO APLICADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO REA-OPC.
           MOVE W-VALNOVO TO VALORCT
           MOVE W-DATAHOJE (1:6) TO ULTREAJCT
           GO TO ALT-RW1.
      *
      *    OPERADOR E MOMENTO DA GRAVACAO.
       GRAVA-CT.
           ACCEPT W-HORAHOJE FROM TIME
           MOVE W-OPERADOR TO OPERADOR-CT
           MOVE W-DATAHOJE TO DATAGRAV-CT
           MOVE W-HORAHOJE TO HORAGRAV-CT.
       GRAVA-CT-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE ARQCTREC CADFORN.
           IF W-ISS-OK = "S"
              CLOSE CADCEP ARQALIQISS.
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
