      * O TITULO ENTRA NO ARQPAGAR COM TIPO S E OS     *
      * PERCENTUAIS, A BAIXA DO STP030 PAGA O LIQUIDO  *
      * E A GUIA MENSAL DAS RETENCOES SAI NO STP051.   *
      * O PERCENTUAL DE ISS VEM DA TABELA DO STP072,   *
      * PELO MUNICIPIO DO CEP ONDE O SERVICO E PRESTADO*
      * (O DO PRESTADOR OU OUTRO INFORMADO) E PELO     *
      * ITEM DA LC 116.                                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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

           SELECT ARQMUNIC ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CODIBGE-MU
                   FILE STATUS  IS MU-ERRO.

           SELECT ARQALIQISS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEAI
                   FILE STATUS  IS AI-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADFORN
               LABEL RECORD IS STANDARD
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
      *    MUNICIPIOS PELO CODIGO IBGE (STP053).
       FD ARQMUNIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMUNIC.DAT".
       01 REGMUNIC.
          03 CODIBGE-MU        PIC 9(07).
          03 NOMEMUNIC         PIC X(30).
          03 UFMUNIC           PIC X(02).
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
       77 LIMPA      PIC X(50) VALUE SPACES.
       01 TI-ERRO    PIC X(02) VALUE "00".
       01 FORN-ERRO  PIC X(02) VALUE "00".
       01 CEP-ERRO   PIC X(02) VALUE "00".
       01 MU-ERRO    PIC X(02) VALUE "00".
       01 AI-ERRO    PIC X(02) VALUE "00".
       01 W-ISS-OK   PIC X(01) VALUE "N".
       01 W-MU-OK    PIC X(01) VALUE "N".
       01 W-CEPSERV  PIC 9(09) VALUE ZEROS.
       01 W-OPERADOR PIC X(08) VALUE SPACES.
       01 W-LIQ      PIC 9(08)V99 VALUE ZEROS.
       01 W-LIQTX    PIC ZZZ.ZZZ.ZZ9,99.
           05  LINE 10  COLUMN 04 VALUE  "VENCIMENTO(AAAAMMDD) :".
           05  LINE 12  COLUMN 04 VALUE  "VALOR BRUTO          :".
           05  LINE 14  COLUMN 04 VALUE  "PERCENTUAL IRRF      :".
           05  LINE 15  COLUMN 04 VALUE  "ITEM LC 116 (NN.NN)  :".
           05  LINE 15  COLUMN 36 VALUE  "(BRANCO = SEM ISS)".
           05  LINE 16  COLUMN 04 VALUE  "CEP DA PRESTACAO     :".
           05  LINE 17  COLUMN 04 VALUE  "PERCENTUAL ISS       :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCNPJTIT
               LINE 04  COLUMN 27  PIC 9(15)
               LINE 14  COLUMN 27  PIC Z9,99
               USING  PERCIRRF
               HIGHLIGHT.
           05  TSERVISS
               LINE 15  COLUMN 27  PIC X(05)
               USING  SERVISSTIT
               HIGHLIGHT.
           05  TCEPSERV
               LINE 16  COLUMN 27  PIC 9(09)
               USING  W-CEPSERV
               HIGHLIGHT.
           05  TPERCISS
               LINE 17  COLUMN 27  PIC Z9,99
               FROM   PERCISS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              MOVE "* CADASTRE FORNECEDORES NO STP002 ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *    SEM CEP E TABELA DE ALIQUOTAS SO ENTRA TITULO SEM ISS.
           OPEN INPUT CADCEP
           IF CEP-ERRO = "00"
              OPEN INPUT ARQALIQISS
              IF AI-ERRO = "00"
                 MOVE "S" TO W-ISS-OK
              ELSE
                 CLOSE CADCEP.
           OPEN INPUT ARQMUNIC
           IF MU-ERRO = "00"
              MOVE "S" TO W-MU-OK.
       R0B.
           MOVE SPACES TO W-OPERADOR
           DISPLAY (01, 04) "OPERADOR:"
       R1.
           MOVE ZEROS TO CHAVETIT EMISSAOTIT VENCTIT VALORTIT
           MOVE ZEROS TO PAGTIT PERCIRRF PERCISS IRRFTIT ISSTIT
      *    CONDICOES DE DESCONTO E ENCARGOS: OPCAO C DO STP030.
           MOVE ZEROS TO DTDESCTIT PERCDESCTIT PERCMULTATIT JURODIATIT
           MOVE ZEROS TO VALPAGOTIT MUNISSTIT W-CEPSERV
           MOVE SPACES TO NUMNF FORMAPAG SERVISSTIT
           DISPLAY TELA.
       R2.
           ACCEPT TCNPJTIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
      *    ISS: ITEM DA LC 116 E MUNICIPIO DA PRESTACAO; A ALIQUOTA
      *    VEM DA TABELA DO STP072, SEM DIGITACAO.
       R8.
           ACCEPT TSERVISS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF SERVISSTIT = SPACES
              MOVE ZEROS TO PERCISS MUNISSTIT W-CEPSERV
              DISPLAY TCEPSERV TPERCISS
              DISPLAY (16, 38) LIMPA
              GO TO R8C.
           IF W-ISS-OK NOT = "S"
              MOVE "* CADASTRE CEP E ALIQUOTAS (STP072) ANTES *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF SERVISSTIT (1:2) NOT NUMERIC OR SERVISSTIT (3:1) NOT = "."
              OR SERVISSTIT (4:2) NOT NUMERIC
              MOVE "O ITEM DEVE SER NO FORMATO NN.NN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-CEPSERV = ZEROS
              MOVE CEPFORN TO W-CEPSERV.
       R8A.
           ACCEPT TCEPSERV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8.
           MOVE W-CEPSERV TO CEP
           READ CADCEP
           IF CEP-ERRO NOT = "00"
              MOVE "*** CEP NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8A.
           IF CODIBGE = ZEROS
              MOVE "* CEP SEM CODIGO IBGE DO MUNICIPIO (STP001) *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8A.
           MOVE CODIBGE TO MUNISSTIT
           DISPLAY (16, 38) CIDADE
           IF W-MU-OK = "S"
              MOVE CODIBGE TO CODIBGE-MU
              READ ARQMUNIC
              IF MU-ERRO = "00"
                 DISPLAY (16, 38) NOMEMUNIC.
           MOVE MUNISSTIT  TO CODIBGEAI
           MOVE SERVISSTIT TO SERVAI
           READ ARQALIQISS
           IF AI-ERRO NOT = "00"
              MOVE "* SEM ALIQUOTA NO STP072 PARA MUNICIPIO/ITEM *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           MOVE ALIQAI TO PERCISS
           DISPLAY TPERCISS.
       R8C.
           IF PERCIRRF = ZEROS AND PERCISS = ZEROS
              MOVE "SERVICO SEM RETENCAO? INFORME UM PERCENTUAL"
                                              TO MENS
                  - (VALORTIT * PERCIRRF / 100)
                  - (VALORTIT * PERCISS / 100)
           MOVE W-LIQ TO W-LIQTX
           DISPLAY (19, 04) "LIQUIDO PREVISTO     :"
           DISPLAY (19, 27) W-LIQTX.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : "
           GO TO ROT-FIM.
      *
       ROT-FIM.
           CLOSE ARQPAGAR CADFORN
           IF W-ISS-OK = "S"
              CLOSE CADCEP ARQALIQISS.
           IF W-MU-OK = "S"
              CLOSE ARQMUNIC.
       ROT-FIM2.
           DISPLAY (01, 01) ERASE.
       ROT-FIM2A.
