      * (DA ENTRADA NO ESTOQUE PELO DIARIO DO STP020,    *
      * ATUALIZA O ITEM E A SITUACAO DO PEDIDO E IMPRIME *
      * O RELATORIO DO RECEBIMENTO)                      *
      * ESCRITURACAO FISCAL DA NF DE ENTRADA (CFOP, ICMS,*
      * IPI E ST POR ITEM) PARA O LIVRO DO STP056        *
      ****************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVEQR
                   FILE STATUS  IS QR-ERRO.

           SELECT ARQNFECAB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVENE
                   ALTERNATE RECORD KEY IS DATAENTNE WITH DUPLICATES
                   FILE STATUS  IS NE-ERRO.

           SELECT ARQNFEITE ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CHAVENI
                   FILE STATUS  IS NI-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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

      *    CONVERSAO DA UNIDADE DE COMPRA PARA A DE ESTOQUE (STP031).
       FD ARQCONVUN
               05 NUMLOTE   PIC X(10).
           03 VALIDADELT    PIC 9(08).
           03 QTDLOTE       PIC 9(05)V9.
      *    LOTE EM RECALL (STP068): O SALDO FICA BLOQUEADO AQUI E
      *    NAO ENTRA NA BAIXA FEFO ATE A LIBERACAO.
           03 QTDBLQLT      PIC 9(05)V9.
           03 DATABLQLT     PIC 9(08).
           03 OPERBLQLT     PIC X(08).

      *    HISTORICO DE PRECO (MESMO ARQUIVO DO STP003): CADA
      *    RECALCULO DO CUSTO MEDIO FICA REGISTRADO.
           03 SITQR         PIC X(01).
           03 OPERADOR-QR   PIC X(08).
      *
      *    NOTA FISCAL DE ENTRADA ESCRITURADA NO RECEBIMENTO (BASE DO
      *    LIVRO DE REGISTRO DE ENTRADAS - STP056). OS VALORES DO
      *    CABECALHO SAO A SOMA DOS ITENS.
       FD ARQNFECAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFECAB.DAT".
       01 REGNFECAB.
           03 CHAVENE.
               05 CNPJNE    PIC 9(15).
               05 NUMNFNE   PIC X(10).
               05 SERIENE   PIC X(03).
           03 EMISSAONE     PIC 9(08).
           03 DATAENTNE     PIC 9(08).
           03 CHAVEACNE     PIC X(44).
           03 NUMPEDNE      PIC 9(06).
           03 VALPRODNE     PIC 9(08)V99.
           03 VALICMSNE     PIC 9(08)V99.
           03 VALIPINE      PIC 9(08)V99.
           03 VALSTNE       PIC 9(08)V99.
           03 VALTOTNE      PIC 9(08)V99.
           03 OPERADOR-NE   PIC X(08).
      *
      *    ITEM FISCAL DA NF, CASADO COM A LINHA DO PEDIDO (NUMPEDNI
      *    + SEQITEMNI = CHAVEPI). CREDICMSNI/CREDIPINI = S QUANDO O
      *    IMPOSTO E RECUPERAVEL E SAI DO CUSTO (CUSTOLIQNI).
       FD ARQNFEITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFEITE.DAT".
       01 REGNFEITE.
           03 CHAVENI.
               05 CNPJNI    PIC 9(15).
               05 NUMNFNI   PIC X(10).
               05 SERIENI   PIC X(03).
               05 SEQNI     PIC 9(03).
           03 NUMPEDNI      PIC 9(06).
           03 SEQITEMNI     PIC 9(02).
           03 CODPRODNI     PIC 9(06).
           03 QTDNI         PIC 9(05)V9.
           03 VALORNI       PIC 9(08)V99.
           03 CFOPNI        PIC 9(04).
           03 BASEICMSNI    PIC 9(08)V99.
           03 ALIQICMSNI    PIC 9(02)V99.
           03 VALICMSNI     PIC 9(08)V99.
           03 VALIPINI      PIC 9(08)V99.
           03 VALSTNI       PIC 9(08)V99.
           03 CREDICMSNI    PIC X(01).
           03 CREDIPINI     PIC X(01).
           03 CUSTOLIQNI    PIC 9(07)V99.
      *
      *    FECHAMENTO MENSAL DO ESTOQUE (STP046): MES FECHADO NAO
      *    ACEITA MAIS LANCAMENTOS.
       FD ARQESTFECH
       01 W-SOMAPARC  PIC 9(08)V99 VALUE ZEROS.
       01 W-PRECOANT PIC 9(07)V99 VALUE ZEROS.
       01 W-PRECOMED PIC 9(07)V99 VALUE ZEROS.
       01 NE-ERRO     PIC X(02) VALUE "00".
       01 NI-ERRO     PIC X(02) VALUE "00".
      *
      *    ENTRADAS EM QUARENTENA GRAVADAS NESTE RECEBIMENTO, PARA A
      *    ESCRITURACAO DA NF CASAR CADA ITEM COM A LINHA DO PEDIDO.
       01 W-QTDSESS   PIC 9(02) VALUE ZEROS.
       01 W-IXR       PIC 9(02) VALUE ZEROS.
       01 TABREC.
           03 REC-CHAVE   PIC X(10) OCCURS 50.
       01 W-NFE-FEITA PIC X(01) VALUE "N".
       01 W-DATAHOJE  PIC 9(08) VALUE ZEROS.
       01 W-SERIE     PIC X(03) VALUE SPACES.
       01 W-CHAVENFE  PIC X(44) VALUE SPACES.
       01 W-SEQNF     PIC 9(03) VALUE ZEROS.
       01 W-CFOP      PIC 9(04) VALUE ZEROS.
       01 W-CFOPR     REDEFINES W-CFOP.
           03 W-CFOP1 PIC 9(01).
           03 W-CFOP3 PIC 9(03).
       01 W-VALITEM   PIC 9(08)V99 VALUE ZEROS.
       01 W-BASEICMS  PIC 9(08)V99 VALUE ZEROS.
       01 W-ALIQICMS  PIC 9(02)V99 VALUE ZEROS.
       01 W-VALICMS   PIC 9(08)V99 VALUE ZEROS.
       01 W-VALIPI    PIC 9(08)V99 VALUE ZEROS.
       01 W-VALST     PIC 9(08)V99 VALUE ZEROS.
       01 W-CREDICMS  PIC X(01) VALUE "N".
       01 W-CREDIPI   PIC X(01) VALUE "N".
       01 W-CUSTOTOT  PIC 9(08)V99 VALUE ZEROS.
       01 W-CUSTOLIQ  PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTPROD   PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTICMS   PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTIPI    PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTST     PIC 9(08)V99 VALUE ZEROS.
      *
       01  CABR1.
           05  FILLER                 PIC X(30) VALUE
               LINE 15  COLUMN 28  PIC ZZZZ.ZZ9,99
               USING  W-CUSTOUNIT
               HIGHLIGHT.
      *
      *    ESCRITURACAO FISCAL DA NF DE ENTRADA
       01  TELANF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 12
               VALUE  "*** ESCRITURACAO FISCAL DA NF DE ENTRADA ***".
           05  LINE 04  COLUMN 04 VALUE  "NOTA FISCAL :".
           05  LINE 04  COLUMN 30 VALUE  "SERIE:".
           05  LINE 04  COLUMN 42 VALUE  "EMISSAO (AAAAMMDD):".
           05  LINE 05  COLUMN 04 VALUE  "CHAVE ACESSO:".
           05  LINE 07  COLUMN 04 VALUE  "ITEM DO PEDIDO:".
           05  LINE 07  COLUMN 24 VALUE  "PRODUTO:".
           05  LINE 09  COLUMN 04 VALUE  "QTDE:".
           05  LINE 09  COLUMN 20 VALUE  "CUSTO UNIT.:".
           05  LINE 09  COLUMN 46 VALUE  "VALOR ITEM:".
           05  LINE 11  COLUMN 04 VALUE  "CFOP                 :".
           05  LINE 12  COLUMN 04 VALUE  "BASE DE CALCULO ICMS :".
           05  LINE 12  COLUMN 42 VALUE  "ALIQ. ICMS %:".
           05  LINE 13  COLUMN 04 VALUE  "VALOR DO ICMS        :".
           05  LINE 14  COLUMN 04 VALUE  "VALOR DO IPI         :".
           05  LINE 15  COLUMN 04 VALUE  "VALOR DO ICMS-ST     :".
           05  LINE 17  COLUMN 04 VALUE  "CREDITA ICMS (S/N)   :".
           05  LINE 17  COLUMN 32 VALUE  "CREDITA IPI (S/N):".
           05  LINE 19  COLUMN 04 VALUE  "CUSTO UNIT. LIQUIDO  :".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TNF-NUMNF
               LINE 04  COLUMN 18  PIC X(10)
               USING  W-NUMNF
               HIGHLIGHT.
           05  TNF-SERIE
               LINE 04  COLUMN 37  PIC X(03)
               USING  W-SERIE
               HIGHLIGHT.
           05  TNF-EMISSAO
               LINE 04  COLUMN 62  PIC 9(08)
               USING  W-EMISSAO
               HIGHLIGHT.
           05  TNF-CHAVE
               LINE 05  COLUMN 18  PIC X(44)
               USING  W-CHAVENFE
               HIGHLIGHT.
           05  TNF-SEQ
               LINE 07  COLUMN 20  PIC 9(02)
               USING  SEQQR.
           05  TNF-PROD
               LINE 07  COLUMN 33  PIC 9(06)
               USING  CODPRODQR.
           05  TNF-DESC
               LINE 07  COLUMN 40  PIC X(30)
               USING  DESC.
           05  TNF-QTD
               LINE 09  COLUMN 10  PIC ZZ.ZZ9,9
               USING  QTDQR.
           05  TNF-CUSTO
               LINE 09  COLUMN 33  PIC ZZZZ.ZZ9,99
               USING  CUSTOQR.
           05  TNF-VALITEM
               LINE 09  COLUMN 58  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VALITEM.
           05  TNF-CFOP
               LINE 11  COLUMN 27  PIC 9(04)
               USING  W-CFOP
               HIGHLIGHT.
           05  TNF-BASE
               LINE 12  COLUMN 27  PIC ZZ.ZZZ.ZZ9,99
               USING  W-BASEICMS
               HIGHLIGHT.
           05  TNF-ALIQ
               LINE 12  COLUMN 56  PIC Z9,99
               USING  W-ALIQICMS
               HIGHLIGHT.
           05  TNF-ICMS
               LINE 13  COLUMN 27  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VALICMS
               HIGHLIGHT.
           05  TNF-IPI
               LINE 14  COLUMN 27  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VALIPI
               HIGHLIGHT.
           05  TNF-ST
               LINE 15  COLUMN 27  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VALST
               HIGHLIGHT.
           05  TNF-CREDICMS
               LINE 17  COLUMN 27  PIC X(01)
               USING  W-CREDICMS
               HIGHLIGHT.
           05  TNF-CREDIPI
               LINE 17  COLUMN 51  PIC X(01)
               USING  W-CREDIPI
               HIGHLIGHT.
           05  TNF-CUSTOLIQ
               LINE 19  COLUMN 27  PIC ZZZZ.ZZ9,99
               USING  W-CUSTOLIQ.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQQUAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A7.
           OPEN I-O ARQNFECAB
           IF NE-ERRO NOT = "00"
              IF NE-ERRO = "30"
                 OPEN OUTPUT ARQNFECAB
                 CLOSE ARQNFECAB
                 GO TO R0A7
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQNFECAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0A8.
           OPEN I-O ARQNFEITE
           IF NI-ERRO NOT = "00"
              IF NI-ERRO = "30"
                 OPEN OUTPUT ARQNFEITE
                 CLOSE ARQNFEITE
                 GO TO R0A8
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQNFEITE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0FC.
      *    MES DE ESTOQUE FECHADO (STP046) NAO ACEITA LANCAMENTOS:
      *    A VALORACAO JA ENVIADA A FINANCAS NAO PODE MUDAR.
                   MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
      *    PEDIDO ACIMA DA ALCADA DO COMPRADOR SO E RECEBIDO DEPOIS
      *    DE APROVADO NO STP022.
           IF SITPED = "W"
                   MOVE "* PEDIDO AGUARDANDO APROVACAO DA ALCADA *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           IF SITPED = "R"
                   MOVE "* PEDIDO RECUSADO NA APROVACAO (STP022) *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           IF SITPED NOT = "A" AND SITPED NOT = "P"
                   MOVE "* PEDIDO NAO ESTA ABERTO/PARCIAL *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
           MOVE "N" TO W-REC-CAB W-NFE-FEITA
           MOVE ZEROS TO W-QTDSESS
           DISPLAY TELA.
       R3.
           ACCEPT TW-SEQREC
           IF QR-ERRO = "22"
              ADD 1 TO SEQRECQR
              GO TO POSTA-ENT1.
           IF W-QTDSESS < 50
              ADD 1 TO W-QTDSESS
              MOVE CHAVEQR TO REC-CHAVE (W-QTDSESS).
           ADD W-QTDRECEB TO QTDREC
           REWRITE REGPEDITE
           PERFORM GRAVA-REC THRU GRAVA-REC-FIM
           MOVE "*** SITUACAO DO PEDIDO ATUALIZADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      *    FISCAL: ESCRITURA A NF DE ENTRADA COM CFOP E IMPOSTOS POR
      *    ITEM. O ICMS/IPI RECUPERAVEL SAI DO CUSTO DA QUARENTENA,
      *    QUE E O CUSTO LEVADO AO CUSTO MEDIO NA APROVACAO (STP039).
       NFE-001.
           IF W-QTDSESS = ZEROS
              GO TO TIT-001.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 12) "ESCRITURAR A NF DE ENTRADA (S/N):"
           ACCEPT  (23, 46) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO TIT-001.
           MOVE SPACES TO W-NUMNF W-SERIE W-CHAVENFE
           MOVE ZEROS  TO W-EMISSAO
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY TELANF.
       NFE-002.
           ACCEPT TNF-NUMNF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY TELA
              GO TO TIT-001.
           IF W-NUMNF = SPACES
              GO TO NFE-002.
       NFE-003.
           ACCEPT TNF-SERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NFE-002.
           MOVE CNPJPED TO CNPJNE
           MOVE W-NUMNF TO NUMNFNE
           MOVE W-SERIE TO SERIENE
           READ ARQNFECAB
           IF NE-ERRO = "00"
              MOVE "*** NF JA ESCRITURADA PARA ESTE CNPJ ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NFE-002.
       NFE-004.
           ACCEPT TNF-EMISSAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NFE-003.
           IF W-EMISSAO = ZEROS OR W-EMISSAO > W-DATAHOJE
              MOVE "*** DATA DE EMISSAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NFE-004.
       NFE-005.
           ACCEPT TNF-CHAVE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NFE-004.
           IF W-CHAVENFE NOT NUMERIC
              MOVE "* CHAVE DE ACESSO: 44 DIGITOS NUMERICOS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NFE-005.
           MOVE ZEROS TO W-IXR W-SEQNF W-TOTPROD W-TOTICMS W-TOTIPI
           MOVE ZEROS TO W-TOTST.
      *
      *    UM ITEM FISCAL POR ENTRADA DE QUARENTENA DESTE RECEBIMENTO
       NFE-010.
           ADD 1 TO W-IXR
           IF W-IXR > W-QTDSESS
              GO TO NFE-020.
           MOVE REC-CHAVE (W-IXR) TO CHAVEQR
           READ ARQQUAR
           IF QR-ERRO NOT = "00"
              GO TO NFE-010.
           MOVE CODPRODQR TO CODPROD
           READ CADPROD
           IF PROD-ERRO NOT = "00"
              MOVE SPACES TO DESC.
           COMPUTE W-VALITEM ROUNDED = QTDQR * CUSTOQR
           MOVE ZEROS     TO W-CFOP W-ALIQICMS W-VALICMS W-VALIPI
           MOVE ZEROS     TO W-VALST W-CUSTOLIQ
           MOVE W-VALITEM TO W-BASEICMS
           DISPLAY TELANF.
       NFE-011.
           ACCEPT TNF-CFOP
      *    ENTRADA: CFOP 1XXX (ESTADO), 2XXX (OUTRO ESTADO) OU 3XXX
      *    (EXTERIOR).
           IF W-CFOP1 < 1 OR W-CFOP1 > 3
              MOVE "* CFOP DE ENTRADA: 1XXX, 2XXX OU 3XXX *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NFE-011.
      *    COMPRA PARA INDUSTRIALIZACAO (X101) CREDITA ICMS E IPI;
      *    PARA COMERCIALIZACAO (X102) SO O ICMS; USO E CONSUMO,
      *    ATIVO E DEMAIS NAO CREDITAM (PODE SER ALTERADO ABAIXO).
           MOVE "N" TO W-CREDICMS W-CREDIPI
           IF W-CFOP3 = 101
              MOVE "S" TO W-CREDICMS W-CREDIPI.
           IF W-CFOP3 = 102
              MOVE "S" TO W-CREDICMS.
       NFE-012.
           ACCEPT TNF-BASE
           ACCEPT TNF-ALIQ
           IF W-ALIQICMS > 35
              MOVE "*** ALIQUOTA DE ICMS INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NFE-012.
           COMPUTE W-VALICMS ROUNDED = W-BASEICMS * W-ALIQICMS / 100
           DISPLAY TNF-ICMS
      *    O VALOR CALCULADO PODE SER AJUSTADO AO DESTACADO NA NF.
           ACCEPT TNF-ICMS
           IF W-VALICMS > W-BASEICMS
              MOVE "* ICMS MAIOR QUE A BASE DE CALCULO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NFE-012.
           ACCEPT TNF-IPI
           ACCEPT TNF-ST.
       NFE-013.
           ACCEPT TNF-CREDICMS
           IF W-CREDICMS NOT = "S" AND W-CREDICMS NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NFE-013.
       NFE-014.
           ACCEPT TNF-CREDIPI
           IF W-CREDIPI NOT = "S" AND W-CREDIPI NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NFE-014.
      *    CUSTO = PRODUTO + IPI + ST - IMPOSTOS RECUPERAVEIS.
           COMPUTE W-CUSTOTOT = W-VALITEM + W-VALIPI + W-VALST
           IF W-CREDICMS = "S"
              SUBTRACT W-VALICMS FROM W-CUSTOTOT.
           IF W-CREDIPI = "S"
              SUBTRACT W-VALIPI FROM W-CUSTOTOT.
           COMPUTE W-CUSTOLIQ ROUNDED = W-CUSTOTOT / QTDQR
           DISPLAY TNF-CUSTOLIQ
           MOVE "S" TO W-OPCAO
           DISPLAY (21, 04) "CONFIRMA O ITEM (S/N):"
           ACCEPT  (21, 27) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO NFE-011.
       NFE-015.
           ADD 1 TO W-SEQNF
           MOVE CNPJPED     TO CNPJNI
           MOVE W-NUMNF     TO NUMNFNI
           MOVE W-SERIE     TO SERIENI
           MOVE W-SEQNF     TO SEQNI
           MOVE NUMPEDQR    TO NUMPEDNI
           MOVE SEQQR       TO SEQITEMNI
           MOVE CODPRODQR   TO CODPRODNI
           MOVE QTDQR       TO QTDNI
           MOVE W-VALITEM   TO VALORNI
           MOVE W-CFOP      TO CFOPNI
           MOVE W-BASEICMS  TO BASEICMSNI
           MOVE W-ALIQICMS  TO ALIQICMSNI
           MOVE W-VALICMS   TO VALICMSNI
           MOVE W-VALIPI    TO VALIPINI
           MOVE W-VALST     TO VALSTNI
           MOVE W-CREDICMS  TO CREDICMSNI
           MOVE W-CREDIPI   TO CREDIPINI
           MOVE W-CUSTOLIQ  TO CUSTOLIQNI
           WRITE REGNFEITE
           IF NI-ERRO = "22"
              REWRITE REGNFEITE.
      *    A ENTRADA AINDA NA QUARENTENA PASSA A CARREGAR O CUSTO
      *    LIQUIDO DOS IMPOSTOS RECUPERAVEIS.
           IF SITQR = "Q"
              MOVE W-CUSTOLIQ TO CUSTOQR
              REWRITE REGQUAR.
           ADD W-VALITEM TO W-TOTPROD
           ADD W-VALICMS TO W-TOTICMS
           ADD W-VALIPI  TO W-TOTIPI
           ADD W-VALST   TO W-TOTST
           GO TO NFE-010.
      *
       NFE-020.
           MOVE CNPJPED     TO CNPJNE
           MOVE W-NUMNF     TO NUMNFNE
           MOVE W-SERIE     TO SERIENE
           MOVE W-EMISSAO   TO EMISSAONE
           ACCEPT DATAENTNE FROM DATE YYYYMMDD
           MOVE W-CHAVENFE  TO CHAVEACNE
           MOVE W-NUMPED    TO NUMPEDNE
           MOVE W-TOTPROD   TO VALPRODNE
           MOVE W-TOTICMS   TO VALICMSNE
           MOVE W-TOTIPI    TO VALIPINE
           MOVE W-TOTST     TO VALSTNE
           COMPUTE VALTOTNE = W-TOTPROD + W-TOTIPI + W-TOTST
           MOVE W-OPERADOR  TO OPERADOR-NE
           WRITE REGNFECAB
           IF NE-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA NF DE ENTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TELA
              GO TO TIT-001.
      *    OS TITULOS A PAGAR USAM O NUMERO, A EMISSAO E O TOTAL DA
      *    NF ESCRITURADA.
           MOVE VALTOTNE TO W-VALORNF
           MOVE "S" TO W-NFE-FEITA
           MOVE "*** NF DE ENTRADA ESCRITURADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY TELA.
      *
      *    FINANCEIRO: O RECEBIMENTO GERA OS TITULOS A PAGAR DA
      *    NOTA FISCAL DO FORNECEDOR (BAIXA E AGING NO STP030).
       TIT-001.
           ACCEPT  (23, 47) W-OPCAO WITH UPDATE
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R1.
           IF W-NFE-FEITA = "S"
              GO TO TIT-004.
       TIT-002.
           MOVE SPACES TO W-NUMNF
           DISPLAY (23, 12) "NOTA FISCAL:"
           ACCEPT  (23, 38) W-VENC1
           IF W-VENC1 = ZEROS
              GO TO TIT-004.
           IF W-NFE-FEITA = "S"
              GO TO TIT-006.
       TIT-005.
           MOVE ZEROS TO W-VALORNF
           DISPLAY (23, 12) "VALOR TOTAL DA NF:"
      *    TITULO DE MERCADORIA: SEM RETENCOES (SERVICO E LANCADO
      *    PELO STP050).
           MOVE "M"   TO TIPOTIT
           MOVE ZEROS TO DTDESCTIT PERCDESCTIT PERCMULTATIT JURODIATIT
           MOVE ZEROS TO VALPAGOTIT
           MOVE ZEROS TO PERCIRRF PERCISS IRRFTIT ISSTIT
           MOVE ZEROS TO MUNISSTIT
           MOVE SPACES TO SERVISSTIT
           WRITE REGPAGAR
           IF TI-ERRO = "22"
              REWRITE REGPAGAR.
           CLOSE ARQPEDCAB ARQPEDITE CADPROD ARQMOVEST ARQPRHIST
           IF W-FECH-OK = "S"
              CLOSE ARQESTFECH.
           CLOSE ARQQUAR ARQNFECAB ARQNFEITE.
           CLOSE ARQLOTE ARQPAGAR
           IF W-CONV-OK = "S"
              CLOSE ARQCONVUN.
