      * EFETUADO (CODIGO 00) BAIXA O PAGTIT DO TITULO  *
      * AUTOMATICAMENTE; OS DEMAIS CODIGOS SAEM NA     *
      * LISTA DE PAGAMENTOS REJEITADOS.                *
      * O VALOR QUE O BANCO DE FATO DEBITOU (COM       *
      * DESCONTO OU ENCARGOS) FICA NO VALPAGOTIT; O    *
      * QUE DIFERE DO VALOR DO TITULO SAI NA LISTA.    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
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
      *    ARQUIVO DE RETORNO DO BANCO: UM PAGAMENTO POR LINHA, COM
      *    O CODIGO DE OCORRENCIA (00 = PAGO) E O VALOR DEBITADO.
       FD ARQRETPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETPAG.TXT".
           03 RET-PARC      PIC 9(02).
           03 RET-DATAPAG   PIC 9(08).
           03 RET-OCORR     PIC X(02).
           03 RET-VALPAGO   PIC 9(08)V99.
           03 FILLER        PIC X(31).
      *
       FD ARQRETTX
               LABEL RECORD IS STANDARD
       01 W-QTDPAGOS PIC 9(05) VALUE ZEROS.
       01 W-QTDREJ   PIC 9(05) VALUE ZEROS.
       01 W-QTDSEM   PIC 9(05) VALUE ZEROS.
       01 W-QTDDIF   PIC 9(05) VALUE ZEROS.
      *
       01  CABT1.
           05  FILLER   PIC X(48) VALUE
           "TITULOS NAO ENCONTRADOS.........: ".
           05  TOTSEMTX VALUE ZEROS  PIC ZZZZ9.

       01  TOTT4.
           05  FILLER   PIC X(34) VALUE
           "PAGOS COM DESCONTO OU ENCARGOS..: ".
           05  TOTDIFTX VALUE ZEROS  PIC ZZZZ9.

       01  LINSEP       PIC X(90) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
              WRITE REGRETTX FROM DETT
              GO TO LER-RET.
      *    OCORRENCIA 00 = PAGO: BAIXA AUTOMATICA DO TITULO.
      *    RETORNO SEM O VALOR DEBITADO: PAGO PELO VALOR DO TITULO.
           IF RET-OCORR = "00"
              MOVE RET-DATAPAG TO PAGTIT
              MOVE "B" TO FORMAPAG
              MOVE W-OPERADOR TO OPERADOR-TI
              MOVE RET-VALPAGO TO VALPAGOTIT
              IF VALPAGOTIT = ZEROS
                 MOVE VALORTIT TO VALPAGOTIT
              END-IF
              REWRITE REGPAGAR
              ADD 1 TO W-QTDPAGOS
              IF VALPAGOTIT NOT = VALORTIT
                 ADD 1 TO W-QTDDIF
                 MOVE RET-CNPJ  TO TCNPJTX
                 MOVE RET-NF    TO TNFTX
                 MOVE RET-PARC  TO TPARCTX
                 MOVE RET-OCORR TO TOCORTX
                 MOVE "PAGO - DEBITO DIFERE DO VALOR DO TITULO"
                                          TO TMOTTX
                 WRITE REGRETTX FROM DETT
              END-IF
              GO TO LER-RET.
      *    DEMAIS OCORRENCIAS: PAGAMENTO REJEITADO PELO BANCO.
           ADD 1 TO W-QTDREJ
           MOVE W-QTDPAGOS TO TOTPAGTX
           MOVE W-QTDREJ   TO TOTREJTX
           MOVE W-QTDSEM   TO TOTSEMTX
           MOVE W-QTDDIF   TO TOTDIFTX
           MOVE SPACES TO REGRETTX
           WRITE REGRETTX
           WRITE REGRETTX FROM LINSEP
           WRITE REGRETTX FROM TOTT1
           WRITE REGRETTX FROM TOTT2
           WRITE REGRETTX FROM TOTT3
           WRITE REGRETTX FROM TOTT4
           CLOSE ARQRETTX ARQRETPAG
           MOVE "** RETORNO PROCESSADO - VEJA ARQRETPAG.DOC **"
                                           TO MENS
