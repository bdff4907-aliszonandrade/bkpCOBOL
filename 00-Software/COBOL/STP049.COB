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
      *    TITULO DE SERVICO (STP050) NAO TEM RECEBIMENTO FISICO:
      *    ENTRARIA TODO MES COMO "NF SEM RECEB" E AFOGARIA AS
      *    DIVERGENCIAS REAIS (MESMO TRATO DO STP041/STP042).
      *    FRETE/SEGURO (F, STP058) E ACERTO DE CONSIGNACAO (C,
      *    STP061) E CONTRATO RECORRENTE (R, STP067) TAMBEM NAO TEM
      *    RECEBIMENTO NO PEDIDO.
           IF TIPOTIT = "S" OR TIPOTIT = "F" OR TIPOTIT = "C"
                            OR TIPOTIT = "R"
              GO TO ACU-FATUR1.
           MOVE CNPJTIT TO CNPJPED
           PERFORM ACHA-FORN THRU ACHA-FORN-FIM
