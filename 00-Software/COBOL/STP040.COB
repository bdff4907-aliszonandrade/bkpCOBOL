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
      *    FECHAMENTO MENSAL DO ESTOQUE (STP046): MES FECHADO NAO
      *    ACEITA MAIS LANCAMENTOS.
