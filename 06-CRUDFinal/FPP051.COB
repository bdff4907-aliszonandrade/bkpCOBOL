      *   VTFL     = VALE TRANSPORTE     PENSFL  = PENSAO            *
      *   RENDAFL  = IRRF RETIDO         LIQFL   = LIQUIDO A PAGAR   *
      *   EVTnnn   = EVENTO nnn DA TABELA ARQTEVEN (FPP046)          *
      * ORIGENS DO LANCAMENTO DO ESTOQUE E DO A PAGAR (STP064):      *
      *   ESTtc    = MOVIMENTO TIPO t (E,S,O,D,C), CATEGORIA c;      *
      *              SEM A CATEGORIA (ESTt) VALE PARA TODAS          *
      *   ESTA+c   = AJUSTE POSITIVO   ESTA-c = AJUSTE NEGATIVO      *
      *   TITt     = TITULO EMITIDO    PAGt   = TITULO BAIXADO       *
      *   DSCt     = DESCONTO OBTIDO   JURt   = JUROS E MULTA PAGOS  *
      *              (t = M,S,F,C DO TIPO DE FORNECEDOR; R = CONTRATO*
      *              RECORRENTE DO STP067)                           *
      *   RETIRRF  = IRRF RETIDO       RETISS = ISS RETIDO           *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
