          03 VIDAUTIL          PIC 9(03).
          03 RESIDUAL          PIC 9(02).
          03 OPERADOR-AQ       PIC X(08).
      *    VALOR DE MERCADO (TABELA FIPE) E DATA DA AVALIACAO.
          03 VALMERCAQ         PIC 9(08)V99.
          03 DATAMERCAQ        PIC 9(08).
      *
       FD ARQATRIB
               LABEL RECORD IS STANDARD
