           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    PARAMETROS DA EMPRESA (FPP044): CNPJ E RAZAO SOCIAL VAO
      *    NO REGISTRO DE ABERTURA DO ARQUIVO CAGED.
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 FILLER            PIC X(38).
      *
      *    ARQUIVO CAGED DE TRANSMISSAO: LAYOUT POSICIONAL FIXO, UM
      *    REGISTRO POR MOVIMENTACAO DA COMPETENCIA.
