           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    VISAO PARCIAL DO CADASTRO DE FUNCIONARIOS, NOS MOLDES DO
      *    STP036: SO O CODIGO E O NOME SAO USADOS AQUI.
