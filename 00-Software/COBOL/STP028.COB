               05 NUMLOTE   PIC X(10).
           03 VALIDADELT    PIC 9(08).
           03 QTDLOTE       PIC 9(05)V9.
      *    LOTE EM RECALL (STP068): O SALDO FICA BLOQUEADO AQUI E
      *    NAO ENTRA NA BAIXA FEFO ATE A LIBERACAO.
           03 QTDBLQLT      PIC 9(05)V9.
           03 DATABLQLT     PIC 9(08).
           03 OPERBLQLT     PIC X(08).

       FD ARQLOTETX
               LABEL RECORD IS STANDARD
