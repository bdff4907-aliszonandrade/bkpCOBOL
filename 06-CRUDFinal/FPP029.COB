                   MOVE "ERRO NA LEITURA ARQUIVO ARQTEVEN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *    ADIANTAMENTO E REEMBOLSO DE VIAGEM SO PELO ACERTO (FPP114),
      *    QUE CONFERE OS COMPROVANTES E O KM RODADO.
           IF CODEV = 912 OR CODEV = 913
                   MOVE "* EVENTO DO ACERTO DE VIAGEM - USE O FPP114 *"
                                                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3A.
           DISPLAY TELA.

       LER-ARQEVEN.
