      * PESSOAIS QUE O EXPURGO EXISTE PARA ELIMINAR; O *
      * RASTRO FICA NO PROPRIO ARQUIVO MORTO, QUE      *
      * GUARDA A COPIA INTEGRAL ATE A DESTRUICAO.      *
      *                                                *
      * PASSADO O PRAZO DE GUARDA, O FPP116 ANONIMIZA  *
      * O ARQUIVO MORTO (LGPD); O FUNCIONARIO ANONIMI- *
      * ZADO NAO PODE MAIS SER RECHAMADO.              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-QTDEXPTX PIC ZZZ.ZZ9.
       01 W-QTDDEPTX PIC ZZZ.ZZ9.
      *
      *    NOME GRAVADO PELO FPP116 NO REGISTRO ANONIMIZADO.
       01 W-NOMEANON PIC X(30) VALUE "TITULAR ANONIMIZADO - LGPD".
      *
      *    AREA DE EXIBICAO DA CONSULTA AO ARQUIVO MORTO
       01 W-FUNCMORTO.
           03 W-MCODFUNC PIC 9(6).
              MOVE "*** NAO CONSTA NO ARQUIVO MORTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE REGFUNCARQ TO W-FUNCMORTO
           IF W-MNOME = W-NOMEANON
              MOVE "* ANONIMIZADO (FPP116) - RECADASTRE NO FPP004 *"
                                           TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE REGFUNCARQ TO REGFUNC
           WRITE REGFUNC
           IF FUNC-ERRO = "22"
