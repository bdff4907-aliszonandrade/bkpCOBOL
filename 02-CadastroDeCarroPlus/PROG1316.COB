      *----------------------------------------------------------------
      * DADOS DE AQUISICAO DOS VEICULOS DA FROTA                      *
      * (DATA E VALOR DE COMPRA, VIDA UTIL EM MESES E PERCENTUAL      *
      * RESIDUAL, BASE DA DEPRECIACAO LINEAR DO PROG1317, E VALOR DE  *
      * MERCADO PARA A RECOMENDACAO DE TROCA DO PROG1328)             *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 VIDAUTIL          PIC 9(03).
          03 RESIDUAL          PIC 9(02).
          03 OPERADOR-AQ       PIC X(08).
      *    VALOR DE MERCADO (TABELA FIPE) E DATA DA AVALIACAO.
          03 VALMERCAQ         PIC 9(08)V99.
          03 DATAMERCAQ        PIC 9(08).

       FD CADCARRO
               LABEL RECORD IS STANDARD
           05  LINE 09  COLUMN 04 VALUE  "VALOR DE COMPRA        :".
           05  LINE 11  COLUMN 04 VALUE  "VIDA UTIL (MESES)      :".
           05  LINE 13  COLUMN 04 VALUE  "RESIDUAL (%)           :".
           05  LINE 15  COLUMN 04 VALUE  "VALOR DE MERCADO (FIPE):".
           05  LINE 17  COLUMN 04 VALUE  "DATA AVALIACAO(AAAAMMDD:".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TPLACAAQ
               LINE 05  COLUMN 29  PIC X(08)
               LINE 13  COLUMN 29  PIC 99
               USING  RESIDUAL
               HIGHLIGHT.
           05  TVALMERCAQ
               LINE 15  COLUMN 29  PIC ZZ.ZZZ.ZZ9,99
               USING  VALMERCAQ
               HIGHLIGHT.
           05  TDATAMERCAQ
               LINE 17  COLUMN 29  PIC 9(08)
               USING  DATAMERCAQ
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R1.
           MOVE SPACES TO PLACAAQ
           MOVE ZEROS TO DATACOMPRA VALORCOMPRA VIDAUTIL RESIDUAL
           MOVE ZEROS TO VALMERCAQ DATAMERCAQ
           MOVE ZEROS TO W-SEL
           DISPLAY TELA10.
       R2.
                   MOVE "RESIDUAL ENTRE 0 E 99 POR CENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
      *    VALOR DE MERCADO E OPCIONAL; SE INFORMADO, PEDE A DATA DA
      *    AVALIACAO (BASE DA RECOMENDACAO DE TROCA DO PROG1328).
       R7.
           ACCEPT TVALMERCAQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF VALMERCAQ = ZEROS
                   MOVE ZEROS TO DATAMERCAQ
                   DISPLAY TDATAMERCAQ
                   GO TO INC-OPC.
       R8.
           ACCEPT TDATAMERCAQ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF DATAMERCAQ = ZEROS
                   MOVE "INFORME A DATA DA AVALIACAO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "DADOS OK (S/N) : ".
