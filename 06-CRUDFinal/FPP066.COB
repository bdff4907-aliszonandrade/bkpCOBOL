      * ESCALA INFORMA OS DIAS PROGRAMADOS NO MES E AS HORAS POR DIA, *
      * USADOS NA CRITICA DO PONTO (FPP022) E NA IMPORTACAO DO AFD    *
      * (FPP055) NO LUGAR DO MES PADRAO DE 22 DIAS DE 8 HORAS         *
      * AS HORAS NOTURNAS POR DIA (ENTRE 22H E 5H) DAS ESCALAS DE     *
      * TURNO DA NOITE GERAM O ADICIONAL NOTURNO NA FOLHA (FPP015)    *
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 DATAGRAVACAO-ES.
             05 DATAGRAV-ES    PIC 9(8).
             05 HORAGRAV-ES    PIC 9(6).
          03 HNOTDIAESC        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           05  LINE 07  COLUMN 04 VALUE  "DESCRICAO              :".
           05  LINE 09  COLUMN 04 VALUE  "DIAS PROGRAMADOS/MES   :".
           05  LINE 11  COLUMN 04 VALUE  "HORAS POR DIA          :".
           05  LINE 13  COLUMN 04 VALUE  "HORAS NOTURNAS POR DIA :".
           05  LINE 13  COLUMN 33 VALUE  "(ENTRE 22H E 5H)".
           05  LINE 23  COLUMN 01 VALUE  "MENSAGEM :".
           05  TCODESC
               LINE 05  COLUMN 29  PIC 99
               LINE 11  COLUMN 29  PIC 9(02)
               USING  HORASDIAESC
               HIGHLIGHT.
           05  THNOTDIA
               LINE 13  COLUMN 29  PIC 9(02)
               USING  HNOTDIAESC
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE ZEROS TO CODESC DIASMESESC HORASDIAESC W-SEL
           MOVE ZEROS TO HNOTDIAESC
           MOVE SPACES TO DESCESC.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELA3.
                   MOVE "HORAS POR DIA ENTRE 1 E 12" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
      *    O PERIODO NOTURNO URBANO VAI DAS 22H AS 5H: NO MAXIMO 7
      *    HORAS DE RELOGIO, E NUNCA MAIS QUE A JORNADA DO DIA.
           ACCEPT THNOTDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF HNOTDIAESC > 7 OR HNOTDIAESC > HORASDIAESC
                   MOVE "HORAS NOTURNAS ATE 7 E ATE A JORNADA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
