      * FECHAMENTO MENSAL - CADEIA DE PROGRAMAS        *
      * (RODA FPP015/017/018/019 E, EM DEZEMBRO,       *
      * FPP016 E FPP021, COM CONTROLE DE PASSOS E      *
      * RETOMADA A PARTIR DO PASSO QUE FALHOU; AO FINAL*
      * VERIFICA OS INDEXADOS NO FPP118, SE PEDIDO)    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           05 W-MESCOMP PIC 9(2) VALUE ZEROS.
       01 W-PROGCH   PIC X(08) VALUE SPACES.
      *
      *    PASSO OPCIONAL NO FIM DA CADEIA (FPP118): N = NAO RODA,
      *    S = SO VERIFICA OS INDEXADOS, R = VERIFICA E REORGANIZA.
       01 W-IDXOPC   PIC X(01) VALUE "N".
       01 W-IDXPROB  PIC Z9.
      *
      *    PASSOS DO FECHAMENTO, NA ORDEM OBRIGATORIA. OS PASSOS
      *    MARCADOS COM "S" SO RODAM NA COMPETENCIA DE DEZEMBRO.
       01 TABPASSOSX.
               VALUE  "FPP016 (13O) E FPP021 (INFORME). PASSOS JA".
           05  LINE 11  COLUMN 05
               VALUE  "CONCLUIDOS DA COMPETENCIA SAO PULADOS.".
           05  LINE 13  COLUMN 05
               VALUE  "AO FINAL, INDEXADOS (FPP118) N=NAO,".
           05  LINE 14  COLUMN 05
               VALUE  "S=SO VERIFICA, R=VERIFICA E REORGANIZA :".
           05  TW-IDXOPC
               LINE 14  COLUMN 46  PIC X(01)
               USING  W-IDXOPC
               HIGHLIGHT.
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
              MOVE "* COMPETENCIA INVALIDA, USE AAAAMM *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CMP.
       INC-IDX.
           MOVE "N" TO W-IDXOPC
           ACCEPT TW-IDXOPC
           IF W-IDXOPC = "n" OR W-IDXOPC = SPACES
              MOVE "N" TO W-IDXOPC.
           IF W-IDXOPC = "s"
              MOVE "S" TO W-IDXOPC.
           IF W-IDXOPC = "r"
              MOVE "R" TO W-IDXOPC.
           IF W-IDXOPC NOT = "N" AND "S" AND "R"
              MOVE "* INDEXADOS: N=NAO S=VERIFICA R=REORGANIZA *"
                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-IDX.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (23, 40) "INICIA O FECHAMENTO (S/N) : "
           GO TO ROT-FIM.
      *
       EXE-FIM.
           IF W-IDXOPC = "N"
              GO TO EXE-FIM2.
      *
      *    PASSO OPCIONAL: VERIFICACAO (E REORGANIZACAO) DOS
      *    INDEXADOS. NAO ENTRA NO CONTROLE DE PASSOS DA COMPETENCIA.
           DISPLAY (LIN, 05) "FPP118"
           DISPLAY (LIN, 15) "VERIFICANDO INDICES..."
           MOVE W-IDXOPC TO W-MODOLOTE
           MOVE "E" TO W-RETLOTE
           MOVE ZEROS TO W-QTDLOTE
           CALL "FPP118"
           MOVE " " TO W-MODOLOTE
           IF W-RETLOTE NOT = "O"
              DISPLAY (LIN, 15) "NAO EXECUTADO         "
           ELSE
              IF W-QTDLOTE = ZEROS
                 DISPLAY (LIN, 15) "INDICES OK            "
              ELSE
                 MOVE W-QTDLOTE TO W-IDXPROB
                 DISPLAY (LIN, 15) W-IDXPROB
                 DISPLAY (LIN, 18) "ARQ. COM PROBLEMA     ".
           ADD 1 TO LIN.
       EXE-FIM2.
           MOVE "** FECHAMENTO CONCLUIDO COM SUCESSO **" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
