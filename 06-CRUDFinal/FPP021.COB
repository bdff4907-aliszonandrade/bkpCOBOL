                       ALTERNATE RECORD KEY IS COMPETFL WITH DUPLICATES
                       FILE STATUS  IS FL-ERRO.

           SELECT ARQPLR ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS CHAVEPL
                       FILE STATUS  IS PL-ERRO.

           SELECT ARQENDFUN ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
           03 ADICIONAL.
               05 ADICIONAL1 PIC X(1).
               05 ADICIONAL2 PIC X(14).
           03 SINDCARGO PIC 9(3).
      *
      *    RESULTADO MENSAL DA FOLHA GRAVADO PELO FPP015.
       FD ARQFOLHA
           03 DATAGRAVACAO-FL.
               05 DATAGRAV-FL PIC 9(8).
               05 HORAGRAV-FL PIC 9(6).
      *
      *    PLR PAGA PELO FPP083 (TRIBUTACAO EXCLUSIVA NA FONTE): SAI
      *    NO INFORME SEPARADA DOS RENDIMENTOS TRIBUTAVEIS DA FOLHA.
       FD ARQPLR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLR.DAT".
       01 REGPLR.
           03 CHAVEPL.
               05 FUNCPL           PIC 9(6).
               05 COMPETPL         PIC 9(6).
           03 ANOAPURPL            PIC 9(4).
           03 REGRAPL              PIC X(1).
           03 SALPL                PIC 9(6)V99.
           03 MESESPL              PIC 9(2).
           03 BRUTOPL              PIC 9(8)V99.
           03 IRRFPL               PIC 9(8)V99.
           03 LIQPL                PIC 9(8)V99.
           03 OPERADOR-PL          PIC X(08).
           03 DATAGRAVACAO-PL.
               05 DATAGRAV-PL PIC 9(8).
               05 HORAGRAV-PL PIC 9(6).
      *
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
          03 LIMSALFAMPAR      PIC 9(6)V99.
          03 OPERADOR-PR       PIC X(08).
          03 DATAGRAVACAO-PR   PIC 9(14).
          03 FILLER            PIC X(38).
      *
      *    CATALOGO DE RELATORIOS EMITIDOS (REIMPRESSAO NO FPP045).
       FD ARQRELCAT
       77 FL-ERRO      PIC X(02) VALUE "00".
       77 EN-ERRO      PIC X(02) VALUE "00".
       77 W-END-OK     PIC X(01) VALUE "N".
       77 PL-ERRO      PIC X(02) VALUE "00".
       77 W-PL-OK      PIC X(01) VALUE "N".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 PR-ERRO    PIC X(02) VALUE "00".
       01 TOTLIQUIDO    VALUE ZEROS  PIC 9(8).
       01 DEDDEPANO     VALUE ZEROS  PIC 9(8).
       01 W-QTDDEPIR    VALUE ZEROS  PIC 9(2).
       01 PLRANO        VALUE ZEROS  PIC 9(8)V99.
       01 IRPLRANO      VALUE ZEROS  PIC 9(8)V99.
       01 TOTPLR        VALUE ZEROS  PIC 9(8)V99.
       01 TOTIRPLR      VALUE ZEROS  PIC 9(8)V99.
      *
      *    AREA EXTERNA DO FECHAMENTO MENSAL (FPP037): QUANDO
      *    W-MODOLOTE = "S" O PROGRAMA RODA SEM OPERADOR, USANDO A
           "  DEDUCAO NO ANO....:".
           05  DEPIRVALTX      VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  PLRLIN.
           05  FILLER          PIC X(30) VALUE
           "       PLR (TRIB. EXCLUSIVA): ".
           05  PLRVALTX        VALUE ZEROS  PIC ZZZ.ZZ9,99.
           05  FILLER          PIC X(12) VALUE
           "  IRRF PLR: ".
           05  PLRIRTX         VALUE ZEROS  PIC ZZZ.ZZ9,99.

       01  LINHA-TOT3.
           05  FILLER                 PIC X(040) VALUE
           "TOTAL DE PLR (TRIBUTACAO EXCLUSIVA)...:".
           05  TOTPLRTX    VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.
           05  FILLER                 PIC X(12) VALUE
           "  IRRF PLR: ".
           05  TOTIRPLRTX  VALUE ZEROS  PIC Z.ZZZ.ZZ9,99.

       01  LINHABR                    PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
      *
           OPEN INPUT ARQENDFUN
           IF EN-ERRO = "00"
              MOVE "S" TO W-END-OK.
      *    A PLR (FPP083) E OPCIONAL.
           MOVE "N" TO W-PL-OK
           OPEN INPUT ARQPLR
           IF PL-ERRO = "00"
              MOVE "S" TO W-PL-OK.
      *
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           OPEN OUTPUT ARQFUNCTX
       CALC1.
           MOVE ZEROS TO BRUTOANO INSSANO RENDAANO LIQUIDOANO
           MOVE ZEROS TO W-QTDMESES DEDDEPANO W-QTDDEPIR
           MOVE ZEROS TO PLRANO IRPLRANO
           MOVE W-ANOBASE TO W-ANOREF
           MOVE ZEROS TO W-MESIDX.
       CALC1A.
           IF W-MESIDX > 12
              GO TO CALC2.
           MOVE W-MESIDX TO W-MESREF
           IF W-PL-OK = "S"
              MOVE CODFUNC   TO FUNCPL
              MOVE W-COMPREF TO COMPETPL
              READ ARQPLR
              IF PL-ERRO = "00"
                 ADD BRUTOPL TO PLRANO
                 ADD IRRFPL  TO IRPLRANO.
           MOVE CODFUNC  TO FUNCFL
           MOVE W-COMPREF TO COMPETFL
           READ ARQFOLHA
           MOVE QTDDEPIRFL TO W-QTDDEPIR
           GO TO CALC1A.
       CALC2.
      *    SEM FOLHA NEM PLR NO ANO, O FUNCIONARIO NAO TEM INFORME
           IF W-QTDMESES = ZEROS AND PLRANO = ZEROS
              GO TO LER-FUNCIONARIO01.
           ADD PLRANO   TO TOTPLR
           ADD IRPLRANO TO TOTIRPLR
           COMPUTE TOTBRUTOANO = TOTBRUTOANO + BRUTOANO
           COMPUTE TOTINSS     = TOTINSS + INSSANO
           COMPUTE TOTRENDA    = TOTRENDA + RENDAANO
                   MOVE DEDDEPANO  TO DEPIRVALTX
                   WRITE REGFUNCIONARIOTX FROM DEPIRLIN
                   ADD 1 TO CONLIN.
      *    PLR: RENDIMENTO DE TRIBUTACAO EXCLUSIVA, EM LINHA PROPRIA.
           IF PLRANO > 0
                   MOVE PLRANO   TO PLRVALTX
                   MOVE IRPLRANO TO PLRIRTX
                   WRITE REGFUNCIONARIOTX FROM PLRLIN
                   ADD 1 TO CONLIN.

           ADD 1 TO CONLIN CONLIN1
           IF CONLIN < 34

           WRITE REGFUNCIONARIOTX FROM LINHA-TOT1
           WRITE REGFUNCIONARIOTX FROM LINHA-TOT2
           IF TOTPLR > 0
              MOVE TOTPLR   TO TOTPLRTX
              MOVE TOTIRPLR TO TOTIRPLRTX
              WRITE REGFUNCIONARIOTX FROM LINHA-TOT3.
           IF W-MODOLOTE = "S"
              MOVE "O" TO W-RETLOTE
              MOVE CONLIN1 TO W-QTDLOTE.
                CLOSE ARQFUNC ARQFUNCTX ARQCARG ARQFOLHA.
                IF W-END-OK = "S"
                   CLOSE ARQENDFUN.
                IF W-PL-OK = "S"
                   CLOSE ARQPLR.
       ROT-FIMFE.
                IF W-FE-OK = "S"
                   CLOSE ARQFUNEMP.
